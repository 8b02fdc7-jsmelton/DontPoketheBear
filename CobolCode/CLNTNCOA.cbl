000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CLNTNCOA.
000030 AUTHOR.        J MELTON.
000040 INSTALLATION.  CLIENT SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************
000080* MONTHLY POSTAL CHANGE-OF-ADDRESS (NCOA) INTAKE.
000090* READS THE MAIL VENDOR'S MOVE RETURN (CLNTNCRC LAYOUT)
000100* AND MATCHES EACH MOVE TO THE CLIENT MASTER BY LAST
000110* NAME, FIRST NAME, OLD ADDRESS LINE 1 AND OLD ZIP,
000120* LOOKING THE NAME UP THROUGH THE LAST-NAME AIX.
000130*
000140*   SURE MATCH - EXACTLY ONE ACTIVE CLIENT AT THE OLD
000150*       ADDRESS.  AN IPROCESS-03 REWRITE, REASON 01
000160*       (ADDRESS CHANGE), IS WRITTEN TO NCOATRN CARRYING
000170*       ONLY THE ADDRESS GROUP, UNDER SOURCE NCOA, WITH THE
000180*       NEW ADDRESS AND THE MOVE DATE AS ITS
000190*       EFFECTIVE DATE.  PROCDLTA SWEEPS NCOATRN IN AT THE
000200*       START OF TONIGHT'S WINDOW THROUGH THE SAME EDIT
000210*       AND APPLY PATH AS THE DELTA FILE - A MOVE DATED
000220*       AFTER THE RUN DATE GOES ONTO THE PENDING FILE
000230*       THERE UNTIL IT COMES DUE.
000240*   AMBIGUOUS - MORE THAN ONE CLIENT AT THE OLD ADDRESS,
000250*       ONLY A CLOSED CLIENT THERE, THE NAME AND OLD ZIP
000260*       MATCH BUT THE ADDRESS LINE DOES NOT, OR THE MOVE
000270*       RECORD ITSELF CANNOT BE USED.  NOTHING IS APPLIED;
000280*       THE MOVE PRINTS ON NCOARPT FOR REVIEW.
000290*   NO MATCH - NO CLIENT OF THAT NAME IN THE OLD ZIP.
000300*
000310* THE READ, MATCHED, NO-MATCH AND AMBIGUOUS TOTALS GO ON
000320* RUNCTL SO CLNTBAL CAN PROVE READ = MATCHED + NO-MATCH
000330* + AMBIGUOUS AND MATCHED = WHAT PROCDLTA SWEPT IN.
000340* RC 4 WHEN ANY MOVE WAS SENT TO REVIEW.
000350*
000360* DATE       AUTHOR    DESCRIPTION
000370* 10/15/26   JMELTON   INITIAL VERSION
000371* 10/15/26   JMELTON   THE REWRITE NOW CARRIES ONLY THE ADDRESS
000372*                      GROUP UNDER SOURCE NCOA, SO A PARKED MOVE
000373*                      NO LONGER PUTS BACK THE NAME OR CONTACT
000374*                      OR REOPENS A CLIENT CLOSED SINCE INTAKE.
000380*****************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT NCOAIN ASSIGN TO AS-NCOAIN
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS NCO-NCOAIN-STATUS.
000450     SELECT DEMO ASSIGN TO AS-CLNTFILE
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS OCLNTIDEN
000490         ALTERNATE RECORD KEY IS OCLNTLNAME
000500             WITH DUPLICATES
000510         FILE STATUS IS NCO-DEMO-STATUS.
000520     SELECT NCOATRN ASSIGN TO AS-NCOATRN
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS NCO-NCOATRN-STATUS.
000550     SELECT NCOARPT ASSIGN TO AS-NCOARPT
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS NCO-NCOARPT-STATUS.
000580     SELECT OPTIONAL RUNCTL ASSIGN TO AS-RUNCTL
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS NCO-RUNCTL-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  NCOAIN
000640     RECORDING MODE IS F.
000650     COPY CLNTNCRC.
000660 FD  DEMO.
000670     COPY OCLNTREC.
000680****SURE-MATCH REWRITES FOR PROCDLTA'S START-OF-RUN SWEEP,
000690****IN ICLNTREC LAYOUT.
000700 FD  NCOATRN
000710     RECORDING MODE IS F.
000720     COPY ICLNTREC.
000730 FD  NCOARPT
000740     RECORDING MODE IS F.
000750 01  NCO-LINE-REC.
000760     05  NCO-CTL               PIC X(01).
000770     05  NCO-TEXT              PIC X(131).
000780****RUN-CONTROL TOTALS FOR THE CLNTBAL BALANCING STEP.
000790 FD  RUNCTL
000800     RECORDING MODE IS F.
000810     COPY CLNTRCTL.
000820 WORKING-STORAGE SECTION.
000830 01  NCO-SWITCHES.
000840     05  NCO-EOF-SW            PIC X(01) VALUE 'N'.
000850         88  NCO-EOF-YES                VALUE 'Y'.
000860     05  NCO-SCAN-DONE-SW      PIC X(01) VALUE 'N'.
000870         88  NCO-SCAN-DONE-YES          VALUE 'Y'.
000880 01  NCO-FILE-STATUSES.
000890     05  NCO-NCOAIN-STATUS     PIC X(02) VALUE '00'.
000900         88  NCO-NCOAIN-OK              VALUE '00'.
000910         88  NCO-NCOAIN-EOF             VALUE '10'.
000920     05  NCO-DEMO-STATUS       PIC X(02) VALUE '00'.
000930         88  NCO-DEMO-OK                VALUE '00'.
000940         88  NCO-DEMO-DUPKEY            VALUE '02'.
000950         88  NCO-DEMO-EOF               VALUE '10'.
000960     05  NCO-NCOATRN-STATUS    PIC X(02) VALUE '00'.
000970         88  NCO-NCOATRN-OK             VALUE '00'.
000980     05  NCO-NCOARPT-STATUS    PIC X(02) VALUE '00'.
000990         88  NCO-NCOARPT-OK             VALUE '00'.
001000     05  NCO-RUNCTL-STATUS     PIC X(02) VALUE '00'.
001010         88  NCO-RUNCTL-OK              VALUE '00'.
001020         88  NCO-RUNCTL-NOFILE          VALUE '05'.
001030 01  NCO-COUNTERS          COMP.
001040     05  NCO-READ-COUNT        PIC 9(07) VALUE ZERO.
001050     05  NCO-OTHER-COUNT       PIC 9(07) VALUE ZERO.
001060     05  NCO-MATCH-COUNT       PIC 9(07) VALUE ZERO.
001070     05  NCO-FUTURE-COUNT      PIC 9(07) VALUE ZERO.
001080     05  NCO-NOMATCH-COUNT     PIC 9(07) VALUE ZERO.
001090     05  NCO-AMBIG-COUNT       PIC 9(07) VALUE ZERO.
001100****PER-MOVE CANDIDATE TALLIES FROM THE LAST-NAME SCAN.
001110     05  NCO-EXACT-COUNT       PIC 9(05) VALUE ZERO.
001120     05  NCO-CLOSED-COUNT      PIC 9(05) VALUE ZERO.
001130     05  NCO-NEAR-COUNT        PIC 9(05) VALUE ZERO.
001140 01  NCO-TODAY                 PIC 9(08) VALUE ZERO.
001150****FIRST CLIENT NUMBER THE SCAN TURNED UP, FOR THE REVIEW
001160****LINE.
001170 01  NCO-FIRST-IDEN            PIC 9(09) VALUE ZERO.
001180****WHY THE CURRENT MOVE IS GOING TO REVIEW - BLANK WHILE
001190****IT IS STILL A CANDIDATE FOR A SURE MATCH.
001200 01  NCO-REVIEW-REASON         PIC X(36) VALUE SPACES.
001210****MOVE DATE AS A YYYYMMDD NUMBER FOR THE FUTURE-DATE TEST.
001220 01  NCO-MOVE-SORT.
001230     05  NCO-MOVE-SORT-YY      PIC X(04).
001240     05  NCO-MOVE-SORT-MM      PIC X(02).
001250     05  NCO-MOVE-SORT-DD      PIC X(02).
001260 01  NCO-MOVE-SORT-N REDEFINES NCO-MOVE-SORT PIC 9(08).
001270 01  NCO-RCTL-LABEL            PIC X(12) VALUE SPACES.
001280 01  NCO-RCTL-VALUE            PIC 9(09) VALUE ZERO.
001290 01  NCO-PAGE-HDR-1.
001300     05  FILLER                PIC X(36)
001310              VALUE 'NCOA CHANGE-OF-ADDRESS REVIEW REPORT'.
001320     05  FILLER                PIC X(04) VALUE SPACES.
001330     05  FILLER                PIC X(09) VALUE 'RUN DATE:'.
001340     05  NCO-H1-DATE           PIC 9(08).
001350     05  FILLER                PIC X(74) VALUE SPACES.
001360 01  NCO-PAGE-HDR-2.
001370     05  FILLER                PIC X(44)
001380         VALUE '  MOVES NOT APPLIED - CHECK EACH AGAINST THE'.
001390     05  FILLER                PIC X(45)
001400         VALUE ' MASTER AND KEY ANY REAL MOVE AT THE TERMINAL'.
001410     05  FILLER                PIC X(42) VALUE SPACES.
001420 01  NCO-REVIEW-LINE-1.
001430     05  FILLER                PIC X(02) VALUE SPACES.
001440     05  NCO-R1-LNAME          PIC X(25).
001450     05  FILLER                PIC X(01) VALUE SPACES.
001460     05  NCO-R1-FNAME          PIC X(15).
001470     05  FILLER                PIC X(02) VALUE SPACES.
001480     05  FILLER                PIC X(05) VALUE 'OLD: '.
001490     05  NCO-R1-ADDR1          PIC X(40).
001500     05  FILLER                PIC X(01) VALUE SPACES.
001510     05  NCO-R1-ZIP            PIC X(05).
001520     05  FILLER                PIC X(02) VALUE SPACES.
001530     05  FILLER                PIC X(05) VALUE 'EFF: '.
001540     05  NCO-R1-MOVE-DATE      PIC X(08).
001550     05  FILLER                PIC X(02) VALUE SPACES.
001560     05  FILLER                PIC X(05) VALUE 'TYPE '.
001570     05  NCO-R1-TYPE           PIC X(01).
001580     05  FILLER                PIC X(01) VALUE SPACES.
001590     05  NCO-R1-FOOTNOTE       PIC X(02).
001600     05  FILLER                PIC X(09) VALUE SPACES.
001610 01  NCO-REVIEW-LINE-2.
001620     05  FILLER                PIC X(04) VALUE SPACES.
001630     05  NCO-R2-REASON         PIC X(36).
001640     05  FILLER                PIC X(05) VALUE 'NEW: '.
001650     05  NCO-R2-ADDR1          PIC X(40).
001660     05  FILLER                PIC X(01) VALUE SPACES.
001670     05  NCO-R2-ZIP            PIC X(05).
001680     05  FILLER                PIC X(02) VALUE SPACES.
001690     05  FILLER                PIC X(08) VALUE 'CLIENTS '.
001700     05  NCO-R2-CANDIDATES     PIC ZZ9.
001710     05  FILLER                PIC X(01) VALUE SPACES.
001720     05  NCO-R2-FIRST-IDEN     PIC X(09).
001730     05  FILLER                PIC X(17) VALUE SPACES.
001740 01  NCO-SUMMARY-LINE.
001750     05  FILLER                PIC X(02) VALUE SPACES.
001760     05  NCO-SL-LABEL          PIC X(34).
001770     05  NCO-SL-COUNT          PIC ZZZ,ZZ9.
001780     05  FILLER                PIC X(88) VALUE SPACES.
001790 PROCEDURE DIVISION.
001800 0000-MAINLINE.
001810     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001820     PERFORM 2000-PROCESS-MOVE THRU 2000-EXIT
001830         UNTIL NCO-EOF-YES.
001840     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001850     STOP RUN.
001860 1000-INITIALIZE.
001870     ACCEPT NCO-TODAY FROM DATE YYYYMMDD.
001880     OPEN INPUT NCOAIN.
001890     IF NOT NCO-NCOAIN-OK
001900         DISPLAY "CLNTNCOA - UNABLE TO OPEN NCOAIN, STATUS = "
001910             NCO-NCOAIN-STATUS
001920         MOVE 16 TO RETURN-CODE
001930         STOP RUN
001940     END-IF.
001950     OPEN INPUT DEMO.
001960     IF NOT NCO-DEMO-OK
001970         DISPLAY "CLNTNCOA - UNABLE TO OPEN DEMO, STATUS = "
001980             NCO-DEMO-STATUS
001990         MOVE 16 TO RETURN-CODE
002000         STOP RUN
002010     END-IF.
002020     OPEN OUTPUT NCOATRN.
002030     IF NOT NCO-NCOATRN-OK
002040         DISPLAY "CLNTNCOA - UNABLE TO OPEN NCOATRN, STATUS = "
002050             NCO-NCOATRN-STATUS
002060         MOVE 16 TO RETURN-CODE
002070         STOP RUN
002080     END-IF.
002090     OPEN OUTPUT NCOARPT.
002100     IF NOT NCO-NCOARPT-OK
002110         DISPLAY "CLNTNCOA - UNABLE TO OPEN NCOARPT, STATUS = "
002120             NCO-NCOARPT-STATUS
002130         MOVE 16 TO RETURN-CODE
002140         STOP RUN
002150     END-IF.
002160     MOVE NCO-TODAY TO NCO-H1-DATE.
002170     MOVE '1' TO NCO-CTL.
002180     MOVE NCO-PAGE-HDR-1 TO NCO-TEXT.
002190     WRITE NCO-LINE-REC.
002200     MOVE ' ' TO NCO-CTL.
002210     MOVE NCO-PAGE-HDR-2 TO NCO-TEXT.
002220     WRITE NCO-LINE-REC.
002230     MOVE SPACES TO NCO-TEXT.
002240     WRITE NCO-LINE-REC.
002250     PERFORM 2100-READ-NCOAIN THRU 2100-EXIT.
002260 1000-EXIT.
002270     EXIT.
002280*****************************************************
002290* ONE VENDOR MOVE.  THE RECORD IS EDITED FIRST - A MOVE
002300* WITH NO NAME, NO OLD ADDRESS, AN INCOMPLETE NEW ADDRESS
002310* OR AN UNREADABLE MOVE DATE CANNOT BE APPLIED SAFELY AND
002320* GOES STRAIGHT TO REVIEW.  OTHERWISE THE MASTER IS
002330* SCANNED FOR THE NAME AND THE TALLIES DECIDE.
002340*****************************************************
002350 2000-PROCESS-MOVE.
002360     IF NOT NCOA-DETAIL
002370         ADD 1 TO NCO-OTHER-COUNT
002380         GO TO 2090-NEXT-MOVE
002390     END-IF.
002400     ADD 1 TO NCO-READ-COUNT.
002410     MOVE SPACES TO NCO-REVIEW-REASON.
002420     MOVE ZERO   TO NCO-EXACT-COUNT.
002430     MOVE ZERO   TO NCO-CLOSED-COUNT.
002440     MOVE ZERO   TO NCO-NEAR-COUNT.
002450     MOVE ZERO   TO NCO-FIRST-IDEN.
002460     PERFORM 2050-EDIT-MOVE THRU 2050-EXIT.
002470     IF NCO-REVIEW-REASON NOT = SPACES
002480         PERFORM 2500-WRITE-REVIEW THRU 2500-EXIT
002490         GO TO 2090-NEXT-MOVE
002500     END-IF.
002510     PERFORM 2200-SCAN-MASTER THRU 2200-EXIT.
002520     IF NCO-EXACT-COUNT = 1
002530         PERFORM 2400-WRITE-TXN THRU 2400-EXIT
002540     ELSE IF NCO-EXACT-COUNT > 1
002550         MOVE 'MORE THAN ONE CLIENT AT OLD ADDRESS'
002560             TO NCO-REVIEW-REASON
002570         PERFORM 2500-WRITE-REVIEW THRU 2500-EXIT
002580     ELSE IF NCO-CLOSED-COUNT > ZERO
002590         MOVE 'MATCHES A CLOSED CLIENT ONLY'
002600             TO NCO-REVIEW-REASON
002610         PERFORM 2500-WRITE-REVIEW THRU 2500-EXIT
002620     ELSE IF NCO-NEAR-COUNT > ZERO
002630         MOVE 'NAME/ZIP MATCH - ADDRESS DIFFERS'
002640             TO NCO-REVIEW-REASON
002650         PERFORM 2500-WRITE-REVIEW THRU 2500-EXIT
002660     ELSE
002670         ADD 1 TO NCO-NOMATCH-COUNT
002680     END-IF.
002690 2090-NEXT-MOVE.
002700     PERFORM 2100-READ-NCOAIN THRU 2100-EXIT.
002710 2000-EXIT.
002720     EXIT.
002730 2050-EDIT-MOVE.
002740     IF NCOA-LNAME = SPACES OR NCOA-FNAME = SPACES
002750             OR NCOA-OLD-ADDR1 = SPACES OR NCOA-OLD-ZIP = SPACES
002760         MOVE 'NAME OR OLD ADDRESS MISSING'
002770             TO NCO-REVIEW-REASON
002780         GO TO 2050-EXIT
002790     END-IF.
002800     IF NCOA-NEW-ADDR1 = SPACES OR NCOA-NEW-CITY = SPACES
002810             OR NCOA-NEW-STATE = SPACES
002820             OR NCOA-NEW-ZIP NOT NUMERIC
002830         MOVE 'NEW ADDRESS INCOMPLETE'
002840             TO NCO-REVIEW-REASON
002850         GO TO 2050-EXIT
002860     END-IF.
002870     IF NCOA-NEW-ADDR1 = NCOA-OLD-ADDR1
002880             AND NCOA-NEW-ADDR2 = NCOA-OLD-ADDR2
002890             AND NCOA-NEW-ZIP = NCOA-OLD-ZIP
002900         MOVE 'OLD AND NEW ADDRESS ARE THE SAME'
002910             TO NCO-REVIEW-REASON
002920         GO TO 2050-EXIT
002930     END-IF.
002940****A MONTH-ONLY MOVE DATE (DAY 00 OR BLANK) IS TAKEN AS
002950****THE FIRST OF THE MONTH.
002960     MOVE NCOA-MOVE-YY TO NCO-MOVE-SORT-YY.
002970     MOVE NCOA-MOVE-MM TO NCO-MOVE-SORT-MM.
002980     MOVE NCOA-MOVE-DD TO NCO-MOVE-SORT-DD.
002990     IF NCO-MOVE-SORT-DD = '00' OR NCO-MOVE-SORT-DD = SPACES
003000         MOVE '01' TO NCO-MOVE-SORT-DD
003010     END-IF.
003020     IF NCO-MOVE-SORT NOT NUMERIC
003030             OR NCO-MOVE-SORT-MM < '01' OR NCO-MOVE-SORT-MM > '12'
003040             OR NCO-MOVE-SORT-DD > '31'
003050         MOVE 'MOVE DATE NOT USABLE'
003060             TO NCO-REVIEW-REASON
003070     END-IF.
003080 2050-EXIT.
003090     EXIT.
003100 2100-READ-NCOAIN.
003110     READ NCOAIN
003120         AT END
003130             MOVE 'Y' TO NCO-EOF-SW
003140             GO TO 2100-EXIT
003150     END-READ.
003160     IF NOT NCO-NCOAIN-OK
003170         DISPLAY "CLNTNCOA - READ ERROR ON NCOAIN, STATUS = "
003180             NCO-NCOAIN-STATUS
003190         MOVE 16 TO RETURN-CODE
003200         STOP RUN
003210     END-IF.
003220 2100-EXIT.
003230     EXIT.
003240*****************************************************
003250* WALKS EVERY CLIENT CARRYING THE MOVE'S LAST NAME ON THE
003260* AIX AND TALLIES THOSE WITH THE SAME FIRST NAME IN THE
003270* OLD ZIP:
003280*   EXACT  - ACTIVE, AND ADDRESS LINE 1 IS THE OLD ONE
003290*   CLOSED - INACTIVE, AT THE OLD ADDRESS.  A CLOSED
003300*            CLIENT'S MAIL IS NOT FOLLOWED, SO IT IS NEVER
003310*            A SURE MATCH.
003320*   NEAR   - SAME NAME AND ZIP, DIFFERENT ADDRESS LINE
003330* THE TRANSACTION IS BUILT FROM THE FIRST EXACT CLIENT
003340* AND ONLY WRITTEN IF NO SECOND ONE TURNS UP.
003350*****************************************************
003360 2200-SCAN-MASTER.
003370     MOVE 'N' TO NCO-SCAN-DONE-SW.
003380     MOVE NCOA-LNAME TO OCLNTLNAME.
003390     START DEMO KEY = OCLNTLNAME
003400         INVALID KEY
003410             MOVE 'Y' TO NCO-SCAN-DONE-SW
003420     END-START.
003430 2210-SCAN-LOOP.
003440     IF NCO-SCAN-DONE-YES
003450         GO TO 2200-EXIT
003460     END-IF.
003470     READ DEMO NEXT RECORD
003480         AT END
003490             GO TO 2200-EXIT
003500     END-READ.
003510     IF NOT NCO-DEMO-OK AND NOT NCO-DEMO-DUPKEY
003520         DISPLAY "CLNTNCOA - READ ERROR ON DEMO, STATUS = "
003530             NCO-DEMO-STATUS
003540         MOVE 16 TO RETURN-CODE
003550         STOP RUN
003560     END-IF.
003570     IF OCLNTLNAME NOT = NCOA-LNAME
003580         GO TO 2200-EXIT
003590     END-IF.
003600     IF OCLNTFNAME NOT = NCOA-FNAME
003610             OR OCLNTZIP NOT = NCOA-OLD-ZIP
003620         GO TO 2210-SCAN-LOOP
003630     END-IF.
003640     IF NCO-FIRST-IDEN = ZERO
003650         MOVE OCLNTIDEN TO NCO-FIRST-IDEN
003660     END-IF.
003670     IF OCLNTADDR1 NOT = NCOA-OLD-ADDR1
003680         ADD 1 TO NCO-NEAR-COUNT
003690     ELSE IF OCLNT-INACTIVE
003700         ADD 1 TO NCO-CLOSED-COUNT
003710     ELSE
003720         ADD 1 TO NCO-EXACT-COUNT
003730         IF NCO-EXACT-COUNT = 1
003740             PERFORM 2300-BUILD-TXN THRU 2300-EXIT
003750         END-IF
003760     END-IF.
003770     GO TO 2210-SCAN-LOOP.
003780 2200-EXIT.
003790     EXIT.
003800*****************************************************
003810* THE REWRITE CARRIES ONLY THE ADDRESS GROUP, UNDER SOURCE
003820* NCOA.  PROCCLNT LEAVES THE NAME, CONTACT AND STATUS AS
003830* THEY STAND WHEN THE MOVE IS APPLIED - FOR A FUTURE-DATED
003831* MOVE PARKED ON THE PENDING FILE THAT MAY BE DAYS AFTER
003832* THIS INTAKE, AND A CLIENT CLOSED IN BETWEEN STAYS CLOSED.
003833* THE REST OF THE RECORD IS FILLED IN FOR THE EDIT ONLY.
003840*****************************************************
003850 2300-BUILD-TXN.
003860     MOVE SPACES         TO INCLNTREC.
003870     MOVE 03             TO IPROCESS.
003880     MOVE OCLNTIDEN      TO ICLNTIDEN.
003890     MOVE OCLNTFNAME     TO ICLNTFNAME.
003900     MOVE OCLNTMNAME     TO ICLNTMNAME.
003910     MOVE OCLNTLNAME     TO ICLNTLNAME.
003920     MOVE NCOA-NEW-ADDR1 TO ICLNTADDR1.
003930     MOVE NCOA-NEW-ADDR2 TO ICLNTADDR2.
003940     MOVE NCOA-NEW-CITY  TO ICLNTCITY.
003950     MOVE NCOA-NEW-STATE TO ICLNTSTATE.
003960     MOVE NCOA-NEW-ZIP   TO ICLNTZIP.
003970     MOVE OCLNTMM        TO ICLNTMM.
003980     MOVE OCLNTDD        TO ICLNTDD.
003990     MOVE OCLNTYY        TO ICLNTYY.
004000     MOVE '01'           TO ICLNTRSNCD.
004010     MOVE NCO-MOVE-SORT-MM TO ICLNTEFFMM.
004020     MOVE NCO-MOVE-SORT-DD TO ICLNTEFFDD.
004030     MOVE NCO-MOVE-SORT-YY TO ICLNTEFFYY.
004040     MOVE ZERO           TO ICLNTMRGIDEN.
004050     MOVE OCLNTPHONE     TO ICLNTPHONE.
004060     MOVE OCLNTEMAIL     TO ICLNTEMAIL.
004061     MOVE 'NCOA'         TO ICLNTFEEDSRC.
004062     MOVE 'N'            TO ICLNTGRP-NAME.
004063     MOVE 'Y'            TO ICLNTGRP-ADDR.
004064     MOVE 'N'            TO ICLNTGRP-CONTACT.
004065     MOVE 'N'            TO ICLNTGRP-LIFE.
004070 2300-EXIT.
004080     EXIT.
004090 2400-WRITE-TXN.
004100     WRITE INCLNTREC.
004110     IF NOT NCO-NCOATRN-OK
004120         DISPLAY "CLNTNCOA - WRITE ERROR ON NCOATRN, STATUS = "
004130             NCO-NCOATRN-STATUS
004140         MOVE 16 TO RETURN-CODE
004150         STOP RUN
004160     END-IF.
004170     ADD 1 TO NCO-MATCH-COUNT.
004180     IF NCO-MOVE-SORT-N > NCO-TODAY
004190         ADD 1 TO NCO-FUTURE-COUNT
004200     END-IF.
004210 2400-EXIT.
004220     EXIT.
004230 2500-WRITE-REVIEW.
004240     ADD 1 TO NCO-AMBIG-COUNT.
004250     MOVE NCOA-LNAME     TO NCO-R1-LNAME.
004260     MOVE NCOA-FNAME     TO NCO-R1-FNAME.
004270     MOVE NCOA-OLD-ADDR1 TO NCO-R1-ADDR1.
004280     MOVE NCOA-OLD-ZIP   TO NCO-R1-ZIP.
004290     MOVE NCOA-MOVE-DATE TO NCO-R1-MOVE-DATE.
004300     MOVE NCOA-MOVE-TYPE TO NCO-R1-TYPE.
004310     MOVE NCOA-FOOTNOTE  TO NCO-R1-FOOTNOTE.
004320     MOVE NCO-REVIEW-REASON TO NCO-R2-REASON.
004330     MOVE NCOA-NEW-ADDR1 TO NCO-R2-ADDR1.
004340     MOVE NCOA-NEW-ZIP   TO NCO-R2-ZIP.
004350     COMPUTE NCO-R2-CANDIDATES = NCO-EXACT-COUNT
004360         + NCO-CLOSED-COUNT + NCO-NEAR-COUNT.
004370     IF NCO-FIRST-IDEN = ZERO
004380         MOVE SPACES TO NCO-R2-FIRST-IDEN
004390     ELSE
004400         MOVE NCO-FIRST-IDEN TO NCO-R2-FIRST-IDEN
004410     END-IF.
004420     MOVE ' ' TO NCO-CTL.
004430     MOVE NCO-REVIEW-LINE-1 TO NCO-TEXT.
004440     WRITE NCO-LINE-REC.
004450     MOVE NCO-REVIEW-LINE-2 TO NCO-TEXT.
004460     WRITE NCO-LINE-REC.
004470     MOVE SPACES TO NCO-TEXT.
004480     WRITE NCO-LINE-REC.
004490 2500-EXIT.
004500     EXIT.
004510 3000-TERMINATE.
004520     MOVE ' ' TO NCO-CTL.
004530     MOVE SPACES TO NCO-TEXT.
004540     WRITE NCO-LINE-REC.
004550     MOVE SPACES TO NCO-SUMMARY-LINE.
004560     MOVE 'MOVES READ' TO NCO-SL-LABEL.
004570     MOVE NCO-READ-COUNT TO NCO-SL-COUNT.
004580     PERFORM 3200-WRITE-SUMMARY THRU 3200-EXIT.
004590     MOVE 'SURE MATCHES WRITTEN' TO NCO-SL-LABEL.
004600     MOVE NCO-MATCH-COUNT TO NCO-SL-COUNT.
004610     PERFORM 3200-WRITE-SUMMARY THRU 3200-EXIT.
004620     MOVE '  OF WHICH FUTURE-DATED' TO NCO-SL-LABEL.
004630     MOVE NCO-FUTURE-COUNT TO NCO-SL-COUNT.
004640     PERFORM 3200-WRITE-SUMMARY THRU 3200-EXIT.
004650     MOVE 'NO MATCH' TO NCO-SL-LABEL.
004660     MOVE NCO-NOMATCH-COUNT TO NCO-SL-COUNT.
004670     PERFORM 3200-WRITE-SUMMARY THRU 3200-EXIT.
004680     MOVE 'AMBIGUOUS - SENT TO REVIEW' TO NCO-SL-LABEL.
004690     MOVE NCO-AMBIG-COUNT TO NCO-SL-COUNT.
004700     PERFORM 3200-WRITE-SUMMARY THRU 3200-EXIT.
004710     MOVE 'HEADER/TRAILER RECORDS SKIPPED' TO NCO-SL-LABEL.
004720     MOVE NCO-OTHER-COUNT TO NCO-SL-COUNT.
004730     PERFORM 3200-WRITE-SUMMARY THRU 3200-EXIT.
004740     CLOSE NCOAIN.
004750     CLOSE DEMO.
004760     CLOSE NCOATRN.
004770     CLOSE NCOARPT.
004780     PERFORM 3100-WRITE-ALL-RUNCTL THRU 3100-EXIT.
004790     DISPLAY "CLNTNCOA - MOVES READ      = " NCO-READ-COUNT.
004800     DISPLAY "CLNTNCOA - SURE MATCHES    = " NCO-MATCH-COUNT.
004810     DISPLAY "CLNTNCOA - FUTURE-DATED    = " NCO-FUTURE-COUNT.
004820     DISPLAY "CLNTNCOA - NO MATCH        = " NCO-NOMATCH-COUNT.
004830     DISPLAY "CLNTNCOA - AMBIGUOUS       = " NCO-AMBIG-COUNT.
004840     IF NCO-AMBIG-COUNT > ZERO
004850         MOVE 4 TO RETURN-CODE
004860     ELSE
004870         MOVE ZERO TO RETURN-CODE
004880     END-IF.
004890 3000-EXIT.
004900     EXIT.
004910*****************************************************
004920* APPENDS THE INTAKE TOTALS TO RUNCTL.  THE JOB RUNS IN
004930* THE DAY AHEAD OF THE WINDOW, SO CLNTBAL SUMS THESE
004940* ACROSS EVERY DATE STILL ON THE FILE, THE SAME AS THE
004950* CLNTRCYC CORRECTED TOTAL.
004960*****************************************************
004970 3100-WRITE-ALL-RUNCTL.
004980     OPEN EXTEND RUNCTL.
004990     IF NOT NCO-RUNCTL-OK AND NOT NCO-RUNCTL-NOFILE
005000         DISPLAY "CLNTNCOA - UNABLE TO OPEN RUNCTL, STATUS = "
005010             NCO-RUNCTL-STATUS
005020         GO TO 3100-EXIT
005030     END-IF.
005040     MOVE 'READ'          TO NCO-RCTL-LABEL.
005050     MOVE NCO-READ-COUNT  TO NCO-RCTL-VALUE.
005060     PERFORM 3150-WRITE-ONE-RUNCTL THRU 3150-EXIT.
005070     MOVE 'MATCHED'       TO NCO-RCTL-LABEL.
005080     MOVE NCO-MATCH-COUNT TO NCO-RCTL-VALUE.
005090     PERFORM 3150-WRITE-ONE-RUNCTL THRU 3150-EXIT.
005100     MOVE 'NO-MATCH'      TO NCO-RCTL-LABEL.
005110     MOVE NCO-NOMATCH-COUNT TO NCO-RCTL-VALUE.
005120     PERFORM 3150-WRITE-ONE-RUNCTL THRU 3150-EXIT.
005130     MOVE 'AMBIGUOUS'     TO NCO-RCTL-LABEL.
005140     MOVE NCO-AMBIG-COUNT TO NCO-RCTL-VALUE.
005150     PERFORM 3150-WRITE-ONE-RUNCTL THRU 3150-EXIT.
005160     CLOSE RUNCTL.
005170 3100-EXIT.
005180     EXIT.
005190 3150-WRITE-ONE-RUNCTL.
005200     MOVE SPACES          TO RCTLREC.
005210     MOVE NCO-TODAY       TO RCTL-DATE.
005220     MOVE 'CLNTNCOA'      TO RCTL-PROGRAM.
005230     MOVE NCO-RCTL-LABEL  TO RCTL-LABEL.
005240     MOVE NCO-RCTL-VALUE  TO RCTL-COUNT.
005250     WRITE RCTLREC.
005260 3150-EXIT.
005270     EXIT.
005280 3200-WRITE-SUMMARY.
005290     MOVE NCO-SUMMARY-LINE TO NCO-TEXT.
005300     WRITE NCO-LINE-REC.
005310 3200-EXIT.
005320     EXIT.

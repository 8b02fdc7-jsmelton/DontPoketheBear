000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CLNTADRL.
000030 AUTHOR.        J MELTON.
000040 INSTALLATION.  CLIENT SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************
000080* ADDRESS-CHANGE CONFIRMATION LETTERS.
000090* FRAUD POLICY REQUIRES WRITTEN CONFIRMATION TO BOTH THE
000100* OLD AND THE NEW ADDRESS WHENEVER A CLIENT'S MAILING
000110* ADDRESS CHANGES.  THIS RUNS NIGHTLY AFTER CLNTAUDR
000120* OVER THE SAME DAY'S AUDITFL ENTRIES AND PICKS UP EVERY
000130* REWRITE (REWRITE, REACTIVE OR REVERSE) THAT EITHER
000140* CARRIES CHANGE REASON 01 OR ACTUALLY MOVED THE
000150* ADDRESS.  THE OLD ADDRESS IS THE CLNTHIST PRIOR IMAGE
000160* THE ENTRY'S HISTORY FOREIGN KEY POINTS AT; THE NEW
000170* ADDRESS IS THE CURRENT MASTER RECORD.  AN ADDRESS IS
000180* TAKEN AS CHANGED WHEN ANY OF ADDRESS LINE 1, ADDRESS
000190* LINE 2, CITY, STATE OR ZIP DIFFERS.
000200*
000210* EACH CHANGE PRINTS TWO LETTERS ON LTRFILE, ONE PAGE
000220* EACH - THE FIRST TO THE PREVIOUS ADDRESS UNDER THE
000230* PRIOR IMAGE'S NAME, THE SECOND TO THE NEW ADDRESS
000240* UNDER THE MASTER'S NAME.  THE LETTER BODY NAMES ONLY
000250* THE CITY, STATE AND ZIP OF EACH SIDE SO THE COPY AT
000260* THE OLD ADDRESS DOES NOT GIVE AWAY THE NEW STREET.
000270*
000280* MASS CHANGES (REASON 06, CLNTMASS) ARE LEFT OUT - A
000290* ZIP REALIGNMENT OR STREET RENAME IS NOT A CLIENT
000300* MOVING.  ANSWER 'Y' ON SYSIN LINE 2 TO LETTER THEM
000310* TOO.  SYSIN LINE 1 IS THE ACTIVITY DATE (YYYYMMDD);
000320* BLANK MEANS TODAY, WHICH IS WHAT THE NIGHTLY JOB
000330* FEEDS IT.
000340*
000350* THE CONTROL LISTING ON LTRRPT SHOWS EVERY CHANGE
000360* LETTERED AND EVERY ENTRY IT COULD NOT PAIR WITH A
000370* HISTORY ROW (OR WHOSE CLIENT IS NO LONGER ON THE
000380* MASTER), THEN THE COUNTS.  RC 4 WHEN ANY ENTRY COULD
000390* NOT BE PAIRED, SO SOMEONE FOLLOWS IT UP BY HAND.
000400*
000410* DATE       AUTHOR    DESCRIPTION
000420* 10/15/26   JMELTON   INITIAL VERSION
000422* 10/15/26   JMELTON   LOGS ITS START AND END, RETURN CODE AND
000425*                      KEY COUNTS TO THE RUNHIST RUN HISTORY
000427*                      THROUGH CLNTRLOG.
000430*****************************************************
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT OPTIONAL AUDITFL ASSIGN TO AS-AUDITFL
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS ADL-AUDITFL-STATUS.
000500     SELECT CLNTHIST ASSIGN TO AS-CLNTHIST
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS HIST-KEY
000540         FILE STATUS IS ADL-HIST-STATUS.
000550     SELECT DEMO ASSIGN TO AS-CLNTFILE
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS OCLNTIDEN
000590         FILE STATUS IS ADL-DEMO-STATUS.
000600     SELECT LTRFILE ASSIGN TO AS-LTRFILE
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS ADL-LTRFILE-STATUS.
000630     SELECT LTRRPT ASSIGN TO AS-LTRRPT
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS ADL-LTRRPT-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  AUDITFL
000690     RECORDING MODE IS F.
000700     COPY CLNTAUDT.
000710 FD  CLNTHIST.
000720     COPY CLNTHREC.
000730 FD  DEMO.
000740     COPY OCLNTREC.
000750*****************************************************
000760* LETTER FILE - PRINT-READY, ONE LETTER PER PAGE, SAME
000770* CARRIAGE-CONTROL-PLUS-TEXT LINE AS THE REPORTS.
000780*****************************************************
000790 FD  LTRFILE
000800     RECORDING MODE IS F.
000810 01  ADL-LTR-REC.
000820     05  ADL-LTR-CTL       PIC X(01).
000830     05  ADL-LTR-TEXT      PIC X(131).
000840 FD  LTRRPT
000850     RECORDING MODE IS F.
000860 01  ADL-RPT-REC.
000870     05  ADL-RPT-CTL       PIC X(01).
000880     05  ADL-RPT-TEXT      PIC X(131).
000890 WORKING-STORAGE SECTION.
000900 77  ADL-MAX-LINES           PIC 9(03) VALUE 055.
000910 01  ADL-SWITCHES.
000920     05  ADL-AUDIT-EOF-SW    PIC X(01) VALUE 'N'.
000930         88  ADL-AUDIT-EOF-YES        VALUE 'Y'.
000940     05  ADL-MASS-SW         PIC X(01) VALUE 'N'.
000950         88  ADL-MASS-YES             VALUE 'Y'.
000960     05  ADL-PAIRED-SW       PIC X(01) VALUE 'N'.
000970         88  ADL-PAIRED-YES           VALUE 'Y'.
000980     05  ADL-ONFILE-SW       PIC X(01) VALUE 'N'.
000990         88  ADL-ONFILE-YES           VALUE 'Y'.
001000 01  ADL-FILE-STATUSES.
001010     05  ADL-AUDITFL-STATUS  PIC X(02) VALUE '00'.
001020         88  ADL-AUDITFL-OK           VALUE '00'.
001030         88  ADL-AUDITFL-NOFILE       VALUE '05'.
001040         88  ADL-AUDITFL-EOF          VALUE '10'.
001050     05  ADL-HIST-STATUS     PIC X(02) VALUE '00'.
001060         88  ADL-HIST-OK              VALUE '00'.
001070     05  ADL-DEMO-STATUS     PIC X(02) VALUE '00'.
001080         88  ADL-DEMO-OK              VALUE '00'.
001090     05  ADL-LTRFILE-STATUS  PIC X(02) VALUE '00'.
001100         88  ADL-LTRFILE-OK           VALUE '00'.
001110     05  ADL-LTRRPT-STATUS   PIC X(02) VALUE '00'.
001120         88  ADL-LTRRPT-OK            VALUE '00'.
001130 01  ADL-COUNTERS        COMP.
001140     05  ADL-TODAY-COUNT     PIC 9(07) VALUE ZERO.
001150     05  ADL-REWRITE-COUNT   PIC 9(07) VALUE ZERO.
001160     05  ADL-MASS-COUNT      PIC 9(07) VALUE ZERO.
001170     05  ADL-NOTADDR-COUNT   PIC 9(07) VALUE ZERO.
001180     05  ADL-SAME01-COUNT    PIC 9(07) VALUE ZERO.
001190     05  ADL-CHANGE-COUNT    PIC 9(07) VALUE ZERO.
001200     05  ADL-LETTER-COUNT    PIC 9(07) VALUE ZERO.
001210     05  ADL-UNPAIRED-COUNT  PIC 9(07) VALUE ZERO.
001220     05  ADL-GONE-COUNT      PIC 9(07) VALUE ZERO.
001230     05  ADL-LINE-COUNT      PIC 9(03) VALUE ZERO.
001240     05  ADL-PAGE-COUNT      PIC 9(03) VALUE ZERO.
001250 01  ADL-TODAY               PIC 9(08) VALUE ZERO.
001260 01  ADL-PARM-DATE           PIC X(08) VALUE SPACES.
001270 01  ADL-MASS-IN             PIC X(01) VALUE SPACES.
001280 01  ADL-REPORT-DATE         PIC 9(08) VALUE ZERO.
001290 01  ADL-DATE-YMD.
001300     05  ADL-YMD-YY          PIC X(04).
001310     05  ADL-YMD-MM          PIC X(02).
001320     05  ADL-YMD-DD          PIC X(02).
001330 01  ADL-DATE-MDY.
001340     05  ADL-MDY-MM          PIC X(02).
001350     05  ADL-MDY-DD          PIC X(02).
001360     05  ADL-MDY-YY          PIC X(04).
001370 01  ADL-LETTER-DATE         PIC X(10) VALUE SPACES.
001380 01  ADL-EFF-DATE            PIC X(10) VALUE SPACES.
001390*****************************************************
001400* ADDRESSEE OF THE LETTER BEING PRINTED - LOADED FROM
001410* THE PRIOR IMAGE FOR THE OLD-ADDRESS COPY AND FROM THE
001420* MASTER FOR THE NEW-ADDRESS COPY.
001430*****************************************************
001440 01  ADL-ADDRESSEE.
001450     05  ADL-TO-FNAME        PIC X(15).
001460     05  ADL-TO-MNAME        PIC X(15).
001470     05  ADL-TO-LNAME        PIC X(25).
001480     05  ADL-TO-ADDR1        PIC X(40).
001490     05  ADL-TO-ADDR2        PIC X(40).
001500     05  ADL-TO-CITY         PIC X(40).
001510     05  ADL-TO-STATE        PIC X(02).
001520     05  ADL-TO-ZIP          PIC X(05).
001530     05  ADL-TO-COPY         PIC X(08).
001540 01  ADL-WORK-LINE.
001550     05  FILLER              PIC X(09) VALUE SPACES.
001560     05  ADL-WL-TEXT         PIC X(122).
001570*****************************************************
001580* FIXED LETTER TEXT.
001590*****************************************************
001600 01  ADL-LTR-HEAD            PIC X(40)
001610               VALUE 'CLIENT SYSTEMS - CLIENT SERVICES'.
001620 01  ADL-LTR-BODY-1          PIC X(52)
001630     VALUE 'OUR RECORDS SHOW THAT THE MAILING ADDRESS ON YOUR'.
001640 01  ADL-LTR-BODY-2          PIC X(52)
001650     VALUE 'WE ARE SENDING THIS CONFIRMATION TO BOTH YOUR'.
001660 01  ADL-LTR-BODY-3          PIC X(52)
001670     VALUE 'PREVIOUS AND YOUR NEW ADDRESS.  IF YOU MADE THIS'.
001680 01  ADL-LTR-BODY-4          PIC X(52)
001690     VALUE 'CHANGE, NO ACTION IS NEEDED.  IF YOU DID NOT, PLEASE'.
001700 01  ADL-LTR-BODY-5          PIC X(52)
001710     VALUE 'CALL CLIENT SERVICES RIGHT AWAY SO WE CAN PROTECT'.
001720 01  ADL-LTR-BODY-6          PIC X(52)
001730     VALUE 'YOUR ACCOUNT.'.
001740*****************************************************
001750* CONTROL LISTING LINES.
001760*****************************************************
001770 01  ADL-PAGE-HDR-1.
001780     05  FILLER              PIC X(30)
001790                   VALUE 'ADDRESS CHANGE LETTER CONTROL '.
001800     05  FILLER              PIC X(12) VALUE 'ACTIVITY OF:'.
001810     05  ADL-H1-RPTDATE      PIC 9(08).
001820     05  FILLER              PIC X(03) VALUE SPACES.
001830     05  FILLER              PIC X(09) VALUE 'RUN DATE:'.
001840     05  ADL-H1-RUNDATE      PIC 9(08).
001850     05  FILLER              PIC X(03) VALUE SPACES.
001860     05  FILLER              PIC X(06) VALUE 'PAGE: '.
001870     05  ADL-H1-PAGE         PIC ZZZ9.
001880     05  FILLER              PIC X(48) VALUE SPACES.
001890 01  ADL-PAGE-HDR-2.
001900     05  FILLER              PIC X(30)
001910                   VALUE '  MASS CHANGES (REASON 06):   '.
001920     05  ADL-H2-MASS         PIC X(08).
001930     05  FILLER              PIC X(93) VALUE SPACES.
001940 01  ADL-PAGE-HDR-3.
001950     05  FILLER              PIC X(40)
001960         VALUE '  CLIENT NO  OPER     TIME     RSN SOURC'.
001970     05  FILLER              PIC X(25)
001980         VALUE 'E   USER ID   DISPOSITION'.
001990     05  FILLER              PIC X(66) VALUE SPACES.
002000 01  ADL-DETAIL-LINE.
002010     05  FILLER              PIC X(02) VALUE SPACES.
002020     05  ADL-DL-CLNTIDEN     PIC 9(09).
002030     05  FILLER              PIC X(02) VALUE SPACES.
002040     05  ADL-DL-OPER         PIC X(08).
002050     05  FILLER              PIC X(01) VALUE SPACES.
002060     05  ADL-DL-TIME         PIC 9(08).
002070     05  FILLER              PIC X(01) VALUE SPACES.
002080     05  ADL-DL-RSNCD        PIC X(02).
002090     05  FILLER              PIC X(02) VALUE SPACES.
002100     05  ADL-DL-SOURCE       PIC X(08).
002110     05  FILLER              PIC X(01) VALUE SPACES.
002120     05  ADL-DL-USERID       PIC X(08).
002130     05  FILLER              PIC X(02) VALUE SPACES.
002140     05  ADL-DL-DISP         PIC X(40).
002150     05  FILLER              PIC X(37) VALUE SPACES.
002160 01  ADL-SUMMARY-LINE.
002170     05  FILLER              PIC X(02) VALUE SPACES.
002180     05  ADL-SL-LABEL        PIC X(34).
002190     05  ADL-SL-COUNT        PIC ZZZ,ZZ9.
002200     05  FILLER              PIC X(88) VALUE SPACES.
002202****CALL PARAMETER RECORD PASSED TO THE RUN-HISTORY LOGGING
002205****MODULE.  SEE CLNTRLGP.
002207     COPY CLNTRLGP.
002210 PROCEDURE DIVISION.
002220 0000-MAINLINE.
002225     PERFORM 9800-LOG-START THRU 9800-EXIT.
002230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002240     PERFORM 2000-PROCESS-AUDIT THRU 2000-EXIT
002250         UNTIL ADL-AUDIT-EOF-YES.
002260     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002265     PERFORM 9850-LOG-END THRU 9850-EXIT.
002270     STOP RUN.
002280 1000-INITIALIZE.
002290     ACCEPT ADL-TODAY FROM DATE YYYYMMDD.
002300     ACCEPT ADL-PARM-DATE.
002310     IF ADL-PARM-DATE NUMERIC
002320         MOVE ADL-PARM-DATE TO ADL-REPORT-DATE
002330     ELSE
002340         MOVE ADL-TODAY     TO ADL-REPORT-DATE
002350     END-IF.
002360     ACCEPT ADL-MASS-IN.
002370     IF ADL-MASS-IN = 'Y'
002380         MOVE 'Y' TO ADL-MASS-SW
002390     END-IF.
002400     MOVE ADL-REPORT-DATE TO ADL-DATE-YMD.
002410     STRING ADL-YMD-MM '/' ADL-YMD-DD '/' ADL-YMD-YY
002420         DELIMITED BY SIZE INTO ADL-LETTER-DATE.
002430     OPEN INPUT AUDITFL.
002440     IF NOT ADL-AUDITFL-OK AND NOT ADL-AUDITFL-NOFILE
002450         DISPLAY "CLNTADRL - UNABLE TO OPEN AUDITFL, STATUS = "
002460             ADL-AUDITFL-STATUS
002470         MOVE 16 TO RETURN-CODE
002480         STOP RUN
002490     END-IF.
002500     OPEN INPUT CLNTHIST.
002510     IF NOT ADL-HIST-OK
002520         DISPLAY "CLNTADRL - UNABLE TO OPEN CLNTHIST, STATUS = "
002530             ADL-HIST-STATUS
002540         MOVE 16 TO RETURN-CODE
002550         STOP RUN
002560     END-IF.
002570     OPEN INPUT DEMO.
002580     IF NOT ADL-DEMO-OK
002590         DISPLAY "CLNTADRL - UNABLE TO OPEN DEMO, STATUS = "
002600             ADL-DEMO-STATUS
002610         MOVE 16 TO RETURN-CODE
002620         STOP RUN
002630     END-IF.
002640     OPEN OUTPUT LTRFILE.
002650     IF NOT ADL-LTRFILE-OK
002660         DISPLAY "CLNTADRL - UNABLE TO OPEN LTRFILE, STATUS = "
002670             ADL-LTRFILE-STATUS
002680         MOVE 16 TO RETURN-CODE
002690         STOP RUN
002700     END-IF.
002710     OPEN OUTPUT LTRRPT.
002720     IF NOT ADL-LTRRPT-OK
002730         DISPLAY "CLNTADRL - UNABLE TO OPEN LTRRPT, STATUS = "
002740             ADL-LTRRPT-STATUS
002750         MOVE 16 TO RETURN-CODE
002760         STOP RUN
002770     END-IF.
002780     PERFORM 2810-WRITE-HEADINGS THRU 2810-EXIT.
002790     PERFORM 2100-READ-AUDITFL THRU 2100-EXIT.
002800 1000-EXIT.
002810     EXIT.
002820*****************************************************
002830* ONE AUDIT ENTRY.  ONLY THE REPORT DATE'S REWRITES ARE
002840* CANDIDATES; THE REST OF THE TRAIL IS PASSED OVER.
002850*****************************************************
002860 2000-PROCESS-AUDIT.
002870     IF AUD-DATE NOT = ADL-REPORT-DATE
002880         GO TO 2000-NEXT
002890     END-IF.
002900     ADD 1 TO ADL-TODAY-COUNT.
002910     IF AUD-OPERATION NOT = 'REWRITE'
002920             AND AUD-OPERATION NOT = 'REACTIVE'
002930             AND AUD-OPERATION NOT = 'REVERSE'
002940         GO TO 2000-NEXT
002950     END-IF.
002960     ADD 1 TO ADL-REWRITE-COUNT.
002970     IF AUD-RSNCD = '06' AND NOT ADL-MASS-YES
002980         ADD 1 TO ADL-MASS-COUNT
002990         GO TO 2000-NEXT
003000     END-IF.
003010     PERFORM 2200-GET-PRIOR-IMAGE THRU 2200-EXIT.
003020     IF NOT ADL-PAIRED-YES
003030         ADD 1 TO ADL-UNPAIRED-COUNT
003040         MOVE 'NOT PAIRED - NO HISTORY ROW' TO ADL-DL-DISP
003050         PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT
003060         GO TO 2000-NEXT
003070     END-IF.
003080     PERFORM 2300-GET-MASTER THRU 2300-EXIT.
003090     IF NOT ADL-ONFILE-YES
003100         ADD 1 TO ADL-GONE-COUNT
003110         MOVE 'NOT LETTERED - CLIENT NOT ON MASTER'
003120             TO ADL-DL-DISP
003130         PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT
003140         GO TO 2000-NEXT
003150     END-IF.
003160     IF HIST-CLNTADDR1 = OCLNTADDR1
003170             AND HIST-CLNTADDR2 = OCLNTADDR2
003180             AND HIST-CLNTCITY  = OCLNTCITY
003190             AND HIST-CLNTSTATE = OCLNTSTATE
003200             AND HIST-CLNTZIP   = OCLNTZIP
003210         IF AUD-RSNCD = '01'
003220             ADD 1 TO ADL-SAME01-COUNT
003230             MOVE 'NOT LETTERED - ADDRESS NOW UNCHANGED'
003240                 TO ADL-DL-DISP
003250             PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT
003260         ELSE
003270             ADD 1 TO ADL-NOTADDR-COUNT
003280         END-IF
003290         GO TO 2000-NEXT
003300     END-IF.
003310     PERFORM 2400-WRITE-LETTERS THRU 2400-EXIT.
003320     ADD 1 TO ADL-CHANGE-COUNT.
003330     MOVE 'LETTERS WRITTEN - OLD AND NEW ADDRESS' TO ADL-DL-DISP.
003340     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
003350 2000-NEXT.
003360     PERFORM 2100-READ-AUDITFL THRU 2100-EXIT.
003370 2000-EXIT.
003380     EXIT.
003390 2100-READ-AUDITFL.
003400     READ AUDITFL
003410         AT END
003420             MOVE 'Y' TO ADL-AUDIT-EOF-SW
003430     END-READ.
003440     IF NOT ADL-AUDITFL-OK AND NOT ADL-AUDITFL-EOF
003450         DISPLAY "CLNTADRL - READ ERROR ON AUDITFL, STATUS = "
003460             ADL-AUDITFL-STATUS
003470         MOVE 16 TO RETURN-CODE
003480         STOP RUN
003490     END-IF.
003500 2100-EXIT.
003510     EXIT.
003520*****************************************************
003530* PRIOR IMAGE THROUGH THE ENTRY'S HISTORY FOREIGN KEY.
003540*****************************************************
003550 2200-GET-PRIOR-IMAGE.
003560     MOVE 'N' TO ADL-PAIRED-SW.
003570     IF AUD-HIST-CLNTIDEN NOT NUMERIC
003580             OR AUD-HIST-CLNTIDEN = ZERO
003590             OR AUD-HIST-TIMESTAMP = SPACES
003600         GO TO 2200-EXIT
003610     END-IF.
003620     MOVE AUD-HIST-CLNTIDEN  TO HIST-CLNTIDEN.
003630     MOVE AUD-HIST-TIMESTAMP TO HIST-TIMESTAMP.
003640     READ CLNTHIST
003650         INVALID KEY
003660             GO TO 2200-EXIT
003670     END-READ.
003680     MOVE 'Y' TO ADL-PAIRED-SW.
003690 2200-EXIT.
003700     EXIT.
003710 2300-GET-MASTER.
003720     MOVE 'N' TO ADL-ONFILE-SW.
003730     MOVE AUD-CLNTIDEN TO OCLNTIDEN.
003740     READ DEMO
003750         INVALID KEY
003760             GO TO 2300-EXIT
003770     END-READ.
003780     MOVE 'Y' TO ADL-ONFILE-SW.
003790 2300-EXIT.
003800     EXIT.
003810*****************************************************
003820* THE TWO LETTERS FOR ONE CHANGE.  A BATCH ENTRY'S OWN
003830* EFFECTIVE DATE (MMDDYYYY) IS QUOTED WHEN IT HAS ONE,
003840* OTHERWISE THE DAY THE CHANGE WAS LOGGED.
003850*****************************************************
003860 2400-WRITE-LETTERS.
003870     MOVE SPACES TO ADL-EFF-DATE.
003880     IF AUD-EFFDATE NUMERIC
003890         MOVE AUD-EFFDATE TO ADL-DATE-MDY
003900     ELSE
003910         MOVE AUD-DATE    TO ADL-DATE-YMD
003920         MOVE ADL-YMD-MM  TO ADL-MDY-MM
003930         MOVE ADL-YMD-DD  TO ADL-MDY-DD
003940         MOVE ADL-YMD-YY  TO ADL-MDY-YY
003950     END-IF.
003960     STRING ADL-MDY-MM '/' ADL-MDY-DD '/' ADL-MDY-YY
003970         DELIMITED BY SIZE INTO ADL-EFF-DATE.
003980     MOVE HIST-CLNTFNAME TO ADL-TO-FNAME.
003990     MOVE HIST-CLNTMNAME TO ADL-TO-MNAME.
004000     MOVE HIST-CLNTLNAME TO ADL-TO-LNAME.
004010     MOVE HIST-CLNTADDR1 TO ADL-TO-ADDR1.
004020     MOVE HIST-CLNTADDR2 TO ADL-TO-ADDR2.
004030     MOVE HIST-CLNTCITY  TO ADL-TO-CITY.
004040     MOVE HIST-CLNTSTATE TO ADL-TO-STATE.
004050     MOVE HIST-CLNTZIP   TO ADL-TO-ZIP.
004060     MOVE 'PREVIOUS'     TO ADL-TO-COPY.
004070     PERFORM 2500-WRITE-ONE-LETTER THRU 2500-EXIT.
004080     MOVE OCLNTFNAME     TO ADL-TO-FNAME.
004090     MOVE OCLNTMNAME     TO ADL-TO-MNAME.
004100     MOVE OCLNTLNAME     TO ADL-TO-LNAME.
004110     MOVE OCLNTADDR1     TO ADL-TO-ADDR1.
004120     MOVE OCLNTADDR2     TO ADL-TO-ADDR2.
004130     MOVE OCLNTCITY      TO ADL-TO-CITY.
004140     MOVE OCLNTSTATE     TO ADL-TO-STATE.
004150     MOVE OCLNTZIP       TO ADL-TO-ZIP.
004160     MOVE 'NEW'          TO ADL-TO-COPY.
004170     PERFORM 2500-WRITE-ONE-LETTER THRU 2500-EXIT.
004180 2400-EXIT.
004190     EXIT.
004200*****************************************************
004210* ONE LETTER, ONE PAGE.  THE PRIOR IMAGE AND MASTER
004220* RECORD ARE BOTH STILL IN THEIR RECORD AREAS FOR THE
004230* FROM/TO LINES IN THE BODY.
004240*****************************************************
004250 2500-WRITE-ONE-LETTER.
004260     ADD 1 TO ADL-LETTER-COUNT.
004270     MOVE '1' TO ADL-LTR-CTL.
004280     MOVE SPACES TO ADL-WL-TEXT.
004290     MOVE ADL-LTR-HEAD TO ADL-WL-TEXT.
004300     MOVE ADL-LETTER-DATE TO ADL-WL-TEXT (70:10).
004310     PERFORM 2600-PUT-LINE THRU 2600-EXIT.
004320     PERFORM 2650-PUT-BLANK THRU 2650-EXIT 4 TIMES.
004330     MOVE SPACES TO ADL-WL-TEXT.
004340     IF ADL-TO-MNAME = SPACES
004350         STRING ADL-TO-FNAME DELIMITED BY '  '
004360             ' ' DELIMITED BY SIZE
004370             ADL-TO-LNAME DELIMITED BY '  '
004380             INTO ADL-WL-TEXT
004390     ELSE
004400         STRING ADL-TO-FNAME DELIMITED BY '  '
004410             ' ' DELIMITED BY SIZE
004420             ADL-TO-MNAME DELIMITED BY '  '
004430             ' ' DELIMITED BY SIZE
004440             ADL-TO-LNAME DELIMITED BY '  '
004450             INTO ADL-WL-TEXT
004460     END-IF.
004470     PERFORM 2600-PUT-LINE THRU 2600-EXIT.
004480     MOVE ADL-TO-ADDR1 TO ADL-WL-TEXT.
004490     PERFORM 2600-PUT-LINE THRU 2600-EXIT.
004500     IF ADL-TO-ADDR2 NOT = SPACES
004510         MOVE ADL-TO-ADDR2 TO ADL-WL-TEXT
004520         PERFORM 2600-PUT-LINE THRU 2600-EXIT
004530     END-IF.
004540     MOVE SPACES TO ADL-WL-TEXT.
004550     STRING ADL-TO-CITY DELIMITED BY '  '
004560         ', ' DELIMITED BY SIZE
004570         ADL-TO-STATE DELIMITED BY SIZE
004580         '  ' DELIMITED BY SIZE
004590         ADL-TO-ZIP DELIMITED BY SIZE
004600         INTO ADL-WL-TEXT.
004610     PERFORM 2600-PUT-LINE THRU 2600-EXIT.
004620     PERFORM 2650-PUT-BLANK THRU 2650-EXIT 3 TIMES.
004630     MOVE SPACES TO ADL-WL-TEXT.
004640     STRING 'RE: CHANGE OF ADDRESS, CLIENT NUMBER '
004650         DELIMITED BY SIZE
004660         OCLNTIDEN DELIMITED BY SIZE
004670         INTO ADL-WL-TEXT.
004680     PERFORM 2600-PUT-LINE THRU 2600-EXIT.
004690     PERFORM 2650-PUT-BLANK THRU 2650-EXIT.
004700     MOVE SPACES TO ADL-WL-TEXT.
004710     STRING 'DEAR ' DELIMITED BY SIZE
004720         ADL-TO-FNAME DELIMITED BY '  '
004730         ' ' DELIMITED BY SIZE
004740         ADL-TO-LNAME DELIMITED BY '  '
004750         ':' DELIMITED BY SIZE
004760         INTO ADL-WL-TEXT.
004770     PERFORM 2600-PUT-LINE THRU 2600-EXIT.
004780     PERFORM 2650-PUT-BLANK THRU 2650-EXIT.
004790     MOVE ADL-LTR-BODY-1 TO ADL-WL-TEXT.
004800     PERFORM 2600-PUT-LINE THRU 2600-EXIT.
004810     MOVE SPACES TO ADL-WL-TEXT.
004820     STRING 'ACCOUNT WAS CHANGED EFFECTIVE ' DELIMITED BY SIZE
004830         ADL-EFF-DATE DELIMITED BY SIZE
004840         '.' DELIMITED BY SIZE
004850         INTO ADL-WL-TEXT.
004860     PERFORM 2600-PUT-LINE THRU 2600-EXIT.
004870     PERFORM 2650-PUT-BLANK THRU 2650-EXIT.
004880     MOVE SPACES TO ADL-WL-TEXT.
004890     STRING '    FROM:  ' DELIMITED BY SIZE
004900         HIST-CLNTCITY DELIMITED BY '  '
004910         ', ' DELIMITED BY SIZE
004920         HIST-CLNTSTATE DELIMITED BY SIZE
004930         '  ' DELIMITED BY SIZE
004940         HIST-CLNTZIP DELIMITED BY SIZE
004950         INTO ADL-WL-TEXT.
004960     PERFORM 2600-PUT-LINE THRU 2600-EXIT.
004970     MOVE SPACES TO ADL-WL-TEXT.
004980     STRING '    TO:    ' DELIMITED BY SIZE
004990         OCLNTCITY DELIMITED BY '  '
005000         ', ' DELIMITED BY SIZE
005010         OCLNTSTATE DELIMITED BY SIZE
005020         '  ' DELIMITED BY SIZE
005030         OCLNTZIP DELIMITED BY SIZE
005040         INTO ADL-WL-TEXT.
005050     PERFORM 2600-PUT-LINE THRU 2600-EXIT.
005060     PERFORM 2650-PUT-BLANK THRU 2650-EXIT.
005070     MOVE ADL-LTR-BODY-2 TO ADL-WL-TEXT.
005080     PERFORM 2600-PUT-LINE THRU 2600-EXIT.
005090     MOVE ADL-LTR-BODY-3 TO ADL-WL-TEXT.
005100     PERFORM 2600-PUT-LINE THRU 2600-EXIT.
005110     MOVE ADL-LTR-BODY-4 TO ADL-WL-TEXT.
005120     PERFORM 2600-PUT-LINE THRU 2600-EXIT.
005130     MOVE ADL-LTR-BODY-5 TO ADL-WL-TEXT.
005140     PERFORM 2600-PUT-LINE THRU 2600-EXIT.
005150     MOVE ADL-LTR-BODY-6 TO ADL-WL-TEXT.
005160     PERFORM 2600-PUT-LINE THRU 2600-EXIT.
005170     PERFORM 2650-PUT-BLANK THRU 2650-EXIT.
005180     MOVE 'SINCERELY,' TO ADL-WL-TEXT.
005190     PERFORM 2600-PUT-LINE THRU 2600-EXIT.
005200     PERFORM 2650-PUT-BLANK THRU 2650-EXIT 2 TIMES.
005210     MOVE 'CLIENT SERVICES' TO ADL-WL-TEXT.
005220     PERFORM 2600-PUT-LINE THRU 2600-EXIT.
005230     PERFORM 2650-PUT-BLANK THRU 2650-EXIT 3 TIMES.
005240     MOVE SPACES TO ADL-WL-TEXT.
005250     STRING 'COPY MAILED TO YOUR ' DELIMITED BY SIZE
005260         ADL-TO-COPY DELIMITED BY SPACE
005270         ' ADDRESS' DELIMITED BY SIZE
005280         INTO ADL-WL-TEXT.
005290     PERFORM 2600-PUT-LINE THRU 2600-EXIT.
005300 2500-EXIT.
005310     EXIT.
005320 2600-PUT-LINE.
005330     MOVE ADL-WORK-LINE TO ADL-LTR-TEXT.
005340     WRITE ADL-LTR-REC.
005350     IF NOT ADL-LTRFILE-OK
005360         DISPLAY "CLNTADRL - WRITE ERROR ON LTRFILE, STATUS = "
005370             ADL-LTRFILE-STATUS
005380         MOVE 16 TO RETURN-CODE
005390         STOP RUN
005400     END-IF.
005410     MOVE ' ' TO ADL-LTR-CTL.
005420     MOVE SPACES TO ADL-WL-TEXT.
005430 2600-EXIT.
005440     EXIT.
005450 2650-PUT-BLANK.
005460     MOVE SPACES TO ADL-WL-TEXT.
005470     PERFORM 2600-PUT-LINE THRU 2600-EXIT.
005480 2650-EXIT.
005490     EXIT.
005500*****************************************************
005510* CONTROL LISTING DETAIL - DISPOSITION ALREADY SET BY
005520* THE CALLER.
005530*****************************************************
005540 2800-WRITE-DETAIL.
005550     IF ADL-LINE-COUNT > ADL-MAX-LINES
005560         PERFORM 2810-WRITE-HEADINGS THRU 2810-EXIT
005570     END-IF.
005580     MOVE AUD-CLNTIDEN  TO ADL-DL-CLNTIDEN.
005590     MOVE AUD-OPERATION TO ADL-DL-OPER.
005600     MOVE AUD-TIME      TO ADL-DL-TIME.
005610     MOVE AUD-RSNCD     TO ADL-DL-RSNCD.
005620     MOVE AUD-SOURCE    TO ADL-DL-SOURCE.
005630     MOVE AUD-USERID    TO ADL-DL-USERID.
005640     MOVE ' ' TO ADL-RPT-CTL.
005650     MOVE ADL-DETAIL-LINE TO ADL-RPT-TEXT.
005660     WRITE ADL-RPT-REC.
005670     ADD 1 TO ADL-LINE-COUNT.
005680 2800-EXIT.
005690     EXIT.
005700 2810-WRITE-HEADINGS.
005710     ADD 1 TO ADL-PAGE-COUNT.
005720     MOVE ADL-PAGE-COUNT  TO ADL-H1-PAGE.
005730     MOVE ADL-REPORT-DATE TO ADL-H1-RPTDATE.
005740     MOVE ADL-TODAY       TO ADL-H1-RUNDATE.
005750     IF ADL-MASS-YES
005760         MOVE 'INCLUDED' TO ADL-H2-MASS
005770     ELSE
005780         MOVE 'EXCLUDED' TO ADL-H2-MASS
005790     END-IF.
005800     MOVE '1' TO ADL-RPT-CTL.
005810     MOVE ADL-PAGE-HDR-1 TO ADL-RPT-TEXT.
005820     WRITE ADL-RPT-REC.
005830     MOVE ' ' TO ADL-RPT-CTL.
005840     MOVE ADL-PAGE-HDR-2 TO ADL-RPT-TEXT.
005850     WRITE ADL-RPT-REC.
005860     MOVE SPACES TO ADL-RPT-TEXT.
005870     WRITE ADL-RPT-REC.
005880     MOVE ADL-PAGE-HDR-3 TO ADL-RPT-TEXT.
005890     WRITE ADL-RPT-REC.
005900     MOVE SPACES TO ADL-RPT-TEXT.
005910     WRITE ADL-RPT-REC.
005920     MOVE 5 TO ADL-LINE-COUNT.
005930 2810-EXIT.
005940     EXIT.
005950*****************************************************
005960* COUNTS.  REWRITES EXAMINED = MASS EXCLUDED + NOT AN
005970* ADDRESS CHANGE + REASON 01 UNCHANGED + CHANGES
005980* LETTERED + NOT PAIRED + NOT ON MASTER.
005990*****************************************************
006000 3000-TERMINATE.
006010     MOVE ' ' TO ADL-RPT-CTL.
006020     MOVE SPACES TO ADL-RPT-TEXT.
006030     WRITE ADL-RPT-REC.
006040     MOVE SPACES TO ADL-SUMMARY-LINE.
006050     MOVE 'AUDIT ENTRIES FOR THE DATE' TO ADL-SL-LABEL.
006060     MOVE ADL-TODAY-COUNT TO ADL-SL-COUNT.
006070     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
006080     MOVE 'REWRITES EXAMINED' TO ADL-SL-LABEL.
006090     MOVE ADL-REWRITE-COUNT TO ADL-SL-COUNT.
006100     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
006110     MOVE '  MASS CHANGES EXCLUDED' TO ADL-SL-LABEL.
006120     MOVE ADL-MASS-COUNT TO ADL-SL-COUNT.
006130     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
006140     MOVE '  NOT AN ADDRESS CHANGE' TO ADL-SL-LABEL.
006150     MOVE ADL-NOTADDR-COUNT TO ADL-SL-COUNT.
006160     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
006170     MOVE '  REASON 01, ADDRESS NOW UNCHANGED' TO ADL-SL-LABEL.
006180     MOVE ADL-SAME01-COUNT TO ADL-SL-COUNT.
006190     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
006200     MOVE '  ADDRESS CHANGES LETTERED' TO ADL-SL-LABEL.
006210     MOVE ADL-CHANGE-COUNT TO ADL-SL-COUNT.
006220     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
006230     MOVE '  NOT PAIRED - NO HISTORY ROW' TO ADL-SL-LABEL.
006240     MOVE ADL-UNPAIRED-COUNT TO ADL-SL-COUNT.
006250     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
006260     MOVE '  CLIENT NOT ON MASTER' TO ADL-SL-LABEL.
006270     MOVE ADL-GONE-COUNT TO ADL-SL-COUNT.
006280     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
006290     MOVE 'LETTERS GENERATED' TO ADL-SL-LABEL.
006300     MOVE ADL-LETTER-COUNT TO ADL-SL-COUNT.
006310     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
006320     CLOSE AUDITFL.
006330     CLOSE CLNTHIST.
006340     CLOSE DEMO.
006350     CLOSE LTRFILE.
006360     CLOSE LTRRPT.
006370     DISPLAY "CLNTADRL - REWRITES EXAMINED   = "
006380         ADL-REWRITE-COUNT.
006390     DISPLAY "CLNTADRL - MASS EXCLUDED       = " ADL-MASS-COUNT.
006400     DISPLAY "CLNTADRL - CHANGES LETTERED    = " ADL-CHANGE-COUNT.
006410     DISPLAY "CLNTADRL - LETTERS GENERATED   = " ADL-LETTER-COUNT.
006420     DISPLAY "CLNTADRL - NOT PAIRED          = "
006430         ADL-UNPAIRED-COUNT.
006440     DISPLAY "CLNTADRL - NOT ON MASTER       = " ADL-GONE-COUNT.
006450     IF ADL-UNPAIRED-COUNT > ZERO OR ADL-GONE-COUNT > ZERO
006460         MOVE 4 TO RETURN-CODE
006470     ELSE
006480         MOVE ZERO TO RETURN-CODE
006490     END-IF.
006500 3000-EXIT.
006510     EXIT.
006520 3100-WRITE-SUMMARY.
006530     MOVE ADL-SUMMARY-LINE TO ADL-RPT-TEXT.
006540     WRITE ADL-RPT-REC.
006550 3100-EXIT.
006560     EXIT.
006570*****************************************************
006580* RUN-HISTORY START AND END RECORDS FOR THIS STEP - SEE
006590* CLNTRLOG.  THE END RECORD CARRIES THE RETURN CODE SET
006600* ABOVE AND THE STEP'S KEY COUNTS.
006610*****************************************************
006620 9800-LOG-START.
006630     INITIALIZE CLNTRLOGREC.
006640     MOVE 'CLNTADRL' TO RLOG-PROGRAM.
006650     MOVE 'S' TO RLOG-EVENT.
006660     CALL "CLNTRLOG" USING CLNTRLOGREC.
006670 9800-EXIT.
006680     EXIT.
006690 9850-LOG-END.
006700     MOVE 'E'                TO RLOG-EVENT.
006710     MOVE RETURN-CODE        TO RLOG-RC.
006720     MOVE 'EXAMINED'         TO RLOG-CNT-LABEL (1).
006730     MOVE ADL-REWRITE-COUNT  TO RLOG-CNT-VALUE (1).
006740     MOVE 'LETTERS'          TO RLOG-CNT-LABEL (2).
006750     MOVE ADL-LETTER-COUNT   TO RLOG-CNT-VALUE (2).
006760     MOVE 'NOT PAIRED'       TO RLOG-CNT-LABEL (3).
006770     MOVE ADL-UNPAIRED-COUNT TO RLOG-CNT-VALUE (3).
006780     MOVE 'NOT ON MST'       TO RLOG-CNT-LABEL (4).
006790     MOVE ADL-GONE-COUNT     TO RLOG-CNT-VALUE (4).
006800     CALL "CLNTRLOG" USING CLNTRLOGREC.
006810 9850-EXIT.
006820     EXIT.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CLNTREED.
000030 AUTHOR.        J MELTON.
000040 INSTALLATION.  CLIENT SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************
000080* MONTHLY RE-EDIT OF THE CLIENT MASTER.  CLNTEDIT ONLY
000090* SEES A RECORD WHEN IT COMES IN, SO RECORDS LOADED
000100* BEFORE A RULE EXISTED (THE CONTACT EDITS, THE YEAR
000110* RANGE) HAVE NEVER BEEN CHECKED AGAINST IT.  THIS RUN
000120* PUTS EVERY MASTER RECORD THROUGH THE SAME CLNTEDIT
000130* MODULE PROCDLTA AND PROCCLNT CALL, SO THE ANSWER CAN
000140* NEVER DRIFT FROM WHAT INTAKE WOULD SAY TODAY.
000150*
000160* CLNTEDIT REPORTS ONLY THE FIRST FAILING RULE.  TO FIND
000170* EVERY FAILURE ON A RECORD THE FAILING FIELD IS SET TO
000180* A KNOWN-GOOD VALUE IN THE CALL AREA (NEVER ON THE
000190* MASTER) AND THE MODULE IS CALLED AGAIN UNTIL IT PASSES
000200* - SEE 2100-EDIT-PASS.  A MESSAGE THIS PROGRAM DOES NOT
000210* RECOGNISE IS COUNTED AS "OTHER" AND ENDS THE PASSES.
000220*
000230* OUTPUTS -
000240*   RPTFILE   EXCEPTIONS BY RULE AND BY STATE, BLANK
000250*             PHONE/EMAIL COUNTS, EACH AGAINST THE PRIOR
000260*             MONTH ON FILE, AND A TWELVE-MONTH TREND.
000270*   WORKLIST  ONE REJECTFL-LAYOUT (CLNTRJCT) REWRITE PER
000280*             ACTIVE CLIENT THAT FAILED, CARRYING THE
000290*             MASTER VALUES AND THE FIRST FAILURE AS THE
000300*             REJECT REASON, SO THE CORRECTIONS ARE WORKED
000310*             WITH CLNTRCYC LIKE ANY OTHER REJECT.  AN
000320*             INACTIVE CLIENT IS COUNTED BUT NOT LISTED -
000330*             A BATCH REWRITE WOULD REACTIVATE IT.  A
000340*             CLIENT WITH A STANDING FEED OVERRIDE IS
000350*             LISTED ON THE REPORT INSTEAD - THE NIGHTLY
000360*             RUN WOULD SUPPRESS A CORRECTED REWRITE, SO
000370*             IT MUST BE FIXED AT THE TERMINAL.
000380*   DQHISTFL  ONE CLNTDQRC ROW APPENDED PER RUN.
000390*
000400* SYSIN LINE 1: MONTH TO RECORD, YYYYMM - BLANK OR
000410* NON-NUMERIC MEANS THE CURRENT MONTH.  A RERUN MONTH
000420* SUPERSEDES ITSELF, LAST-WINS LIKE CLNTSTAT.
000430* RC 4 WHEN ANY RECORD FAILED A RULE.
000440*
000450* DATE       AUTHOR    DESCRIPTION
000460* 10/15/26   JMELTON   INITIAL VERSION
000462* 10/15/26   JMELTON   THE LINE THAT TRIGGERS A PAGE BREAK IS
000465*                      HELD ACROSS THE HEADINGS INSTEAD OF
000468*                      BEING OVERWRITTEN BY THEM.
000470*****************************************************
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT DEMO ASSIGN TO AS-CLNTFILE
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS OCLNTIDEN
000550         FILE STATUS IS RED-DEMO-STATUS.
000560     SELECT WORKLIST ASSIGN TO AS-WORKLIST
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS RED-WORK-STATUS.
000590     SELECT OPTIONAL DQHISTFL ASSIGN TO AS-DQHISTFL
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS RED-HIST-STATUS.
000620     SELECT RPTFILE ASSIGN TO AS-RPTFILE
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS RED-RPTFILE-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  DEMO.
000680     COPY OCLNTREC.
000690 FD  WORKLIST
000700     RECORDING MODE IS F.
000710     COPY CLNTRJCT.
000720 FD  DQHISTFL
000730     RECORDING MODE IS F.
000740     COPY CLNTDQRC.
000750 FD  RPTFILE
000760     RECORDING MODE IS F.
000770 01  RED-LINE-REC.
000780     05  RED-CTL             PIC X(01).
000790     05  RED-TEXT            PIC X(131).
000800 WORKING-STORAGE SECTION.
000810 77  RED-MAX-LINES           PIC 9(03) VALUE 055.
000813****THE PENDING PRINT LINE, HELD WHILE HEADINGS ARE WRITTEN.
000817 01  RED-HOLD-LINE           PIC X(131) VALUE SPACES.
000820 77  RED-RULE-KNOWN          PIC 9(03) VALUE 007 COMP.
000830 77  RED-RULE-MAX            PIC 9(03) VALUE 008 COMP.
000840 77  RED-STATE-LOADED        PIC 9(03) VALUE 051 COMP.
000850 77  RED-STATE-MAX           PIC 9(03) VALUE 099 COMP.
000860 77  RED-STATE-OVFL          PIC 9(03) VALUE 100 COMP.
000870 77  RED-TAB-MAX             PIC 9(03) VALUE 240 COMP.
000880     COPY CLNTEDTP.
000890 01  RED-SWITCHES.
000900     05  RED-DEMO-EOF-SW     PIC X(01) VALUE 'N'.
000910         88  RED-DEMO-EOF-YES         VALUE 'Y'.
000920     05  RED-HIST-EOF-SW     PIC X(01) VALUE 'N'.
000930         88  RED-HIST-EOF-YES         VALUE 'Y'.
000940     05  RED-EDIT-DONE-SW    PIC X(01) VALUE 'N'.
000950         88  RED-EDIT-DONE-YES        VALUE 'Y'.
000960     05  RED-FOUND-SW        PIC X(01) VALUE 'N'.
000970         88  RED-FOUND-YES            VALUE 'Y'.
000980     05  RED-PRIOR-SW        PIC X(01) VALUE 'N'.
000990         88  RED-PRIOR-YES            VALUE 'Y'.
001000 01  RED-FILE-STATUSES.
001010     05  RED-DEMO-STATUS     PIC X(02) VALUE '00'.
001020         88  RED-DEMO-OK              VALUE '00'.
001030         88  RED-DEMO-EOF             VALUE '10'.
001040     05  RED-WORK-STATUS     PIC X(02) VALUE '00'.
001050         88  RED-WORK-OK              VALUE '00'.
001060     05  RED-HIST-STATUS     PIC X(02) VALUE '00'.
001070         88  RED-HIST-OK              VALUE '00'.
001080         88  RED-HIST-NOFILE          VALUE '05'.
001090         88  RED-HIST-EOF             VALUE '10'.
001100     05  RED-RPTFILE-STATUS  PIC X(02) VALUE '00'.
001110         88  RED-RPTFILE-OK           VALUE '00'.
001120 01  RED-COUNTERS        COMP.
001130     05  RED-READ-COUNT      PIC 9(07) VALUE ZERO.
001140     05  RED-ACTIVE-COUNT    PIC 9(07) VALUE ZERO.
001150     05  RED-INACTIVE-COUNT  PIC 9(07) VALUE ZERO.
001160     05  RED-EXCEPT-COUNT    PIC 9(07) VALUE ZERO.
001170     05  RED-WORK-COUNT      PIC 9(07) VALUE ZERO.
001180     05  RED-INACT-SKIP      PIC 9(07) VALUE ZERO.
001190     05  RED-OVRD-SKIP       PIC 9(07) VALUE ZERO.
001200     05  RED-BLANK-PHONE     PIC 9(07) VALUE ZERO.
001210     05  RED-BLANK-EMAIL     PIC 9(07) VALUE ZERO.
001220     05  RED-BLANK-BOTH      PIC 9(07) VALUE ZERO.
001230     05  RED-FAIL-COUNT      PIC 9(03) VALUE ZERO.
001240     05  RED-RULE-SUB        PIC 9(03) VALUE ZERO.
001250     05  RED-RULE-HIT        PIC 9(03) VALUE ZERO.
001260     05  RED-ST-SUB          PIC 9(03) VALUE ZERO.
001270     05  RED-ST-SCAN         PIC 9(03) VALUE ZERO.
001280     05  RED-ST-COUNT        PIC 9(03) VALUE ZERO.
001290     05  RED-TAB-COUNT       PIC 9(03) VALUE ZERO.
001300     05  RED-TAB-SUB         PIC 9(03) VALUE ZERO.
001310     05  RED-PRIOR-SUB       PIC 9(03) VALUE ZERO.
001320     05  RED-RPT-FROM        PIC 9(03) VALUE ZERO.
001330     05  RED-LINE-COUNT      PIC 9(03) VALUE ZERO.
001340     05  RED-PAGE-COUNT      PIC 9(05) VALUE ZERO.
001350     05  RED-CMP-THIS        PIC 9(07) VALUE ZERO.
001360     05  RED-CMP-PRIOR       PIC 9(07) VALUE ZERO.
001370     05  RED-CMP-CHANGE      PIC S9(07) VALUE ZERO.
001380****FAILURES BY RULE, IN CLNTEDIT'S OWN CHECK ORDER.
001390 01  RED-RULE-COUNTS.
001400     05  RED-RULE-CNT        PIC 9(07) COMP OCCURS 8 TIMES.
001410 01  RED-PCT-WORK            PIC 9(03)V9 VALUE ZERO.
001420 01  RED-TODAY               PIC 9(08) VALUE ZERO.
001430 01  RED-TODAY-X REDEFINES RED-TODAY.
001440     05  RED-TODAY-YYYYMM    PIC 9(06).
001450     05  RED-TODAY-DD        PIC 9(02).
001460 01  RED-PARM-MONTH          PIC X(06) VALUE SPACES.
001470 01  RED-REPORT-MONTH        PIC 9(06) VALUE ZERO.
001480 01  RED-PRIOR-MONTH         PIC 9(06) VALUE ZERO.
001490 01  RED-FIRST-MSG           PIC X(30) VALUE SPACES.
001500****CLNTEDIT'S MESSAGES, ONE PER RULE.  IF CLNTEDIT GAINS
001510****A RULE, ADD ITS MESSAGE HERE AND A SLOT TO CLNTDQRC -
001520****UNTIL THEN IT IS COUNTED UNDER THE EIGHTH, OTHER.
001530 01  RED-RULE-VALUES.
001540     05  FILLER  PIC X(30) VALUE 'INVALID STATE CODE'.
001550     05  FILLER  PIC X(30) VALUE 'INVALID ZIP CODE'.
001560     05  FILLER  PIC X(30) VALUE 'INVALID DATE - MONTH'.
001570     05  FILLER  PIC X(30) VALUE 'INVALID DATE - DAY'.
001580     05  FILLER  PIC X(30) VALUE 'INVALID DATE - YEAR'.
001590     05  FILLER  PIC X(30) VALUE 'INVALID PHONE - NOT ALL DIGITS'.
001600     05  FILLER  PIC X(30) VALUE 'INVALID EMAIL - NO @ SIGN'.
001610     05  FILLER  PIC X(30) VALUE 'OTHER CLNTEDIT MESSAGE'.
001620 01  RED-RULE-TABLE REDEFINES RED-RULE-VALUES.
001630     05  RED-RULE-MSG        PIC X(30) OCCURS 8 TIMES.
001640****THE STATE CODES PRELOADED IN REPORT ORDER.  ANY OTHER
001650****CODE ON THE MASTER IS ADDED BEHIND THEM AS IT TURNS UP.
001660****WHETHER A CODE IS VALID IS CLNTEDIT'S VERDICT, NOT
001670****THIS LIST'S.
001680 01  RED-STATE-VALUES.
001690     05  FILLER  PIC X(34)
001700                 VALUE 'AKALARAZCACOCTDCDEFLGAHIIAIDILINKS'.
001710     05  FILLER  PIC X(34)
001720                 VALUE 'KYLAMAMDMEMIMNMOMSMTNCNDNENHNJNMNV'.
001730     05  FILLER  PIC X(34)
001740                 VALUE 'NYOHOKORPARISCSDTNTXUTVAVTWAWIWVWY'.
001750 01  RED-STATE-LIST REDEFINES RED-STATE-VALUES.
001760     05  RED-STATE-CODE      PIC X(02) OCCURS 51 TIMES.
001770****ENTRY 100 COLLECTS ANY CODE ARRIVING AFTER THE TABLE
001780****HAS FILLED.
001790 01  RED-STATE-TABLE.
001800     05  RED-ST-ENTRY OCCURS 100 TIMES.
001810         10  RED-ST-CODE       PIC X(02).
001820         10  RED-ST-BAD-SW     PIC X(01).
001830             88  RED-ST-BAD              VALUE 'Y'.
001840         10  RED-ST-RECORDS    PIC 9(07) COMP.
001850         10  RED-ST-EXCEPT     PIC 9(07) COMP.
001860****EVERY MONTH STILL ON THE HISTORY DATASET, LAST
001870****OCCURRENCE OF EACH WINNING.  ROWS ARE APPENDED IN
001880****MONTH ORDER BY THE MONTHLY RUN, SO THE LAST TWELVE
001890****ENTRIES ARE THE LAST TWELVE MONTHS.
001900 01  RED-MONTH-TABLE.
001910     05  RED-HT-ENTRY OCCURS 240 TIMES.
001920         10  RED-HT-MONTH      PIC 9(06).
001930         10  RED-HT-READ       PIC 9(07).
001940         10  RED-HT-EXCEPT     PIC 9(07).
001950         10  RED-HT-RULE       PIC 9(07) OCCURS 8 TIMES.
001960         10  RED-HT-PHONE      PIC 9(07).
001970         10  RED-HT-EMAIL      PIC 9(07).
001980         10  RED-HT-BOTH       PIC 9(07).
001990 01  RED-PAGE-HDR-1.
002000     05  FILLER              PIC X(34)
002010            VALUE 'MASTER DATA-QUALITY RE-EDIT       '.
002020     05  FILLER              PIC X(09) VALUE 'RUN DATE:'.
002030     05  RED-H1-DATE         PIC 9(08).
002040     05  FILLER              PIC X(03) VALUE SPACES.
002050     05  FILLER              PIC X(07) VALUE 'MONTH: '.
002060     05  RED-H1-MONTH        PIC 9(06).
002070     05  FILLER              PIC X(03) VALUE SPACES.
002080     05  FILLER              PIC X(06) VALUE 'PAGE: '.
002090     05  RED-H1-PAGE         PIC ZZZ9.
002100     05  FILLER              PIC X(51) VALUE SPACES.
002110 01  RED-SECTION-LINE.
002120     05  FILLER              PIC X(02) VALUE SPACES.
002130     05  RED-SE-TITLE        PIC X(70).
002140     05  FILLER              PIC X(59) VALUE SPACES.
002150 01  RED-COLUMN-HDR          PIC X(131) VALUE SPACES.
002160 01  RED-OVRD-HDR.
002170     05  FILLER              PIC X(04) VALUE SPACES.
002180     05  FILLER              PIC X(11) VALUE 'CLIENT NO'.
002190     05  FILLER              PIC X(42) VALUE 'NAME'.
002200     05  FILLER              PIC X(30) VALUE 'FIRST FAILURE'.
002210     05  FILLER              PIC X(44) VALUE SPACES.
002220 01  RED-OVRD-LINE.
002230     05  FILLER              PIC X(04) VALUE SPACES.
002240     05  RED-OL-CLNTIDEN     PIC 9(09).
002250     05  FILLER              PIC X(02) VALUE SPACES.
002260     05  RED-OL-NAME         PIC X(40).
002270     05  FILLER              PIC X(02) VALUE SPACES.
002280     05  RED-OL-MSG          PIC X(30).
002290     05  FILLER              PIC X(44) VALUE SPACES.
002300 01  RED-CMP-HDR.
002310     05  FILLER              PIC X(33) VALUE '  MEASURE'.
002320     05  FILLER              PIC X(10) VALUE 'THIS MONTH'.
002330     05  FILLER              PIC X(01) VALUE SPACES.
002340     05  FILLER              PIC X(11) VALUE 'PRIOR MONTH'.
002350     05  FILLER              PIC X(06) VALUE SPACES.
002360     05  FILLER              PIC X(06) VALUE 'CHANGE'.
002370     05  FILLER              PIC X(64) VALUE SPACES.
002380 01  RED-CMP-LINE.
002390     05  FILLER              PIC X(02) VALUE SPACES.
002400     05  RED-CP-LABEL        PIC X(34).
002410     05  RED-CP-THIS         PIC ZZZ,ZZ9.
002420     05  FILLER              PIC X(05) VALUE SPACES.
002430     05  RED-CP-PRIOR        PIC ZZZ,ZZ9.
002440     05  FILLER              PIC X(05) VALUE SPACES.
002450     05  RED-CP-CHANGE       PIC ZZZ,ZZ9-.
002460     05  FILLER              PIC X(63) VALUE SPACES.
002470 01  RED-STATE-HDR.
002480     05  FILLER              PIC X(10) VALUE '    STATE'.
002490     05  FILLER              PIC X(09) VALUE '  RECORDS'.
002500     05  FILLER              PIC X(03) VALUE SPACES.
002510     05  FILLER              PIC X(09) VALUE 'EXCEPTION'.
002520     05  FILLER              PIC X(03) VALUE SPACES.
002530     05  FILLER              PIC X(05) VALUE '  PCT'.
002540     05  FILLER              PIC X(03) VALUE SPACES.
002550     05  FILLER              PIC X(30) VALUE 'NOTE'.
002560     05  FILLER              PIC X(59) VALUE SPACES.
002570 01  RED-STATE-LINE.
002580     05  FILLER              PIC X(04) VALUE SPACES.
002590     05  RED-SL-STATE        PIC X(02).
002600     05  FILLER              PIC X(04) VALUE SPACES.
002610     05  RED-SL-RECORDS      PIC Z,ZZZ,ZZ9.
002620     05  FILLER              PIC X(03) VALUE SPACES.
002630     05  RED-SL-EXCEPT       PIC Z,ZZZ,ZZ9.
002640     05  FILLER              PIC X(03) VALUE SPACES.
002650     05  RED-SL-PCT          PIC ZZ9.9.
002660     05  FILLER              PIC X(03) VALUE SPACES.
002670     05  RED-SL-NOTE         PIC X(30).
002680     05  FILLER              PIC X(59) VALUE SPACES.
002690 01  RED-TREND-HDR.
002700     05  FILLER              PIC X(08) VALUE 'MONTH'.
002710     05  FILLER              PIC X(09) VALUE '     READ'.
002720     05  FILLER              PIC X(10) VALUE ' EXCEPTION'.
002730     05  FILLER              PIC X(08) VALUE '   STATE'.
002740     05  FILLER              PIC X(08) VALUE '     ZIP'.
002750     05  FILLER              PIC X(08) VALUE '   MONTH'.
002760     05  FILLER              PIC X(08) VALUE '     DAY'.
002770     05  FILLER              PIC X(08) VALUE '    YEAR'.
002780     05  FILLER              PIC X(08) VALUE '   PHONE'.
002790     05  FILLER              PIC X(08) VALUE '   EMAIL'.
002800     05  FILLER              PIC X(08) VALUE '   OTHER'.
002810     05  FILLER              PIC X(08) VALUE ' NOPHONE'.
002820     05  FILLER              PIC X(08) VALUE ' NOEMAIL'.
002830     05  FILLER              PIC X(24) VALUE SPACES.
002840 01  RED-TREND-LINE.
002850     05  RED-TL-MONTH        PIC 9(06).
002860     05  FILLER              PIC X(02).
002870     05  RED-TL-READ         PIC Z,ZZZ,ZZ9.
002880     05  FILLER              PIC X(01).
002890     05  RED-TL-EXCEPT       PIC Z,ZZZ,ZZ9.
002900     05  RED-TL-RULE-GRP OCCURS 8 TIMES.
002910         10  FILLER          PIC X(01).
002920         10  RED-TL-RULE     PIC ZZZ,ZZ9.
002930     05  FILLER              PIC X(01).
002940     05  RED-TL-PHONE        PIC ZZZ,ZZ9.
002950     05  FILLER              PIC X(01).
002960     05  RED-TL-EMAIL        PIC ZZZ,ZZ9.
002970     05  FILLER              PIC X(24).
002980 01  RED-SUMMARY-LINE.
002990     05  FILLER              PIC X(02) VALUE SPACES.
003000     05  RED-SM-LABEL        PIC X(34).
003010     05  RED-SM-COUNT        PIC ZZZ,ZZ9.
003020     05  FILLER              PIC X(88) VALUE SPACES.
003030 PROCEDURE DIVISION.
003040 0000-MAINLINE.
003050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003060     PERFORM 2000-EDIT-CLIENT THRU 2000-EXIT
003070         UNTIL RED-DEMO-EOF-YES.
003080     PERFORM 2700-APPEND-HISTORY THRU 2700-EXIT.
003090     PERFORM 2800-LOAD-HISTORY THRU 2800-EXIT.
003100     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
003110     PERFORM 4000-TERMINATE THRU 4000-EXIT.
003120     STOP RUN.
003130 1000-INITIALIZE.
003140     ACCEPT RED-TODAY FROM DATE YYYYMMDD.
003150     ACCEPT RED-PARM-MONTH.
003160     IF RED-PARM-MONTH NUMERIC
003170         MOVE RED-PARM-MONTH TO RED-REPORT-MONTH
003180     ELSE
003190         MOVE RED-TODAY-YYYYMM TO RED-REPORT-MONTH
003200     END-IF.
003210     INITIALIZE RED-RULE-COUNTS.
003220     INITIALIZE RED-STATE-TABLE.
003230     PERFORM 1100-LOAD-STATE THRU 1100-EXIT
003240         VARYING RED-ST-SUB FROM 1 BY 1
003250         UNTIL RED-ST-SUB > RED-STATE-LOADED.
003260     MOVE RED-STATE-LOADED TO RED-ST-COUNT.
003270     MOVE '**' TO RED-ST-CODE (RED-STATE-OVFL).
003280     OPEN INPUT DEMO.
003290     IF NOT RED-DEMO-OK
003300         DISPLAY "CLNTREED - UNABLE TO OPEN DEMO, STATUS = "
003310             RED-DEMO-STATUS
003320         MOVE 16 TO RETURN-CODE
003330         STOP RUN
003340     END-IF.
003350     OPEN OUTPUT WORKLIST.
003360     IF NOT RED-WORK-OK
003370         DISPLAY "CLNTREED - UNABLE TO OPEN WORKLIST, STATUS = "
003380             RED-WORK-STATUS
003390         MOVE 16 TO RETURN-CODE
003400         STOP RUN
003410     END-IF.
003420     OPEN OUTPUT RPTFILE.
003430     IF NOT RED-RPTFILE-OK
003440         DISPLAY "CLNTREED - UNABLE TO OPEN RPTFILE, STATUS = "
003450             RED-RPTFILE-STATUS
003460         MOVE 16 TO RETURN-CODE
003470         STOP RUN
003480     END-IF.
003490     PERFORM 2910-WRITE-HEADINGS THRU 2910-EXIT.
003500     MOVE 'FEED OVERRIDE STANDING - CORRECT AT THE TERMINAL'
003510         TO RED-SE-TITLE.
003520     MOVE RED-OVRD-HDR TO RED-COLUMN-HDR.
003530     PERFORM 2920-START-SECTION THRU 2920-EXIT.
003540 1000-EXIT.
003550     EXIT.
003560 1100-LOAD-STATE.
003570     MOVE RED-STATE-CODE (RED-ST-SUB)
003580         TO RED-ST-CODE (RED-ST-SUB).
003590 1100-EXIT.
003600     EXIT.
003610*****************************************************
003620* ONE MASTER RECORD - COUNTED, EDITED, AND, WHEN IT
003630* FAILS AND CAN BE WORKED IN BATCH, WRITTEN TO THE
003640* WORKLIST.
003650*****************************************************
003660 2000-EDIT-CLIENT.
003670     READ DEMO NEXT RECORD
003680         AT END
003690             MOVE 'Y' TO RED-DEMO-EOF-SW
003700             GO TO 2000-EXIT
003710     END-READ.
003720     IF NOT RED-DEMO-OK
003730         DISPLAY "CLNTREED - READ ERROR ON DEMO, STATUS = "
003740             RED-DEMO-STATUS
003750         MOVE 16 TO RETURN-CODE
003760         STOP RUN
003770     END-IF.
003780     ADD 1 TO RED-READ-COUNT.
003790     IF OCLNT-INACTIVE
003800         ADD 1 TO RED-INACTIVE-COUNT
003810     ELSE
003820         ADD 1 TO RED-ACTIVE-COUNT
003830     END-IF.
003840     IF OCLNTPHONE = SPACES
003850         ADD 1 TO RED-BLANK-PHONE
003860     END-IF.
003870     IF OCLNTEMAIL = SPACES
003880         ADD 1 TO RED-BLANK-EMAIL
003890     END-IF.
003900     IF OCLNTPHONE = SPACES AND OCLNTEMAIL = SPACES
003910         ADD 1 TO RED-BLANK-BOTH
003920     END-IF.
003930     PERFORM 2200-FIND-STATE THRU 2200-EXIT.
003940     ADD 1 TO RED-ST-RECORDS (RED-ST-SUB).
003950     MOVE OCLNTSTATE TO EDIT-CLNTSTATE.
003960     MOVE OCLNTZIP   TO EDIT-CLNTZIP.
003970     MOVE OCLNTMM    TO EDIT-CLNTMM.
003980     MOVE OCLNTDD    TO EDIT-CLNTDD.
003990     MOVE OCLNTYY    TO EDIT-CLNTYY.
004000     MOVE OCLNTPHONE TO EDIT-CLNTPHONE.
004010     MOVE OCLNTEMAIL TO EDIT-CLNTEMAIL.
004020     MOVE ZERO   TO RED-FAIL-COUNT.
004030     MOVE SPACES TO RED-FIRST-MSG.
004040     MOVE 'N'    TO RED-EDIT-DONE-SW.
004050     PERFORM 2100-EDIT-PASS THRU 2100-EXIT
004060         UNTIL RED-EDIT-DONE-YES.
004070     IF RED-FAIL-COUNT = ZERO
004080         GO TO 2000-EXIT
004090     END-IF.
004100     ADD 1 TO RED-EXCEPT-COUNT.
004110     ADD 1 TO RED-ST-EXCEPT (RED-ST-SUB).
004120     IF OCLNT-INACTIVE
004130         ADD 1 TO RED-INACT-SKIP
004140         GO TO 2000-EXIT
004150     END-IF.
004160     IF OCLNT-OVERRIDE
004170         ADD 1 TO RED-OVRD-SKIP
004180         PERFORM 2500-LIST-OVERRIDE THRU 2500-EXIT
004190         GO TO 2000-EXIT
004200     END-IF.
004210     PERFORM 2400-WRITE-WORKLIST THRU 2400-EXIT.
004220 2000-EXIT.
004230     EXIT.
004240*****************************************************
004250* ONE CALL TO CLNTEDIT.  A FAILURE IS COUNTED UNDER ITS
004260* RULE AND THE FAILING FIELD IS SET TO A VALUE THE RULE
004270* ACCEPTS, SO THE NEXT CALL REPORTS THE NEXT FAILURE.
004280* SEVEN KNOWN RULES, SO AT MOST EIGHT CALLS A RECORD.
004290*****************************************************
004300 2100-EDIT-PASS.
004310     CALL "CLNTEDIT" USING CLNTEDITREC.
004320     IF EDIT-VALID
004330         MOVE 'Y' TO RED-EDIT-DONE-SW
004340         GO TO 2100-EXIT
004350     END-IF.
004360     ADD 1 TO RED-FAIL-COUNT.
004370     IF RED-FAIL-COUNT = 1
004380         MOVE EDIT-MESSAGE TO RED-FIRST-MSG
004390     END-IF.
004400     MOVE 'N' TO RED-FOUND-SW.
004410     MOVE RED-RULE-MAX TO RED-RULE-HIT.
004420     PERFORM 2110-MATCH-RULE THRU 2110-EXIT
004430         VARYING RED-RULE-SUB FROM 1 BY 1
004440         UNTIL RED-RULE-SUB > RED-RULE-KNOWN
004450             OR RED-FOUND-YES.
004460     ADD 1 TO RED-RULE-CNT (RED-RULE-HIT).
004470     IF NOT RED-FOUND-YES
004480             OR RED-FAIL-COUNT >= RED-RULE-MAX
004490         MOVE 'Y' TO RED-EDIT-DONE-SW
004500         GO TO 2100-EXIT
004510     END-IF.
004520     IF RED-RULE-HIT = 1
004530         MOVE 'Y'     TO RED-ST-BAD-SW (RED-ST-SUB)
004540         MOVE 'AL'    TO EDIT-CLNTSTATE
004550     ELSE IF RED-RULE-HIT = 2
004560         MOVE '00000' TO EDIT-CLNTZIP
004570     ELSE IF RED-RULE-HIT = 3
004580         MOVE '01'    TO EDIT-CLNTMM
004590     ELSE IF RED-RULE-HIT = 4
004600         MOVE '01'    TO EDIT-CLNTDD
004610     ELSE IF RED-RULE-HIT = 5
004620         MOVE '2000'  TO EDIT-CLNTYY
004630     ELSE IF RED-RULE-HIT = 6
004640         MOVE SPACES  TO EDIT-CLNTPHONE
004650     ELSE
004660         MOVE SPACES  TO EDIT-CLNTEMAIL
004670     END-IF.
004680 2100-EXIT.
004690     EXIT.
004700 2110-MATCH-RULE.
004710     IF EDIT-MESSAGE = RED-RULE-MSG (RED-RULE-SUB)
004720         MOVE 'Y' TO RED-FOUND-SW
004730         MOVE RED-RULE-SUB TO RED-RULE-HIT
004740     END-IF.
004750 2110-EXIT.
004760     EXIT.
004770*****************************************************
004780* THE STATE TABLE ENTRY FOR THIS RECORD, ADDING THE
004790* CODE BEHIND THE PRELOADED ONES IF IT IS NEW.
004800*****************************************************
004810 2200-FIND-STATE.
004820     MOVE 'N' TO RED-FOUND-SW.
004830     PERFORM 2210-MATCH-STATE THRU 2210-EXIT
004840         VARYING RED-ST-SCAN FROM 1 BY 1
004850         UNTIL RED-ST-SCAN > RED-ST-COUNT
004860             OR RED-FOUND-YES.
004870     IF RED-FOUND-YES
004880         GO TO 2200-EXIT
004890     END-IF.
004900     IF RED-ST-COUNT >= RED-STATE-MAX
004910         MOVE RED-STATE-OVFL TO RED-ST-SUB
004920         GO TO 2200-EXIT
004930     END-IF.
004940     ADD 1 TO RED-ST-COUNT.
004950     MOVE RED-ST-COUNT TO RED-ST-SUB.
004960     MOVE OCLNTSTATE TO RED-ST-CODE (RED-ST-SUB).
004970 2200-EXIT.
004980     EXIT.
004990 2210-MATCH-STATE.
005000     IF RED-ST-CODE (RED-ST-SCAN) = OCLNTSTATE
005010         MOVE 'Y' TO RED-FOUND-SW
005020         MOVE RED-ST-SCAN TO RED-ST-SUB
005030     END-IF.
005040 2210-EXIT.
005050     EXIT.
005060*****************************************************
005070* A REASON-99 REWRITE CARRYING THE MASTER AS IT STANDS.
005080* CLNTRCYC RE-KEYS THE FAILING FIELDS AND SENDS IT ON TO
005090* RCYCFL FOR THE NIGHTLY RUN.  THE EFFECTIVE DATE IS
005100* LEFT BLANK - APPLY ON THE NIGHT IT IS RECYCLED.
005110*****************************************************
005120 2400-WRITE-WORKLIST.
005130     MOVE SPACES          TO RJCTCLNTREC.
005140     MOVE 03              TO RJCT-PROCESS.
005150     MOVE OCLNTIDEN       TO RJCT-CLNTIDEN.
005160     MOVE OCLNTFNAME      TO RJCT-CLNTFNAME.
005170     MOVE OCLNTMNAME      TO RJCT-CLNTMNAME.
005180     MOVE OCLNTLNAME      TO RJCT-CLNTLNAME.
005190     MOVE OCLNTADDR1      TO RJCT-CLNTADDR1.
005200     MOVE OCLNTADDR2      TO RJCT-CLNTADDR2.
005210     MOVE OCLNTCITY       TO RJCT-CLNTCITY.
005220     MOVE OCLNTSTATE      TO RJCT-CLNTSTATE.
005230     MOVE OCLNTZIP        TO RJCT-CLNTZIP.
005240     MOVE OCLNTDATE       TO RJCT-CLNTDATE.
005250     MOVE '99'            TO RJCT-CLNTRSNCD.
005260     MOVE RED-TODAY       TO RJCT-REJDATE.
005270     MOVE RED-FIRST-MSG   TO RJCT-REJRSN.
005280     MOVE ZERO            TO RJCT-MRGIDEN.
005290     MOVE OCLNTPHONE      TO RJCT-CLNTPHONE.
005300     MOVE OCLNTEMAIL      TO RJCT-CLNTEMAIL.
005310     WRITE RJCTCLNTREC.
005320     IF NOT RED-WORK-OK
005330         DISPLAY "CLNTREED - WRITE ERROR ON WORKLIST, STATUS = "
005340             RED-WORK-STATUS
005350         MOVE 16 TO RETURN-CODE
005360         STOP RUN
005370     END-IF.
005380     ADD 1 TO RED-WORK-COUNT.
005390 2400-EXIT.
005400     EXIT.
005410 2500-LIST-OVERRIDE.
005420     MOVE OCLNTIDEN TO RED-OL-CLNTIDEN.
005430     MOVE SPACES TO RED-OL-NAME.
005440     STRING OCLNTFNAME DELIMITED BY SPACE
005450            ' '        DELIMITED BY SIZE
005460            OCLNTLNAME DELIMITED BY SPACE
005470         INTO RED-OL-NAME.
005480     MOVE RED-FIRST-MSG TO RED-OL-MSG.
005490     MOVE RED-OVRD-LINE TO RED-TEXT.
005500     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
005510 2500-EXIT.
005520     EXIT.
005530 2700-APPEND-HISTORY.
005540     OPEN EXTEND DQHISTFL.
005550     IF NOT RED-HIST-OK AND NOT RED-HIST-NOFILE
005560         DISPLAY "CLNTREED - UNABLE TO OPEN DQHISTFL, STATUS = "
005570             RED-HIST-STATUS
005580         MOVE 16 TO RETURN-CODE
005590         STOP RUN
005600     END-IF.
005610     MOVE SPACES             TO DQHISTREC.
005620     MOVE RED-REPORT-MONTH   TO DQ-MONTH.
005630     MOVE RED-TODAY          TO DQ-RUN-DATE.
005640     MOVE RED-READ-COUNT     TO DQ-READ.
005650     MOVE RED-EXCEPT-COUNT   TO DQ-EXCEPTIONS.
005660     PERFORM 2710-MOVE-RULE THRU 2710-EXIT
005670         VARYING RED-RULE-SUB FROM 1 BY 1
005680         UNTIL RED-RULE-SUB > RED-RULE-MAX.
005690     MOVE RED-BLANK-PHONE    TO DQ-BLANK-PHONE.
005700     MOVE RED-BLANK-EMAIL    TO DQ-BLANK-EMAIL.
005710     MOVE RED-BLANK-BOTH     TO DQ-BLANK-BOTH.
005720     WRITE DQHISTREC.
005730     IF NOT RED-HIST-OK
005740         DISPLAY "CLNTREED - WRITE ERROR ON DQHISTFL, STATUS = "
005750             RED-HIST-STATUS
005760         MOVE 16 TO RETURN-CODE
005770         STOP RUN
005780     END-IF.
005790     CLOSE DQHISTFL.
005800 2700-EXIT.
005810     EXIT.
005820 2710-MOVE-RULE.
005830     MOVE RED-RULE-CNT (RED-RULE-SUB)
005840         TO DQ-RULE-CNT (RED-RULE-SUB).
005850 2710-EXIT.
005860     EXIT.
005870*****************************************************
005880* WHOLE-FILE PASS - THE LAST OCCURRENCE OF EACH MONTH
005890* WINS, SO A RERUN MONTH SUPERSEDES ITSELF.  THE PRIOR
005900* MONTH IS THE LATEST ONE ON FILE BEFORE THE RUN MONTH.
005910*****************************************************
005920 2800-LOAD-HISTORY.
005930     OPEN INPUT DQHISTFL.
005940     IF NOT RED-HIST-OK AND NOT RED-HIST-NOFILE
005950         DISPLAY "CLNTREED - UNABLE TO REOPEN DQHISTFL, "
005960             "STATUS = " RED-HIST-STATUS
005970         MOVE 16 TO RETURN-CODE
005980         STOP RUN
005990     END-IF.
006000     PERFORM 2850-LOAD-ONE THRU 2850-EXIT
006010         UNTIL RED-HIST-EOF-YES.
006020     CLOSE DQHISTFL.
006030     PERFORM 2880-CHECK-PRIOR THRU 2880-EXIT
006040         VARYING RED-TAB-SUB FROM 1 BY 1
006050         UNTIL RED-TAB-SUB > RED-TAB-COUNT.
006060 2800-EXIT.
006070     EXIT.
006080 2850-LOAD-ONE.
006090     READ DQHISTFL
006100         AT END
006110             MOVE 'Y' TO RED-HIST-EOF-SW
006120             GO TO 2850-EXIT
006130     END-READ.
006140     IF NOT RED-HIST-OK
006150         DISPLAY "CLNTREED - READ ERROR ON DQHISTFL, STATUS = "
006160             RED-HIST-STATUS
006170         MOVE 16 TO RETURN-CODE
006180         STOP RUN
006190     END-IF.
006200     IF DQ-MONTH NOT NUMERIC
006210         GO TO 2850-EXIT
006220     END-IF.
006230     MOVE 'N' TO RED-FOUND-SW.
006240     PERFORM 2860-MATCH-ONE THRU 2860-EXIT
006250         VARYING RED-TAB-SUB FROM 1 BY 1
006260         UNTIL RED-TAB-SUB > RED-TAB-COUNT
006270             OR RED-FOUND-YES.
006280     IF RED-FOUND-YES
006290         GO TO 2850-EXIT
006300     END-IF.
006310****A FULL TABLE (20 YEARS OF MONTHS) EVICTS ITS OLDEST
006320****ENTRY - THE ROW IN HAND IS THE NEWEST AND THE LAST
006330****TWELVE MONTHS MUST ALWAYS SURVIVE FOR THE TREND.
006340     IF RED-TAB-COUNT >= RED-TAB-MAX
006350         DISPLAY "CLNTREED - MONTH TABLE FULL - OLDEST "
006360             "MONTH DROPPED TO KEEP THE RECENT TWELVE"
006370         PERFORM 2855-SHIFT-ONE THRU 2855-EXIT
006380             VARYING RED-TAB-SUB FROM 1 BY 1
006390             UNTIL RED-TAB-SUB >= RED-TAB-COUNT
006400         MOVE RED-TAB-COUNT TO RED-TAB-SUB
006410         PERFORM 2870-STORE-ONE THRU 2870-EXIT
006420         GO TO 2850-EXIT
006430     END-IF.
006440     ADD 1 TO RED-TAB-COUNT.
006450     MOVE RED-TAB-COUNT TO RED-TAB-SUB.
006460     PERFORM 2870-STORE-ONE THRU 2870-EXIT.
006470 2850-EXIT.
006480     EXIT.
006490 2855-SHIFT-ONE.
006500     MOVE RED-HT-ENTRY (RED-TAB-SUB + 1)
006510         TO RED-HT-ENTRY (RED-TAB-SUB).
006520 2855-EXIT.
006530     EXIT.
006540 2860-MATCH-ONE.
006550     IF RED-HT-MONTH (RED-TAB-SUB) = DQ-MONTH
006560         MOVE 'Y' TO RED-FOUND-SW
006570         PERFORM 2870-STORE-ONE THRU 2870-EXIT
006580     END-IF.
006590 2860-EXIT.
006600     EXIT.
006610 2870-STORE-ONE.
006620     MOVE DQ-MONTH       TO RED-HT-MONTH (RED-TAB-SUB).
006630     MOVE DQ-READ        TO RED-HT-READ (RED-TAB-SUB).
006640     MOVE DQ-EXCEPTIONS  TO RED-HT-EXCEPT (RED-TAB-SUB).
006650     PERFORM 2875-STORE-RULE THRU 2875-EXIT
006660         VARYING RED-RULE-SUB FROM 1 BY 1
006670         UNTIL RED-RULE-SUB > RED-RULE-MAX.
006680     MOVE DQ-BLANK-PHONE TO RED-HT-PHONE (RED-TAB-SUB).
006690     MOVE DQ-BLANK-EMAIL TO RED-HT-EMAIL (RED-TAB-SUB).
006700     MOVE DQ-BLANK-BOTH  TO RED-HT-BOTH (RED-TAB-SUB).
006710 2870-EXIT.
006720     EXIT.
006730 2875-STORE-RULE.
006740     MOVE DQ-RULE-CNT (RED-RULE-SUB)
006750         TO RED-HT-RULE (RED-TAB-SUB, RED-RULE-SUB).
006760 2875-EXIT.
006770     EXIT.
006780 2880-CHECK-PRIOR.
006790     IF RED-HT-MONTH (RED-TAB-SUB) < RED-REPORT-MONTH
006800             AND RED-HT-MONTH (RED-TAB-SUB) > RED-PRIOR-MONTH
006810         MOVE RED-HT-MONTH (RED-TAB-SUB) TO RED-PRIOR-MONTH
006820         MOVE RED-TAB-SUB TO RED-PRIOR-SUB
006830         MOVE 'Y' TO RED-PRIOR-SW
006840     END-IF.
006850 2880-EXIT.
006860     EXIT.
006870 2900-WRITE-LINE.
006880     IF RED-LINE-COUNT > RED-MAX-LINES
006885         MOVE RED-TEXT TO RED-HOLD-LINE
006890         PERFORM 2910-WRITE-HEADINGS THRU 2910-EXIT
006895         MOVE RED-HOLD-LINE TO RED-TEXT
006900     END-IF.
006910     MOVE ' ' TO RED-CTL.
006920     WRITE RED-LINE-REC.
006930     ADD 1 TO RED-LINE-COUNT.
006940 2900-EXIT.
006950     EXIT.
006960 2910-WRITE-HEADINGS.
006970     ADD 1 TO RED-PAGE-COUNT.
006980     MOVE RED-PAGE-COUNT   TO RED-H1-PAGE.
006990     MOVE RED-TODAY        TO RED-H1-DATE.
007000     MOVE RED-REPORT-MONTH TO RED-H1-MONTH.
007010     MOVE '1' TO RED-CTL.
007020     MOVE RED-PAGE-HDR-1 TO RED-TEXT.
007030     WRITE RED-LINE-REC.
007040     MOVE ' ' TO RED-CTL.
007050     MOVE SPACES TO RED-TEXT.
007060     WRITE RED-LINE-REC.
007070     MOVE 2 TO RED-LINE-COUNT.
007080 2910-EXIT.
007090     EXIT.
007100*****************************************************
007110* SECTION TITLE AND COLUMN HEADINGS, KEPT TOGETHER WITH
007120* AT LEAST A FEW DETAIL LINES ON ONE PAGE.
007130*****************************************************
007140 2920-START-SECTION.
007150     IF RED-LINE-COUNT > RED-MAX-LINES - 6
007160         PERFORM 2910-WRITE-HEADINGS THRU 2910-EXIT
007170     END-IF.
007180     MOVE SPACES TO RED-TEXT.
007190     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
007200     MOVE RED-SECTION-LINE TO RED-TEXT.
007210     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
007220     MOVE RED-COLUMN-HDR TO RED-TEXT.
007230     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
007240     MOVE SPACES TO RED-TEXT.
007250     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
007260 2920-EXIT.
007270     EXIT.
007280 3000-PRINT-REPORT.
007290     IF RED-OVRD-SKIP = ZERO
007300         MOVE '    NONE' TO RED-TEXT
007310         PERFORM 2900-WRITE-LINE THRU 2900-EXIT
007320     END-IF.
007330     PERFORM 3100-PRINT-RULES THRU 3100-EXIT.
007340     PERFORM 3200-PRINT-CONTACT THRU 3200-EXIT.
007350     PERFORM 3300-PRINT-STATES THRU 3300-EXIT.
007360     PERFORM 3400-PRINT-TREND THRU 3400-EXIT.
007370 3000-EXIT.
007380     EXIT.
007390*****************************************************
007400* EXCEPTIONS BY RULE AGAINST THE PRIOR MONTH ON FILE.
007410* A RECORD FAILING SEVERAL RULES COUNTS UNDER EACH, SO
007420* THE RULE LINES CAN ADD UP TO MORE THAN THE RECORDS
007430* WITH AN EXCEPTION.
007440*****************************************************
007450 3100-PRINT-RULES.
007460     MOVE SPACES TO RED-SE-TITLE.
007470     IF RED-PRIOR-YES
007480         STRING 'EXCEPTIONS BY RULE - PRIOR MONTH ON FILE '
007490                    DELIMITED BY SIZE
007500                RED-PRIOR-MONTH DELIMITED BY SIZE
007510             INTO RED-SE-TITLE
007520     ELSE
007530         MOVE 'EXCEPTIONS BY RULE - NO PRIOR MONTH ON FILE'
007540             TO RED-SE-TITLE
007550     END-IF.
007560     MOVE RED-CMP-HDR TO RED-COLUMN-HDR.
007570     PERFORM 2920-START-SECTION THRU 2920-EXIT.
007580     MOVE 'MASTER RECORDS RE-EDITED' TO RED-CP-LABEL.
007590     MOVE RED-READ-COUNT TO RED-CMP-THIS.
007600     IF RED-PRIOR-YES
007610         MOVE RED-HT-READ (RED-PRIOR-SUB) TO RED-CMP-PRIOR
007620     END-IF.
007630     PERFORM 3500-PRINT-COMPARE THRU 3500-EXIT.
007640     MOVE 'RECORDS WITH ANY EXCEPTION' TO RED-CP-LABEL.
007650     MOVE RED-EXCEPT-COUNT TO RED-CMP-THIS.
007660     IF RED-PRIOR-YES
007670         MOVE RED-HT-EXCEPT (RED-PRIOR-SUB) TO RED-CMP-PRIOR
007680     END-IF.
007690     PERFORM 3500-PRINT-COMPARE THRU 3500-EXIT.
007700     MOVE SPACES TO RED-TEXT.
007710     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
007720     PERFORM 3110-PRINT-ONE-RULE THRU 3110-EXIT
007730         VARYING RED-RULE-SUB FROM 1 BY 1
007740         UNTIL RED-RULE-SUB > RED-RULE-MAX.
007750 3100-EXIT.
007760     EXIT.
007770 3110-PRINT-ONE-RULE.
007780     MOVE RED-RULE-MSG (RED-RULE-SUB) TO RED-CP-LABEL.
007790     MOVE RED-RULE-CNT (RED-RULE-SUB) TO RED-CMP-THIS.
007800     IF RED-PRIOR-YES
007810         MOVE RED-HT-RULE (RED-PRIOR-SUB, RED-RULE-SUB)
007820             TO RED-CMP-PRIOR
007830     END-IF.
007840     PERFORM 3500-PRINT-COMPARE THRU 3500-EXIT.
007850 3110-EXIT.
007860     EXIT.
007870 3200-PRINT-CONTACT.
007880     MOVE 'CONTACT DATA - RECORDS WITH NO PHONE OR EMAIL'
007890         TO RED-SE-TITLE.
007900     MOVE RED-CMP-HDR TO RED-COLUMN-HDR.
007910     PERFORM 2920-START-SECTION THRU 2920-EXIT.
007920     MOVE 'BLANK PHONE' TO RED-CP-LABEL.
007930     MOVE RED-BLANK-PHONE TO RED-CMP-THIS.
007940     IF RED-PRIOR-YES
007950         MOVE RED-HT-PHONE (RED-PRIOR-SUB) TO RED-CMP-PRIOR
007960     END-IF.
007970     PERFORM 3500-PRINT-COMPARE THRU 3500-EXIT.
007980     MOVE 'BLANK EMAIL' TO RED-CP-LABEL.
007990     MOVE RED-BLANK-EMAIL TO RED-CMP-THIS.
008000     IF RED-PRIOR-YES
008010         MOVE RED-HT-EMAIL (RED-PRIOR-SUB) TO RED-CMP-PRIOR
008020     END-IF.
008030     PERFORM 3500-PRINT-COMPARE THRU 3500-EXIT.
008040     MOVE 'BLANK PHONE AND EMAIL' TO RED-CP-LABEL.
008050     MOVE RED-BLANK-BOTH TO RED-CMP-THIS.
008060     IF RED-PRIOR-YES
008070         MOVE RED-HT-BOTH (RED-PRIOR-SUB) TO RED-CMP-PRIOR
008080     END-IF.
008090     PERFORM 3500-PRINT-COMPARE THRU 3500-EXIT.
008100 3200-EXIT.
008110     EXIT.
008120*****************************************************
008130* EVERY STATE CODE WITH AT LEAST ONE RECORD, IN TABLE
008140* ORDER - THE PRELOADED CODES, THEN ANY OTHERS IN THE
008150* ORDER THEY TURNED UP.
008160*****************************************************
008170 3300-PRINT-STATES.
008180     MOVE 'EXCEPTIONS BY STATE' TO RED-SE-TITLE.
008190     MOVE RED-STATE-HDR TO RED-COLUMN-HDR.
008200     PERFORM 2920-START-SECTION THRU 2920-EXIT.
008210     PERFORM 3310-PRINT-ONE-STATE THRU 3310-EXIT
008220         VARYING RED-ST-SUB FROM 1 BY 1
008230         UNTIL RED-ST-SUB > RED-ST-COUNT.
008240     MOVE RED-STATE-OVFL TO RED-ST-SUB.
008250     PERFORM 3310-PRINT-ONE-STATE THRU 3310-EXIT.
008260 3300-EXIT.
008270     EXIT.
008280 3310-PRINT-ONE-STATE.
008290     IF RED-ST-RECORDS (RED-ST-SUB) = ZERO
008300         GO TO 3310-EXIT
008310     END-IF.
008320     MOVE RED-ST-CODE (RED-ST-SUB)    TO RED-SL-STATE.
008330     MOVE RED-ST-RECORDS (RED-ST-SUB) TO RED-SL-RECORDS.
008340     MOVE RED-ST-EXCEPT (RED-ST-SUB)  TO RED-SL-EXCEPT.
008350     COMPUTE RED-PCT-WORK ROUNDED =
008360         RED-ST-EXCEPT (RED-ST-SUB) * 100
008370             / RED-ST-RECORDS (RED-ST-SUB).
008380     MOVE RED-PCT-WORK TO RED-SL-PCT.
008390     IF RED-ST-SUB = RED-STATE-OVFL
008400         MOVE 'OTHER CODES - TABLE FULL' TO RED-SL-NOTE
008410     ELSE IF RED-ST-BAD (RED-ST-SUB)
008420         MOVE 'INVALID STATE CODE' TO RED-SL-NOTE
008430     ELSE
008440         MOVE SPACES TO RED-SL-NOTE
008450     END-IF.
008460     MOVE RED-STATE-LINE TO RED-TEXT.
008470     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
008480 3310-EXIT.
008490     EXIT.
008500*****************************************************
008510* THE LAST TWELVE MONTHS ON FILE, OLDEST FIRST.
008520*****************************************************
008530 3400-PRINT-TREND.
008540     MOVE 'TWELVE-MONTH TREND' TO RED-SE-TITLE.
008550     MOVE RED-TREND-HDR TO RED-COLUMN-HDR.
008560     PERFORM 2920-START-SECTION THRU 2920-EXIT.
008570     IF RED-TAB-COUNT > 12
008580         COMPUTE RED-RPT-FROM = RED-TAB-COUNT - 11
008590     ELSE
008600         MOVE 1 TO RED-RPT-FROM
008610     END-IF.
008620     PERFORM 3410-PRINT-ONE-MONTH THRU 3410-EXIT
008630         VARYING RED-TAB-SUB FROM RED-RPT-FROM BY 1
008640         UNTIL RED-TAB-SUB > RED-TAB-COUNT.
008650 3400-EXIT.
008660     EXIT.
008670 3410-PRINT-ONE-MONTH.
008680     MOVE SPACES TO RED-TREND-LINE.
008690     MOVE RED-HT-MONTH (RED-TAB-SUB)  TO RED-TL-MONTH.
008700     MOVE RED-HT-READ (RED-TAB-SUB)   TO RED-TL-READ.
008710     MOVE RED-HT-EXCEPT (RED-TAB-SUB) TO RED-TL-EXCEPT.
008720     PERFORM 3420-MOVE-TREND-RULE THRU 3420-EXIT
008730         VARYING RED-RULE-SUB FROM 1 BY 1
008740         UNTIL RED-RULE-SUB > RED-RULE-MAX.
008750     MOVE RED-HT-PHONE (RED-TAB-SUB)  TO RED-TL-PHONE.
008760     MOVE RED-HT-EMAIL (RED-TAB-SUB)  TO RED-TL-EMAIL.
008770     MOVE RED-TREND-LINE TO RED-TEXT.
008780     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
008790 3410-EXIT.
008800     EXIT.
008810 3420-MOVE-TREND-RULE.
008820     MOVE RED-HT-RULE (RED-TAB-SUB, RED-RULE-SUB)
008830         TO RED-TL-RULE (RED-RULE-SUB).
008840 3420-EXIT.
008850     EXIT.
008860*****************************************************
008870* ONE THIS-MONTH/PRIOR-MONTH LINE.  THE PRIOR AND
008880* CHANGE COLUMNS ARE LEFT BLANK WHEN THERE IS NO PRIOR
008890* MONTH ON FILE.
008900*****************************************************
008910 3500-PRINT-COMPARE.
008920     MOVE RED-CMP-THIS TO RED-CP-THIS.
008930     MOVE RED-CMP-PRIOR TO RED-CP-PRIOR.
008940     COMPUTE RED-CMP-CHANGE = RED-CMP-THIS - RED-CMP-PRIOR.
008950     MOVE RED-CMP-CHANGE TO RED-CP-CHANGE.
008960     MOVE RED-CMP-LINE TO RED-TEXT.
008970     IF NOT RED-PRIOR-YES
008980         MOVE SPACES TO RED-TEXT (44:25)
008990     END-IF.
009000     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
009010     MOVE ZERO TO RED-CMP-PRIOR.
009020 3500-EXIT.
009030     EXIT.
009040 4000-TERMINATE.
009050     MOVE SPACES TO RED-TEXT.
009060     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
009070     MOVE 'MASTER RECORDS READ' TO RED-SM-LABEL.
009080     MOVE RED-READ-COUNT TO RED-SM-COUNT.
009090     PERFORM 4100-WRITE-SUMMARY THRU 4100-EXIT.
009100     MOVE '  ACTIVE' TO RED-SM-LABEL.
009110     MOVE RED-ACTIVE-COUNT TO RED-SM-COUNT.
009120     PERFORM 4100-WRITE-SUMMARY THRU 4100-EXIT.
009130     MOVE '  INACTIVE' TO RED-SM-LABEL.
009140     MOVE RED-INACTIVE-COUNT TO RED-SM-COUNT.
009150     PERFORM 4100-WRITE-SUMMARY THRU 4100-EXIT.
009160     MOVE 'RECORDS WITH ANY EXCEPTION' TO RED-SM-LABEL.
009170     MOVE RED-EXCEPT-COUNT TO RED-SM-COUNT.
009180     PERFORM 4100-WRITE-SUMMARY THRU 4100-EXIT.
009190     MOVE '  WRITTEN TO THE WORKLIST' TO RED-SM-LABEL.
009200     MOVE RED-WORK-COUNT TO RED-SM-COUNT.
009210     PERFORM 4100-WRITE-SUMMARY THRU 4100-EXIT.
009220     MOVE '  INACTIVE - NOT ON WORKLIST' TO RED-SM-LABEL.
009230     MOVE RED-INACT-SKIP TO RED-SM-COUNT.
009240     PERFORM 4100-WRITE-SUMMARY THRU 4100-EXIT.
009250     MOVE '  FEED OVERRIDE - NOT ON WORKLIST' TO RED-SM-LABEL.
009260     MOVE RED-OVRD-SKIP TO RED-SM-COUNT.
009270     PERFORM 4100-WRITE-SUMMARY THRU 4100-EXIT.
009280     CLOSE DEMO.
009290     CLOSE WORKLIST.
009300     CLOSE RPTFILE.
009310     DISPLAY "CLNTREED - MONTH RECORDED      = "
009320         RED-REPORT-MONTH.
009330     DISPLAY "CLNTREED - RECORDS READ        = " RED-READ-COUNT.
009340     DISPLAY "CLNTREED - WITH EXCEPTIONS     = "
009350         RED-EXCEPT-COUNT.
009360     DISPLAY "CLNTREED - WORKLIST WRITTEN    = " RED-WORK-COUNT.
009370     DISPLAY "CLNTREED - INACTIVE SKIPPED    = " RED-INACT-SKIP.
009380     DISPLAY "CLNTREED - OVERRIDE SKIPPED    = " RED-OVRD-SKIP.
009390     IF RED-EXCEPT-COUNT > ZERO
009400         MOVE 4 TO RETURN-CODE
009410     ELSE
009420         MOVE ZERO TO RETURN-CODE
009430     END-IF.
009440 4000-EXIT.
009450     EXIT.
009460 4100-WRITE-SUMMARY.
009470     MOVE RED-SUMMARY-LINE TO RED-TEXT.
009480     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
009490 4100-EXIT.
009500     EXIT.

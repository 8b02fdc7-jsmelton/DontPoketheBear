000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CLNTSEAS.
000030 AUTHOR.        J MELTON.
000040 INSTALLATION.  CLIENT SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************
000080* NIGHTLY SEASONAL ADDRESS SWITCH.  FOR EVERY CLIENT
000090* WITH ROWS ON CLNTADDR (SEE CLNTAREC) THIS WORKS OUT
000100* WHICH ADDRESS BELONGS ON THE MASTER TODAY:
000110*   - A SEASONAL ROW WHOSE FROM/TO MONTH-DAY RANGE
000120*     TAKES IN TODAY (THE LOWEST SEQUENCE WHEN TWO
000130*     OVERLAP), OTHERWISE
000140*   - THE MAILING ROW, OTHERWISE
000150*   - THE RESIDENCE ROW.
000160* WHEN THAT IS STILL THE ROW MARKED ADR-ON-MASTER
000170* NOTHING IS DONE, SO AN ADDRESS CHANGE THAT CAME IN
000180* SINCE ON THE FEED OR AT THE TERMINAL IS LEFT ALONE.
000190* ONLY WHEN A SEASONAL RANGE STARTS OR ENDS (OR A ROW IS
000200* KEYED OR DELETED) DOES THE ANSWER MOVE, AND THEN:
000210*   PASS 1 QUEUES AN IPROCESS-03 REWRITE OF THE MASTER
000220*          WITH THE NEW ADDRESS, REASON 07, ON A WORK
000230*          FILE - OR, WHEN THE MASTER ALREADY CARRIES
000240*          THAT ADDRESS, JUST A MOVE OF THE MARK;
000250*   PASS 2 DRIVES EACH REWRITE THROUGH PROCCLNT'S BATCH
000260*          PATH, SO THE SWITCH LANDS WITH ITS CLNTHIST
000270*          PRIOR IMAGE AND AUDIT ENTRY LIKE ANY OTHER
000280*          CHANGE, AND MOVES THE MARK ON CLNTADDR.
000290* THE TWO PASSES KEEP THIS PROGRAM'S READ OF THE MASTER
000300* CLOSED BEFORE PROCCLNT OPENS IT I-O (AS CLNTMASS).
000310* A CLIENT NOT ON THE MASTER OR CLOSED IS REPORTED AND
000320* LEFT ALONE.  RETURN CODE 8 WHEN ANY REWRITE FAILED.
000330*
000340* DATE       AUTHOR    DESCRIPTION
000350* 10/15/26   JMELTON   INITIAL VERSION
000352* 10/15/26   JMELTON   LOGS ITS START AND END, RETURN CODE AND
000355*                      KEY COUNTS TO THE RUNHIST RUN HISTORY
000357*                      THROUGH CLNTRLOG.
000358* 10/15/26   JMELTON   A READ OR REWRITE ERROR ON CLNTADDR
000359*                      WHILE MARKING THE MASTER ROW ENDS THE
000360*                      RUN RC 16 LIKE ANY OTHER FILE ERROR.
000365*****************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT OPTIONAL CLNTADDR ASSIGN TO AS-CLNTADDR
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS ADR-KEY
000440         FILE STATUS IS SEAS-ADDR-STATUS.
000450     SELECT DEMO ASSIGN TO AS-CLNTFILE
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS OCLNTIDEN
000490         FILE STATUS IS SEAS-DEMO-STATUS.
000500     SELECT SEASWORK ASSIGN TO AS-SEASWORK
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS SEAS-WORK-STATUS.
000530     SELECT SEASRPT ASSIGN TO AS-SEASRPT
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS SEAS-RPT-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580****CLIENT ADDRESSES.  SEE CLNTAREC.
000590 FD  CLNTADDR.
000600     COPY CLNTAREC.
000610 FD  DEMO.
000620     COPY OCLNTREC.
000630****THE PASS-2 WORK FILE - WHAT TO DO, THE ROW TO MARK,
000640****AND FOR A REWRITE THE ICLNTREC-SHAPED TRANSACTION.
000650 FD  SEASWORK
000660     RECORDING MODE IS F.
000670 01  SEAS-WORK-REC.
000680     05  SEAS-WK-ACTION       PIC X(01).
000690         88  SEAS-WK-REWRITE           VALUE 'R'.
000700         88  SEAS-WK-MARK-ONLY         VALUE 'M'.
000710     05  SEAS-WK-IDEN         PIC 9(09).
000720     05  SEAS-WK-TYPE         PIC X(04).
000730     05  SEAS-WK-SEQ          PIC 9(02).
000740     05  SEAS-WK-FROM-DESC    PIC X(09).
000750     05  SEAS-WK-TRAN         PIC X(447).
000760 FD  SEASRPT
000770     RECORDING MODE IS F.
000780 01  SEAS-LINE-REC.
000790     05  SEAS-CTL          PIC X(01).
000800     05  SEAS-TEXT         PIC X(131).
000810 WORKING-STORAGE SECTION.
000820 01  SEAS-SWITCHES.
000830     05  SEAS-ADDR-EOF-SW    PIC X(01) VALUE 'N'.
000840         88  SEAS-ADDR-EOF-YES        VALUE 'Y'.
000850     05  SEAS-WORK-EOF-SW    PIC X(01) VALUE 'N'.
000860         88  SEAS-WORK-EOF-YES        VALUE 'Y'.
000870     05  SEAS-MARK-DONE-SW   PIC X(01) VALUE 'N'.
000880         88  SEAS-MARK-DONE-YES       VALUE 'Y'.
000890     05  SEAS-MARKED-SW      PIC X(01) VALUE 'N'.
000900         88  SEAS-MARKED-YES          VALUE 'Y'.
000910     05  SEAS-HAS-SEAS-SW    PIC X(01) VALUE 'N'.
000920         88  SEAS-HAS-SEAS-YES        VALUE 'Y'.
000930     05  SEAS-HAS-MAIL-SW    PIC X(01) VALUE 'N'.
000940         88  SEAS-HAS-MAIL-YES        VALUE 'Y'.
000950     05  SEAS-HAS-RES-SW     PIC X(01) VALUE 'N'.
000960         88  SEAS-HAS-RES-YES         VALUE 'Y'.
000970     05  SEAS-COVERS-SW      PIC X(01) VALUE 'N'.
000980         88  SEAS-COVERS-YES          VALUE 'Y'.
000990     05  SEAS-CALLED-SW      PIC X(01) VALUE 'N'.
001000         88  SEAS-CALLED-YES          VALUE 'Y'.
001010 01  SEAS-FILE-STATUSES.
001020     05  SEAS-ADDR-STATUS    PIC X(02) VALUE '00'.
001030         88  SEAS-ADDR-OK             VALUE '00'.
001040         88  SEAS-ADDR-EOF            VALUE '10'.
001050         88  SEAS-ADDR-NOFILE         VALUE '05'.
001060     05  SEAS-DEMO-STATUS    PIC X(02) VALUE '00'.
001070         88  SEAS-DEMO-OK             VALUE '00'.
001080         88  SEAS-DEMO-NOTFND         VALUE '23'.
001090     05  SEAS-WORK-STATUS    PIC X(02) VALUE '00'.
001100         88  SEAS-WORK-OK             VALUE '00'.
001110     05  SEAS-RPT-STATUS     PIC X(02) VALUE '00'.
001120         88  SEAS-RPT-OK              VALUE '00'.
001130 01  SEAS-COUNTERS        COMP.
001140     05  SEAS-ROWS-READ      PIC 9(07) VALUE ZERO.
001150     05  SEAS-CLIENT-COUNT   PIC 9(07) VALUE ZERO.
001160     05  SEAS-SAME-COUNT     PIC 9(07) VALUE ZERO.
001170     05  SEAS-NOROW-COUNT    PIC 9(07) VALUE ZERO.
001180     05  SEAS-QUEUED-COUNT   PIC 9(07) VALUE ZERO.
001190     05  SEAS-MARKONLY-COUNT PIC 9(07) VALUE ZERO.
001200     05  SEAS-NOTMAST-COUNT  PIC 9(07) VALUE ZERO.
001210     05  SEAS-CLOSED-COUNT   PIC 9(07) VALUE ZERO.
001220     05  SEAS-APPLIED-COUNT  PIC 9(07) VALUE ZERO.
001230     05  SEAS-ERROR-COUNT    PIC 9(07) VALUE ZERO.
001240     05  SEAS-REMARK-COUNT   PIC 9(07) VALUE ZERO.
001250     05  SEAS-LINE-COUNT     PIC 9(03) VALUE ZERO.
001260     05  SEAS-PAGE-COUNT     PIC 9(03) VALUE ZERO.
001270 77  SEAS-MAX-LINES          PIC 9(03) VALUE 055.
001280 01  SEAS-TODAY              PIC 9(08) VALUE ZERO.
001290 01  SEAS-TODAY-X REDEFINES SEAS-TODAY.
001300     05  SEAS-TODAY-YYYY     PIC 9(04).
001310     05  SEAS-TODAY-MMDD     PIC 9(04).
001320     05  SEAS-TODAY-MMDD-X REDEFINES SEAS-TODAY-MMDD.
001330         10  SEAS-TODAY-MM   PIC 9(02).
001340         10  SEAS-TODAY-DD   PIC 9(02).
001350****THE CLIENT WHOSE ROWS ARE BEING GATHERED, THE ROW NOW
001360****MARKED AS ON THE MASTER, AND THE ROW THAT SHOULD BE.
001370 01  SEAS-CUR-IDEN           PIC 9(09) VALUE ZERO.
001380 01  SEAS-MARK-TYPE          PIC X(04) VALUE SPACES.
001390 01  SEAS-MARK-SEQ           PIC 9(02) VALUE ZERO.
001400 01  SEAS-WANT-TYPE          PIC X(04) VALUE SPACES.
001410 01  SEAS-WANT-SEQ           PIC 9(02) VALUE ZERO.
001420 01  SEAS-DESC               PIC X(09) VALUE SPACES.
001430****THE CANDIDATE ROWS FOR THE CLIENT.
001440     COPY CLNTAREC REPLACING LEADING ==ADR== BY ==SSEA==.
001450     COPY CLNTAREC REPLACING LEADING ==ADR== BY ==SMAL==.
001460     COPY CLNTAREC REPLACING LEADING ==ADR== BY ==SRES==.
001470     COPY CLNTAREC REPLACING LEADING ==ADR== BY ==SWNT==.
001480****THE REWRITE TRANSACTION, BUILT HERE AND CARRIED ON THE
001490****WORK FILE IN SEAS-WK-TRAN.
001500     COPY ICLNTREC.
001510****CALL PARAMETER RECORD PASSED TO PROCCLNT.
001520     COPY CLNTPARM.
001530 01  SEAS-PAGE-HDR-1.
001540     05  FILLER              PIC X(34)
001550                   VALUE 'SEASONAL ADDRESS SWITCH REPORT    '.
001560     05  FILLER              PIC X(09) VALUE 'RUN DATE:'.
001570     05  SEAS-H1-DATE        PIC 9(08).
001580     05  FILLER              PIC X(06) VALUE ' PAGE '.
001590     05  SEAS-H1-PAGE        PIC ZZZ9.
001600     05  FILLER              PIC X(70) VALUE SPACES.
001610 01  SEAS-PAGE-HDR-2.
001620     05  FILLER              PIC X(12) VALUE ' CLIENT NO  '.
001630     05  FILLER              PIC X(13) VALUE 'FROM         '.
001640     05  FILLER              PIC X(13) VALUE 'TO           '.
001650     05  FILLER              PIC X(42) VALUE 'NEW ADDRESS'.
001660     05  FILLER              PIC X(51) VALUE 'ACTION'.
001670 01  SEAS-DETAIL.
001680     05  FILLER              PIC X(01) VALUE SPACES.
001690     05  SEAS-DT-IDEN        PIC 9(09).
001700     05  FILLER              PIC X(02) VALUE SPACES.
001710     05  SEAS-DT-FROM        PIC X(09).
001720     05  FILLER              PIC X(04) VALUE SPACES.
001730     05  SEAS-DT-TO          PIC X(09).
001740     05  FILLER              PIC X(01) VALUE SPACES.
001750     05  SEAS-DT-SEQ         PIC 9(02).
001760     05  FILLER              PIC X(01) VALUE SPACES.
001770     05  SEAS-DT-ADDR        PIC X(40).
001780     05  FILLER              PIC X(02) VALUE SPACES.
001790     05  SEAS-DT-NOTE        PIC X(25).
001800     05  FILLER              PIC X(26) VALUE SPACES.
001810 01  SEAS-SUMMARY-LINE.
001820     05  FILLER              PIC X(02) VALUE SPACES.
001830     05  SEAS-SL-LABEL       PIC X(34).
001840     05  SEAS-SL-COUNT       PIC ZZZ,ZZ9.
001850     05  FILLER              PIC X(88) VALUE SPACES.
001852****CALL PARAMETER RECORD PASSED TO THE RUN-HISTORY LOGGING
001855****MODULE.  SEE CLNTRLGP.
001857     COPY CLNTRLGP.
001860 PROCEDURE DIVISION.
001870 0000-MAINLINE.
001875     PERFORM 9800-LOG-START THRU 9800-EXIT.
001880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001890     PERFORM 2000-SCAN-ADDRESSES THRU 2000-EXIT
001900         UNTIL SEAS-ADDR-EOF-YES.
001910     PERFORM 2900-END-SCAN THRU 2900-EXIT.
001920     PERFORM 4000-APPLY-SWITCHES THRU 4000-EXIT.
001930     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001935     PERFORM 9850-LOG-END THRU 9850-EXIT.
001940     STOP RUN.
001950 1000-INITIALIZE.
001960     ACCEPT SEAS-TODAY FROM DATE YYYYMMDD.
001970     OPEN INPUT CLNTADDR.
001980     IF NOT SEAS-ADDR-OK AND NOT SEAS-ADDR-NOFILE
001990         DISPLAY "CLNTSEAS - UNABLE TO OPEN CLNTADDR, STATUS = "
002000             SEAS-ADDR-STATUS
002010         MOVE 16 TO RETURN-CODE
002020         STOP RUN
002030     END-IF.
002040     OPEN INPUT DEMO.
002050     IF NOT SEAS-DEMO-OK
002060         DISPLAY "CLNTSEAS - UNABLE TO OPEN DEMO, STATUS = "
002070             SEAS-DEMO-STATUS
002080         MOVE 16 TO RETURN-CODE
002090         STOP RUN
002100     END-IF.
002110     OPEN OUTPUT SEASWORK.
002120     IF NOT SEAS-WORK-OK
002130         DISPLAY "CLNTSEAS - UNABLE TO OPEN SEASWORK, "
002140             "STATUS = " SEAS-WORK-STATUS
002150         MOVE 16 TO RETURN-CODE
002160         STOP RUN
002170     END-IF.
002180     OPEN OUTPUT SEASRPT.
002190     IF NOT SEAS-RPT-OK
002200         DISPLAY "CLNTSEAS - UNABLE TO OPEN SEASRPT, STATUS = "
002210             SEAS-RPT-STATUS
002220         MOVE 16 TO RETURN-CODE
002230         STOP RUN
002240     END-IF.
002250     PERFORM 1500-WRITE-HEADINGS THRU 1500-EXIT.
002260****A SHOP THAT HAS NOT KEYED ANY ADDRESSES YET HAS NO
002270****CLNTADDR ROWS - NOTHING TO SWITCH.
002280     IF SEAS-ADDR-NOFILE
002290         MOVE 'Y' TO SEAS-ADDR-EOF-SW
002300         GO TO 1000-EXIT
002310     END-IF.
002320     PERFORM 2100-READ-ADDRESS THRU 2100-EXIT.
002330     IF NOT SEAS-ADDR-EOF-YES
002340         PERFORM 2200-START-CLIENT THRU 2200-EXIT
002350     END-IF.
002360 1000-EXIT.
002370     EXIT.
002380 1500-WRITE-HEADINGS.
002390     ADD 1 TO SEAS-PAGE-COUNT.
002400     MOVE SEAS-TODAY      TO SEAS-H1-DATE.
002410     MOVE SEAS-PAGE-COUNT TO SEAS-H1-PAGE.
002420     MOVE '1' TO SEAS-CTL.
002430     MOVE SEAS-PAGE-HDR-1 TO SEAS-TEXT.
002440     WRITE SEAS-LINE-REC.
002450     MOVE ' ' TO SEAS-CTL.
002460     MOVE SPACES TO SEAS-TEXT.
002470     WRITE SEAS-LINE-REC.
002480     MOVE SEAS-PAGE-HDR-2 TO SEAS-TEXT.
002490     WRITE SEAS-LINE-REC.
002500     MOVE 3 TO SEAS-LINE-COUNT.
002510 1500-EXIT.
002520     EXIT.
002530*****************************************************
002540* PASS 1 - ONE CLNTADDR ROW.  THE ROWS COME IN KEY
002550* ORDER, SO A CLIENT'S ROWS ARE TOGETHER (MAIL, RES,
002560* THEN SEAS BY SEQUENCE).  WHEN THE CLIENT NUMBER
002570* CHANGES THE GATHERED CLIENT IS DECIDED.
002580*****************************************************
002590 2000-SCAN-ADDRESSES.
002600     IF ADR-CLNTIDEN NOT = SEAS-CUR-IDEN
002610         PERFORM 2500-DECIDE-CLIENT THRU 2500-EXIT
002620         PERFORM 2200-START-CLIENT THRU 2200-EXIT
002630     END-IF.
002640     PERFORM 2300-NOTE-ROW THRU 2300-EXIT.
002650     PERFORM 2100-READ-ADDRESS THRU 2100-EXIT.
002660     IF SEAS-ADDR-EOF-YES
002670         PERFORM 2500-DECIDE-CLIENT THRU 2500-EXIT
002680     END-IF.
002690 2000-EXIT.
002700     EXIT.
002710 2100-READ-ADDRESS.
002720     READ CLNTADDR NEXT RECORD
002730         AT END
002740             MOVE 'Y' TO SEAS-ADDR-EOF-SW
002750             GO TO 2100-EXIT
002760     END-READ.
002770     IF NOT SEAS-ADDR-OK
002780         DISPLAY "CLNTSEAS - READ ERROR ON CLNTADDR, STATUS = "
002790             SEAS-ADDR-STATUS
002800         MOVE 16 TO RETURN-CODE
002810         STOP RUN
002820     END-IF.
002830     ADD 1 TO SEAS-ROWS-READ.
002840 2100-EXIT.
002850     EXIT.
002860 2200-START-CLIENT.
002870     MOVE ADR-CLNTIDEN TO SEAS-CUR-IDEN.
002880     ADD 1 TO SEAS-CLIENT-COUNT.
002890     MOVE 'N' TO SEAS-MARKED-SW.
002900     MOVE 'N' TO SEAS-HAS-SEAS-SW.
002910     MOVE 'N' TO SEAS-HAS-MAIL-SW.
002920     MOVE 'N' TO SEAS-HAS-RES-SW.
002930     MOVE SPACES TO SEAS-MARK-TYPE.
002940     MOVE ZERO   TO SEAS-MARK-SEQ.
002950 2200-EXIT.
002960     EXIT.
002970 2300-NOTE-ROW.
002980     IF ADR-ON-MASTER
002990         MOVE 'Y'      TO SEAS-MARKED-SW
003000         MOVE ADR-TYPE TO SEAS-MARK-TYPE
003010         MOVE ADR-SEQ  TO SEAS-MARK-SEQ
003020     END-IF.
003030     IF ADR-TYPE-MAIL
003040         MOVE 'Y'    TO SEAS-HAS-MAIL-SW
003050         MOVE ADRREC TO SMALREC
003060     ELSE IF ADR-TYPE-RES
003070         MOVE 'Y'    TO SEAS-HAS-RES-SW
003080         MOVE ADRREC TO SRESREC
003090     ELSE IF ADR-TYPE-SEAS AND NOT SEAS-HAS-SEAS-YES
003100         PERFORM 2400-CHECK-RANGE THRU 2400-EXIT
003110         IF SEAS-COVERS-YES
003120             MOVE 'Y'    TO SEAS-HAS-SEAS-SW
003130             MOVE ADRREC TO SSEAREC
003140         END-IF
003150     END-IF.
003160 2300-EXIT.
003170     EXIT.
003180****FROM THROUGH TO INCLUSIVE.  A FROM LATER THAN THE TO
003190****RUNS OVER NEW YEAR.
003200 2400-CHECK-RANGE.
003210     MOVE 'N' TO SEAS-COVERS-SW.
003220     IF ADR-FROM-MMDD NOT > ADR-TO-MMDD
003230         IF SEAS-TODAY-MMDD NOT < ADR-FROM-MMDD
003240                 AND SEAS-TODAY-MMDD NOT > ADR-TO-MMDD
003250             MOVE 'Y' TO SEAS-COVERS-SW
003260         END-IF
003270     ELSE
003280         IF SEAS-TODAY-MMDD NOT < ADR-FROM-MMDD
003290                 OR SEAS-TODAY-MMDD NOT > ADR-TO-MMDD
003300             MOVE 'Y' TO SEAS-COVERS-SW
003310         END-IF
003320     END-IF.
003330 2400-EXIT.
003340     EXIT.
003350*****************************************************
003360* ALL OF ONE CLIENT'S ROWS ARE IN.  PICK THE ROW THAT
003370* BELONGS ON THE MASTER; WHEN IT IS ALREADY THE MARKED
003380* ROW THERE IS NOTHING TO DO.  OTHERWISE LOOK THE CLIENT
003390* UP ON THE MASTER AND QUEUE THE SWITCH.
003400*****************************************************
003410 2500-DECIDE-CLIENT.
003420     IF SEAS-HAS-SEAS-YES
003430         MOVE SSEAREC TO SWNTREC
003440     ELSE IF SEAS-HAS-MAIL-YES
003450         MOVE SMALREC TO SWNTREC
003460     ELSE IF SEAS-HAS-RES-YES
003470         MOVE SRESREC TO SWNTREC
003480     ELSE
003490****ONLY SEASONAL ROWS AND NONE IN FORCE - THE FEED AND THE
003500****TERMINAL LOOK AFTER THE MASTER'S ADDRESS.
003510         ADD 1 TO SEAS-NOROW-COUNT
003520         GO TO 2500-EXIT
003530     END-IF.
003540     MOVE SWNT-TYPE TO SEAS-WANT-TYPE.
003550     MOVE SWNT-SEQ  TO SEAS-WANT-SEQ.
003560     IF SEAS-MARKED-YES
003570             AND SEAS-MARK-TYPE = SEAS-WANT-TYPE
003580             AND SEAS-MARK-SEQ  = SEAS-WANT-SEQ
003590         ADD 1 TO SEAS-SAME-COUNT
003600         GO TO 2500-EXIT
003610     END-IF.
003620     MOVE SPACES TO SEAS-WORK-REC.
003630     IF SEAS-MARKED-YES
003640         MOVE SEAS-MARK-TYPE TO SEAS-WK-TYPE
003650         PERFORM 9100-TYPE-DESC THRU 9100-EXIT
003660     ELSE
003670         MOVE 'MASTER'       TO SEAS-DESC
003680     END-IF.
003690     MOVE SEAS-DESC      TO SEAS-WK-FROM-DESC.
003700     MOVE SEAS-CUR-IDEN  TO SEAS-WK-IDEN.
003710     MOVE SEAS-WANT-TYPE TO SEAS-WK-TYPE.
003720     MOVE SEAS-WANT-SEQ  TO SEAS-WK-SEQ.
003730     MOVE SEAS-CUR-IDEN  TO OCLNTIDEN.
003740     READ DEMO
003750         INVALID KEY
003760             ADD 1 TO SEAS-NOTMAST-COUNT
003770             MOVE 'NOT ON MASTER - SKIPPED' TO SEAS-DT-NOTE
003780             PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT
003790             GO TO 2500-EXIT
003800     END-READ.
003810     IF NOT SEAS-DEMO-OK
003820         DISPLAY "CLNTSEAS - READ ERROR ON DEMO, STATUS = "
003830             SEAS-DEMO-STATUS
003840         MOVE 16 TO RETURN-CODE
003850         STOP RUN
003860     END-IF.
003870     IF OCLNT-INACTIVE
003880         ADD 1 TO SEAS-CLOSED-COUNT
003890         MOVE 'CLIENT CLOSED - SKIPPED' TO SEAS-DT-NOTE
003900         PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT
003910         GO TO 2500-EXIT
003920     END-IF.
003930****THE MASTER MAY ALREADY HOLD THE ADDRESS (THE CLIENT
003940****CALLED IT IN) - THEN ONLY THE MARK MOVES.
003950     IF OCLNTADDR1 = SWNT-ADDR1 AND OCLNTADDR2 = SWNT-ADDR2
003960             AND OCLNTCITY = SWNT-CITY
003970             AND OCLNTSTATE = SWNT-STATE
003980             AND OCLNTZIP = SWNT-ZIP
003990         MOVE 'M' TO SEAS-WK-ACTION
004000         ADD 1 TO SEAS-MARKONLY-COUNT
004010         MOVE 'ALREADY ON MASTER - MARK' TO SEAS-DT-NOTE
004020     ELSE
004030         MOVE 'R' TO SEAS-WK-ACTION
004040         PERFORM 2600-BUILD-TRAN THRU 2600-EXIT
004050         MOVE INCLNTREC TO SEAS-WK-TRAN
004060         ADD 1 TO SEAS-QUEUED-COUNT
004070         MOVE 'QUEUED FOR REWRITE' TO SEAS-DT-NOTE
004080     END-IF.
004090     WRITE SEAS-WORK-REC.
004100     IF NOT SEAS-WORK-OK
004110         DISPLAY "CLNTSEAS - WRITE ERROR ON SEASWORK, "
004120             "STATUS = " SEAS-WORK-STATUS
004130         MOVE 16 TO RETURN-CODE
004140         STOP RUN
004150     END-IF.
004160     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
004170 2500-EXIT.
004180     EXIT.
004190*****************************************************
004200* ONE REWRITE TRANSACTION FOR PASS 2 - THE MASTER AS IT
004210* STANDS WITH THE ADDRESS REPLACED, REASON 07.
004220*****************************************************
004230 2600-BUILD-TRAN.
004240     MOVE SPACES        TO INCLNTREC.
004250     MOVE 03            TO IPROCESS.
004260     MOVE OCLNTIDEN     TO ICLNTIDEN.
004270     MOVE OCLNTFNAME    TO ICLNTFNAME.
004280     MOVE OCLNTMNAME    TO ICLNTMNAME.
004290     MOVE OCLNTLNAME    TO ICLNTLNAME.
004300     MOVE SWNT-ADDR1    TO ICLNTADDR1.
004310     MOVE SWNT-ADDR2    TO ICLNTADDR2.
004320     MOVE SWNT-CITY     TO ICLNTCITY.
004330     MOVE SWNT-STATE    TO ICLNTSTATE.
004340     MOVE SWNT-ZIP      TO ICLNTZIP.
004350     MOVE OCLNTMM       TO ICLNTMM.
004360     MOVE OCLNTDD       TO ICLNTDD.
004370     MOVE OCLNTYY       TO ICLNTYY.
004380     MOVE OCLNTPHONE    TO ICLNTPHONE.
004390     MOVE OCLNTEMAIL    TO ICLNTEMAIL.
004400     MOVE ZERO          TO ICLNTMRGIDEN.
004410     SET ICLNTRSN-SEASON-CHG TO TRUE.
004420     MOVE SEAS-TODAY-MM   TO ICLNTEFFMM.
004430     MOVE SEAS-TODAY-DD   TO ICLNTEFFDD.
004440     MOVE SEAS-TODAY-YYYY TO ICLNTEFFYY.
004450 2600-EXIT.
004460     EXIT.
004470 2700-WRITE-DETAIL.
004480     IF SEAS-LINE-COUNT + 1 > SEAS-MAX-LINES
004490         PERFORM 1500-WRITE-HEADINGS THRU 1500-EXIT
004500     END-IF.
004510     MOVE SEAS-CUR-IDEN     TO SEAS-DT-IDEN.
004520     MOVE SEAS-WK-FROM-DESC TO SEAS-DT-FROM.
004530     MOVE SEAS-WANT-TYPE    TO SEAS-WK-TYPE.
004540     PERFORM 9100-TYPE-DESC THRU 9100-EXIT.
004550     MOVE SEAS-DESC         TO SEAS-DT-TO.
004560     MOVE SEAS-WANT-SEQ     TO SEAS-DT-SEQ.
004570     MOVE SWNT-ADDR1        TO SEAS-DT-ADDR.
004580     MOVE ' ' TO SEAS-CTL.
004590     MOVE SEAS-DETAIL TO SEAS-TEXT.
004600     WRITE SEAS-LINE-REC.
004610     ADD 1 TO SEAS-LINE-COUNT.
004620 2700-EXIT.
004630     EXIT.
004640 2900-END-SCAN.
004650     IF NOT SEAS-ADDR-NOFILE
004660         CLOSE CLNTADDR
004670     END-IF.
004680     CLOSE DEMO.
004690     CLOSE SEASWORK.
004700 2900-EXIT.
004710     EXIT.
004720*****************************************************
004730* PASS 2 - APPLY.  EACH QUEUED REWRITE GOES THROUGH
004740* PROCCLNT'S BATCH REWRITE, WHICH WRITES THE CLNTHIST
004750* PRIOR IMAGE AND THE REASON-07 AUDIT ENTRY.  ONLY WHEN
004760* IT TOOK (OR THE MASTER ALREADY HELD THE ADDRESS) IS THE
004770* MARK MOVED, SO A FAILED SWITCH IS TRIED AGAIN TOMORROW.
004780* THE PROCESS-99 SHUTDOWN CALL CLOSES PROCCLNT'S FILES.
004790*****************************************************
004800 4000-APPLY-SWITCHES.
004810     IF SEAS-QUEUED-COUNT = ZERO AND SEAS-MARKONLY-COUNT = ZERO
004820         GO TO 4000-EXIT
004830     END-IF.
004840     OPEN INPUT SEASWORK.
004850     IF NOT SEAS-WORK-OK
004860         DISPLAY "CLNTSEAS - UNABLE TO REOPEN SEASWORK, "
004870             "STATUS = " SEAS-WORK-STATUS
004880         MOVE 16 TO RETURN-CODE
004890         STOP RUN
004900     END-IF.
004910     OPEN I-O CLNTADDR.
004920     IF NOT SEAS-ADDR-OK
004930         DISPLAY "CLNTSEAS - UNABLE TO OPEN CLNTADDR I-O, "
004940             "STATUS = " SEAS-ADDR-STATUS
004950         MOVE 16 TO RETURN-CODE
004960         STOP RUN
004970     END-IF.
004980     PERFORM 4100-APPLY-ONE THRU 4100-EXIT
004990         UNTIL SEAS-WORK-EOF-YES.
005000     CLOSE SEASWORK.
005010     CLOSE CLNTADDR.
005020     IF SEAS-CALLED-YES
005030         MOVE SPACES TO CLNTPARMREC
005040         MOVE 'Y' TO PARM-BATCH-SW
005050         MOVE 99  TO PARM-PROCESS
005060         CALL "PROCCLNT" USING CLNTPARMREC
005070     END-IF.
005080 4000-EXIT.
005090     EXIT.
005100 4100-APPLY-ONE.
005110     READ SEASWORK
005120         AT END
005130             MOVE 'Y' TO SEAS-WORK-EOF-SW
005140             GO TO 4100-EXIT
005150     END-READ.
005160     IF NOT SEAS-WORK-OK
005170         DISPLAY "CLNTSEAS - READ ERROR ON SEASWORK, "
005180             "STATUS = " SEAS-WORK-STATUS
005190         MOVE 16 TO RETURN-CODE
005200         STOP RUN
005210     END-IF.
005220     IF SEAS-WK-MARK-ONLY
005230         PERFORM 4200-MOVE-MARK THRU 4200-EXIT
005240         GO TO 4100-EXIT
005250     END-IF.
005260     MOVE SEAS-WK-TRAN TO INCLNTREC.
005270     MOVE 'Y'          TO SEAS-CALLED-SW.
005280     MOVE 'Y'          TO PARM-BATCH-SW.
005290     MOVE SPACE        TO PARM-APRV-SW.
005300     MOVE SPACES       TO PARM-USERID.
005310     MOVE SPACES       TO PARM-FEED-INFO.
005320     MOVE IPROCESS     TO PARM-PROCESS.
005330     MOVE ICLNTIDEN    TO PARM-CLNTIDEN.
005340     MOVE ICLNTFNAME   TO PARM-CLNTFNAME.
005350     MOVE ICLNTMNAME   TO PARM-CLNTMNAME.
005360     MOVE ICLNTLNAME   TO PARM-CLNTLNAME.
005370     MOVE ICLNTADDR1   TO PARM-CLNTADDR1.
005380     MOVE ICLNTADDR2   TO PARM-CLNTADDR2.
005390     MOVE ICLNTCITY    TO PARM-CLNTCITY.
005400     MOVE ICLNTSTATE   TO PARM-CLNTSTATE.
005410     MOVE ICLNTZIP     TO PARM-CLNTZIP.
005420     MOVE ICLNTMM      TO PARM-CLNTMM.
005430     MOVE ICLNTDD      TO PARM-CLNTDD.
005440     MOVE ICLNTYY      TO PARM-CLNTYY.
005450     MOVE ICLNTRSNCD   TO PARM-RSNCD.
005460     MOVE ICLNTEFFMM   TO PARM-EFFMM.
005470     MOVE ICLNTEFFDD   TO PARM-EFFDD.
005480     MOVE ICLNTEFFYY   TO PARM-EFFYY.
005490     MOVE ZERO         TO PARM-MRGIDEN.
005500     MOVE ICLNTPHONE   TO PARM-CLNTPHONE.
005510     MOVE ICLNTEMAIL   TO PARM-CLNTEMAIL.
005520     CALL "PROCCLNT" USING CLNTPARMREC.
005530     IF RETURN-CODE = ZERO
005540         ADD 1 TO SEAS-APPLIED-COUNT
005550         PERFORM 4200-MOVE-MARK THRU 4200-EXIT
005560     ELSE
005570         ADD 1 TO SEAS-ERROR-COUNT
005580         DISPLAY "CLNTSEAS - PROCCLNT FAILED FOR CLIENT "
005590             ICLNTIDEN " RETURN-CODE = " RETURN-CODE
005600         PERFORM 4400-WRITE-FAILURE THRU 4400-EXIT
005610     END-IF.
005620 4100-EXIT.
005630     EXIT.
005640*****************************************************
005650* MOVE THE ON-MASTER MARK TO THE ROW JUST PUT ON THE
005660* MASTER AND OFF ANY OTHER ROW OF THE CLIENT'S.
005670*****************************************************
005680 4200-MOVE-MARK.
005690     MOVE SEAS-WK-IDEN TO ADR-CLNTIDEN.
005700     MOVE LOW-VALUES   TO ADR-TYPE.
005710     MOVE ZERO         TO ADR-SEQ.
005720     MOVE 'N' TO SEAS-MARK-DONE-SW.
005730     START CLNTADDR KEY NOT < ADR-KEY
005740         INVALID KEY
005750             MOVE 'Y' TO SEAS-MARK-DONE-SW
005760     END-START.
005770     PERFORM 4300-MARK-ONE-ROW THRU 4300-EXIT
005780         UNTIL SEAS-MARK-DONE-YES.
005790     ADD 1 TO SEAS-REMARK-COUNT.
005800 4200-EXIT.
005810     EXIT.
005820 4300-MARK-ONE-ROW.
005830     READ CLNTADDR NEXT RECORD
005840         AT END
005850             MOVE 'Y' TO SEAS-MARK-DONE-SW
005860             GO TO 4300-EXIT
005870     END-READ.
005880     IF NOT SEAS-ADDR-OK
005882         DISPLAY "CLNTSEAS - READ ERROR ON CLNTADDR, STATUS = "
005884             SEAS-ADDR-STATUS
005886         MOVE 16 TO RETURN-CODE
005888         STOP RUN
005889     END-IF.
005890     IF ADR-CLNTIDEN NOT = SEAS-WK-IDEN
005895         MOVE 'Y' TO SEAS-MARK-DONE-SW
005900         GO TO 4300-EXIT
005910     END-IF.
005920     IF ADR-TYPE = SEAS-WK-TYPE AND ADR-SEQ = SEAS-WK-SEQ
005930         MOVE 'Y'        TO ADR-MASTER-SW
005940         MOVE SEAS-TODAY TO ADR-SWITCH-DATE
005950     ELSE IF ADR-ON-MASTER
005960         MOVE 'N'        TO ADR-MASTER-SW
005970     ELSE
005980         GO TO 4300-EXIT
005990     END-IF.
006000     REWRITE ADRREC.
006010     IF NOT SEAS-ADDR-OK
006020         DISPLAY "CLNTSEAS - REWRITE ERROR ON CLNTADDR, "
006030             "STATUS = " SEAS-ADDR-STATUS " CLIENT " ADR-CLNTIDEN
006035         MOVE 16 TO RETURN-CODE
006038         STOP RUN
006040     END-IF.
006050 4300-EXIT.
006060     EXIT.
006070 4400-WRITE-FAILURE.
006080     IF SEAS-LINE-COUNT + 1 > SEAS-MAX-LINES
006090         PERFORM 1500-WRITE-HEADINGS THRU 1500-EXIT
006100     END-IF.
006110     MOVE ICLNTIDEN         TO SEAS-DT-IDEN.
006120     MOVE SEAS-WK-FROM-DESC TO SEAS-DT-FROM.
006130     PERFORM 9100-TYPE-DESC THRU 9100-EXIT.
006140     MOVE SEAS-DESC         TO SEAS-DT-TO.
006150     MOVE SEAS-WK-SEQ       TO SEAS-DT-SEQ.
006160     MOVE ICLNTADDR1        TO SEAS-DT-ADDR.
006170     MOVE 'REWRITE FAILED - SEE LOG' TO SEAS-DT-NOTE.
006180     MOVE ' ' TO SEAS-CTL.
006190     MOVE SEAS-DETAIL TO SEAS-TEXT.
006200     WRITE SEAS-LINE-REC.
006210     ADD 1 TO SEAS-LINE-COUNT.
006220 4400-EXIT.
006230     EXIT.
006240 3000-TERMINATE.
006250     MOVE ' ' TO SEAS-CTL.
006260     MOVE SPACES TO SEAS-TEXT.
006270     WRITE SEAS-LINE-REC.
006280     MOVE SPACES TO SEAS-SUMMARY-LINE.
006290     MOVE 'ADDRESS ROWS READ' TO SEAS-SL-LABEL.
006300     MOVE SEAS-ROWS-READ TO SEAS-SL-COUNT.
006310     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
006320     MOVE 'CLIENTS WITH ADDRESSES' TO SEAS-SL-LABEL.
006330     MOVE SEAS-CLIENT-COUNT TO SEAS-SL-COUNT.
006340     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
006350     MOVE 'RIGHT ADDRESS ALREADY ON MASTER' TO SEAS-SL-LABEL.
006360     MOVE SEAS-SAME-COUNT TO SEAS-SL-COUNT.
006370     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
006380     MOVE 'NO ADDRESS IN FORCE - LEFT ALONE' TO SEAS-SL-LABEL.
006390     MOVE SEAS-NOROW-COUNT TO SEAS-SL-COUNT.
006400     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
006410     MOVE 'SWITCHES QUEUED' TO SEAS-SL-LABEL.
006420     MOVE SEAS-QUEUED-COUNT TO SEAS-SL-COUNT.
006430     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
006440     MOVE 'MARK MOVED ONLY' TO SEAS-SL-LABEL.
006450     MOVE SEAS-MARKONLY-COUNT TO SEAS-SL-COUNT.
006460     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
006470     MOVE 'NOT ON MASTER - SKIPPED' TO SEAS-SL-LABEL.
006480     MOVE SEAS-NOTMAST-COUNT TO SEAS-SL-COUNT.
006490     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
006500     MOVE 'CLIENT CLOSED - SKIPPED' TO SEAS-SL-LABEL.
006510     MOVE SEAS-CLOSED-COUNT TO SEAS-SL-COUNT.
006520     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
006530     MOVE 'SWITCHES APPLIED' TO SEAS-SL-LABEL.
006540     MOVE SEAS-APPLIED-COUNT TO SEAS-SL-COUNT.
006550     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
006560     MOVE 'SWITCHES IN ERROR' TO SEAS-SL-LABEL.
006570     MOVE SEAS-ERROR-COUNT TO SEAS-SL-COUNT.
006580     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
006590     CLOSE SEASRPT.
006600     DISPLAY "CLNTSEAS - ADDRESS ROWS READ = " SEAS-ROWS-READ.
006610     DISPLAY "CLNTSEAS - SWITCHES QUEUED   = "
006620         SEAS-QUEUED-COUNT.
006630     DISPLAY "CLNTSEAS - MARK MOVED ONLY   = "
006640         SEAS-MARKONLY-COUNT.
006650     DISPLAY "CLNTSEAS - APPLIED           = "
006660         SEAS-APPLIED-COUNT.
006670     DISPLAY "CLNTSEAS - IN ERROR          = "
006680         SEAS-ERROR-COUNT.
006690     IF SEAS-ERROR-COUNT > ZERO
006700         MOVE 8 TO RETURN-CODE
006710     ELSE
006720         MOVE ZERO TO RETURN-CODE
006730     END-IF.
006740 3000-EXIT.
006750     EXIT.
006760 3100-WRITE-SUMMARY.
006770     MOVE SEAS-SUMMARY-LINE TO SEAS-TEXT.
006780     WRITE SEAS-LINE-REC.
006790 3100-EXIT.
006800     EXIT.
006810*****************************************************
006820* SEAS-WK-TYPE INTO A PRINTABLE DESCRIPTION.
006830*****************************************************
006840 9100-TYPE-DESC.
006850     IF SEAS-WK-TYPE = 'RES '
006860         MOVE 'RESIDENCE' TO SEAS-DESC
006870     ELSE IF SEAS-WK-TYPE = 'MAIL'
006880         MOVE 'MAILING'   TO SEAS-DESC
006890     ELSE IF SEAS-WK-TYPE = 'SEAS'
006900         MOVE 'SEASONAL'  TO SEAS-DESC
006910     ELSE
006920         MOVE SEAS-WK-TYPE TO SEAS-DESC
006930     END-IF.
006940 9100-EXIT.
006950     EXIT.
006960*****************************************************
006970* RUN-HISTORY START AND END RECORDS FOR THIS STEP - SEE
006980* CLNTRLOG.  THE END RECORD CARRIES THE RETURN CODE SET
006990* ABOVE AND THE STEP'S KEY COUNTS.
007000*****************************************************
007010 9800-LOG-START.
007020     INITIALIZE CLNTRLOGREC.
007030     MOVE 'CLNTSEAS' TO RLOG-PROGRAM.
007040     MOVE 'S' TO RLOG-EVENT.
007050     CALL "CLNTRLOG" USING CLNTRLOGREC.
007060 9800-EXIT.
007070     EXIT.
007080 9850-LOG-END.
007090     MOVE 'E'                TO RLOG-EVENT.
007100     MOVE RETURN-CODE        TO RLOG-RC.
007110     MOVE 'ROWS READ'        TO RLOG-CNT-LABEL (1).
007120     MOVE SEAS-ROWS-READ     TO RLOG-CNT-VALUE (1).
007130     MOVE 'QUEUED'           TO RLOG-CNT-LABEL (2).
007140     MOVE SEAS-QUEUED-COUNT  TO RLOG-CNT-VALUE (2).
007150     MOVE 'APPLIED'          TO RLOG-CNT-LABEL (3).
007160     MOVE SEAS-APPLIED-COUNT TO RLOG-CNT-VALUE (3).
007170     MOVE 'ERRORS'           TO RLOG-CNT-LABEL (4).
007180     MOVE SEAS-ERROR-COUNT   TO RLOG-CNT-VALUE (4).
007190     CALL "CLNTRLOG" USING CLNTRLOGREC.
007200 9850-EXIT.
007210     EXIT.

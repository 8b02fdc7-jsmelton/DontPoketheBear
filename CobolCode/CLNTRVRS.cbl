000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CLNTRVRS.
000030 AUTHOR.        J MELTON.
000040 INSTALLATION.  CLIENT SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************
000080* SINGLE-CHANGE REVERSAL.  BACKS ONE BAD CHANGE OFF
000090* ONE CLIENT WITHOUT TOUCHING THE REST OF THE MASTER -
000100* THE ALTERNATIVE TO RE-KEYING IT THROUGH 3REWRITE OR
000110* RESTORING THE WHOLE FILE WITH CLNTREST/CLNTRFWD.
000120* EACH RVRSIN CARD NAMES A CLIENT AND THE AUDIT ENTRY
000130* (AUD-DATE/AUD-TIME) TO UNDO.  THE ENTRY MUST BE A
000140* REWRITE (ANY REASON, A CLNTMASS REASON-06 CHANGE
000150* INCLUDED), A REACTIVE, A CLOSE OR AN EARLIER REVERSE,
000160* AND THE CLNTHIST PRIOR IMAGE IT POINTS TO THROUGH
000170* AUD-HIST-CLNTIDEN/AUD-HIST-TIMESTAMP IS PUT BACK ON
000180* THE MASTER:
000190*   - A REWRITE OR REVERSE GETS ITS PRIOR VALUES BACK,
000200*     STATUS LEFT AS IT STANDS.
000210*   - A CLOSE GETS ITS PRIOR VALUES BACK AND THE RECORD
000220*     IS ACTIVE AGAIN, CLOSURE DATE CLEARED.
000230*   - A REACTIVE GETS ITS PRIOR VALUES BACK AND IS
000240*     RE-CLOSED WITH THE CLOSURE DATE OF THE CLOSE THAT
000250*     PRECEDED IT.
000260* A CARD IS REFUSED, AND THE MASTER LEFT ALONE, WHEN THE
000270* CLIENT HAS BEEN CHANGED AGAIN SINCE THAT ENTRY (A LATER
000280* AUDIT ENTRY OR A LATER CLNTHIST ROW) - UNWINDING AN
000290* OLDER CHANGE WOULD SILENTLY DISCARD THE NEWER ONE, SO
000300* THOSE ARE BACKED OUT NEWEST FIRST, ONE RUN AT A TIME.
000310* EVERY REVERSAL FOLDS THE CURRENT IMAGE INTO CLNTHIST
000320* FIRST, SO A REVERSAL CAN ITSELF BE REVERSED, AND LOGS A
000330* REVERSE AUDIT ENTRY CARRYING THE RUNNER'S USER ID IN
000340* AUD-CLNTFNAME AND 'UNDID ' PLUS THE DATE/TIME OF THE
000350* ENTRY IT UNDID IN AUD-CLNTLNAME.  THE REVERSED RECORD
000360* IS FLAGGED AS A STANDING OVERRIDE SO THE NIGHTLY FEED
000370* DOES NOT QUIETLY PUT THE BAD VALUES BACK.  EVERY CARD
000380* PRINTS ON RVRSRPT AS REVERSED OR REFUSED, WITH WHY.
000390* SYSIN - THE RUNNER'S USER ID (REQUIRED).
000400*
000410* DATE       AUTHOR    DESCRIPTION
000420* 10/15/26   JMELTON   INITIAL VERSION
000425* 10/15/26   JMELTON   THE RUNNER'S USER ID ALSO GOES IN THE
000426*                      NEW AUD-USERID AND HIST-USERID.
000427* 10/15/26   JMELTON   SETTING THE OVERRIDE HOLDS EVERY FEED
000428*                      FIELD GROUP AGAIN (OCLNTOVRD-GRPS).
000429* 10/15/26   JMELTON   A FAILED MASTER REWRITE TAKES BACK THE
000432*                      PRE-REVERSAL CLNTHIST ROW, SO IT NO
000435*                      LONGER BLOCKS THE NEXT REVERSAL.
000437*****************************************************
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT RVRSIN ASSIGN TO AS-RVRSIN
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS RVRS-RVRSIN-STATUS.
000500     SELECT AUDITFL ASSIGN TO AS-AUDITFL
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS RVRS-AUDITFL-STATUS.
000530     SELECT CLNTHIST ASSIGN TO AS-CLNTHIST
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS HIST-KEY
000570         FILE STATUS IS RVRS-HIST-STATUS.
000580     SELECT DEMO ASSIGN TO AS-CLNTFILE
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS OCLNTIDEN
000620         FILE STATUS IS RVRS-DEMO-STATUS.
000630     SELECT RVRSRPT ASSIGN TO AS-RVRSRPT
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS RVRS-RVRSRPT-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680****ONE REVERSAL CARD PER CLIENT - CLIENT NUMBER AND THE
000690****AUD-DATE/AUD-TIME OF THE AUDIT ENTRY TO UNDO.
000700 FD  RVRSIN
000710     RECORDING MODE IS F.
000720 01  RVRS-IN-REC.
000730     05  RVRS-IN-IDEN          PIC X(09).
000740     05  FILLER                PIC X(01).
000750     05  RVRS-IN-DATE          PIC X(08).
000760     05  FILLER                PIC X(01).
000770     05  RVRS-IN-TIME          PIC X(08).
000780     05  FILLER                PIC X(53).
000790 FD  AUDITFL
000800     RECORDING MODE IS F.
000810     COPY CLNTAUDT.
000820 FD  CLNTHIST.
000830     COPY CLNTHREC.
000840 FD  DEMO.
000850     COPY OCLNTREC.
000860 FD  RVRSRPT
000870     RECORDING MODE IS F.
000880 01  RVRS-LINE-REC.
000890     05  RVRS-CTL          PIC X(01).
000900     05  RVRS-TEXT         PIC X(131).
000910 WORKING-STORAGE SECTION.
000920 77  RVRS-TABLE-MAX          PIC 9(03) VALUE 500 COMP.
000930 01  RVRS-SWITCHES.
000940     05  RVRS-CARD-EOF-SW    PIC X(01) VALUE 'N'.
000950         88  RVRS-CARD-EOF-YES        VALUE 'Y'.
000960     05  RVRS-HIT-SW         PIC X(01) VALUE 'N'.
000970         88  RVRS-HIT-YES             VALUE 'Y'.
000980     05  RVRS-REFUSE-SW      PIC X(01) VALUE 'N'.
000990         88  RVRS-REFUSE-YES          VALUE 'Y'.
001000 01  RVRS-FILE-STATUSES.
001010     05  RVRS-RVRSIN-STATUS  PIC X(02) VALUE '00'.
001020         88  RVRS-RVRSIN-OK           VALUE '00'.
001030         88  RVRS-RVRSIN-EOF          VALUE '10'.
001040     05  RVRS-AUDITFL-STATUS PIC X(02) VALUE '00'.
001050         88  RVRS-AUDITFL-OK          VALUE '00'.
001060         88  RVRS-AUDITFL-NOFILE      VALUE '05'.
001070         88  RVRS-AUDITFL-EOF         VALUE '10'.
001080     05  RVRS-HIST-STATUS    PIC X(02) VALUE '00'.
001090         88  RVRS-HIST-OK             VALUE '00'.
001100         88  RVRS-HIST-EOF            VALUE '10'.
001110         88  RVRS-HIST-NOTFND         VALUE '23'.
001120     05  RVRS-DEMO-STATUS    PIC X(02) VALUE '00'.
001130         88  RVRS-DEMO-OK             VALUE '00'.
001140         88  RVRS-DEMO-NOTFND         VALUE '23'.
001150     05  RVRS-RVRSRPT-STATUS PIC X(02) VALUE '00'.
001160         88  RVRS-RVRSRPT-OK          VALUE '00'.
001170 01  RVRS-COUNTERS        COMP.
001180     05  RVRS-CARD-COUNT     PIC 9(07) VALUE ZERO.
001190     05  RVRS-AUD-READ       PIC 9(07) VALUE ZERO.
001200     05  RVRS-DONE-COUNT     PIC 9(07) VALUE ZERO.
001210     05  RVRS-REFUSED-COUNT  PIC 9(07) VALUE ZERO.
001220     05  RVRS-TB-COUNT       PIC 9(03) VALUE ZERO.
001230     05  RVRS-SUB            PIC 9(03) VALUE ZERO.
001240     05  RVRS-HIT-SUB        PIC 9(03) VALUE ZERO.
001250 01  RVRS-TODAY              PIC 9(08) VALUE ZERO.
001260 01  RVRS-USERID             PIC X(08) VALUE SPACES.
001270****CLIENT NUMBER THE CARD-TABLE SEARCH LOOKS FOR - SET BY
001280****EACH CALLER SO 1600 NEVER TOUCHES A FILE BUFFER.
001290 01  RVRS-CHECK-IDEN         PIC 9(09) VALUE ZERO.
001300****THE AUDIT ENTRY'S DATE AND TIME SIDE BY SIDE SO ONE
001310****COMPARE SAYS WHETHER IT IS BEFORE, AT OR AFTER A CARD.
001320 01  RVRS-AUD-STAMP.
001330     05  RVRS-AS-DATE        PIC 9(08).
001340     05  RVRS-AS-TIME        PIC 9(08).
001350****AUDIT DATE YYYYMMDD TURNED MMDDYYYY FOR A CLOSURE DATE.
001360 01  RVRS-YMD.
001370     05  RVRS-YMD-YY         PIC X(04).
001380     05  RVRS-YMD-MM         PIC X(02).
001390     05  RVRS-YMD-DD         PIC X(02).
001400 01  RVRS-MDY.
001410     05  RVRS-MDY-MM         PIC X(02).
001420     05  RVRS-MDY-DD         PIC X(02).
001430     05  RVRS-MDY-YY         PIC X(04).
001440****TIMESTAMP FOR THE PRE-REVERSAL HISTORY ROW.
001450 01  RVRS-TS-BUILD.
001460     05  RVRS-TS-DATE        PIC 9(08).
001470     05  RVRS-TS-TIME        PIC 9(08).
001480 01  RVRS-NEW-HIST-KEY.
001490     05  RVRS-NEW-HIST-IDEN  PIC 9(09) VALUE ZERO.
001500     05  RVRS-NEW-HIST-TS    PIC X(16) VALUE SPACES.
001510 01  RVRS-DISPOSITION        PIC X(08) VALUE SPACES.
001520 01  RVRS-DISP-NOTE          PIC X(44) VALUE SPACES.
001530****ONE ROW PER CARD.  PASS 1 OVER AUDITFL FILLS IN THE
001540****ENTRY EACH CARD NAMES, WHETHER ANYTHING LANDED ON THE
001550****CLIENT AFTER IT, AND THE LAST CLOSURE BEFORE IT (FOR A
001560****REACTIVE BEING UNDONE).
001570 01  RVRS-CARD-TABLE.
001580     05  RVRS-TB-ENTRY OCCURS 500 TIMES.
001590         10  RVRS-TB-IDEN        PIC 9(09).
001600         10  RVRS-TB-STAMP.
001610             15  RVRS-TB-DATE    PIC 9(08).
001620             15  RVRS-TB-TIME    PIC 9(08).
001630         10  RVRS-TB-FOUND-SW    PIC X(01).
001640             88  RVRS-TB-FOUND            VALUE 'Y'.
001650         10  RVRS-TB-LATER-SW    PIC X(01).
001660             88  RVRS-TB-LATER            VALUE 'Y'.
001670         10  RVRS-TB-OPER        PIC X(08).
001680         10  RVRS-TB-RSNCD       PIC X(02).
001690         10  RVRS-TB-HIST-IDEN   PIC 9(09).
001700         10  RVRS-TB-HIST-TS     PIC X(16).
001710         10  RVRS-TB-LATER-OPER  PIC X(08).
001720         10  RVRS-TB-LATER-DATE  PIC 9(08).
001730         10  RVRS-TB-CLS-DATE    PIC X(08).
001740****WORKING COPY OF THE PRIOR IMAGE BEING PUT BACK - THE
001750****HISTORY RECORD AREA IS REUSED FOR THE PRE-REVERSAL ROW.
001760     COPY CLNTHREC REPLACING LEADING ==HIST== BY ==RHST==.
001770****WORKING COPY OF THE AUDIT LAYOUT FOR THE REVERSE LOG
001780****ENTRY - BUILT HERE, NEVER IN A FILE'S RECORD AREA.
001790     COPY CLNTAUDT REPLACING LEADING ==AUD== BY ==RAUD==.
001800 01  RVRS-UNDID-TXT.
001810     05  FILLER              PIC X(06) VALUE 'UNDID '.
001820     05  RVRS-UNDID-DATE     PIC 9(08).
001830     05  FILLER              PIC X(01) VALUE '/'.
001840     05  RVRS-UNDID-TIME     PIC 9(08).
001850     05  FILLER              PIC X(02) VALUE SPACES.
001860 01  RVRS-PAGE-HDR-1.
001870     05  FILLER              PIC X(34)
001880            VALUE 'SINGLE-CHANGE REVERSAL REPORT     '.
001890     05  FILLER              PIC X(09) VALUE 'RUN DATE:'.
001900     05  RVRS-H1-RUNDATE     PIC 9(08).
001910     05  FILLER              PIC X(03) VALUE SPACES.
001920     05  FILLER              PIC X(08) VALUE 'USER ID:'.
001930     05  RVRS-H1-USERID      PIC X(08).
001940     05  FILLER              PIC X(61) VALUE SPACES.
001950 01  RVRS-PAGE-HDR-2.
001960     05  FILLER              PIC X(01) VALUE SPACES.
001970     05  FILLER              PIC X(11) VALUE 'CLIENT NO'.
001980     05  FILLER              PIC X(12) VALUE 'ENTRY OPER'.
001990     05  FILLER              PIC X(19) VALUE 'ENTRY DATE/TIME'.
002000     05  FILLER              PIC X(10) VALUE 'OUTCOME'.
002010     05  FILLER              PIC X(78) VALUE 'NOTE'.
002020 01  RVRS-DETAIL.
002030     05  FILLER              PIC X(01) VALUE SPACES.
002040     05  RVRS-DT-IDEN        PIC X(09).
002050     05  FILLER              PIC X(02) VALUE SPACES.
002060     05  RVRS-DT-OPER        PIC X(08).
002070     05  FILLER              PIC X(04) VALUE SPACES.
002080     05  RVRS-DT-DATE        PIC X(08).
002090     05  FILLER              PIC X(01) VALUE '/'.
002100     05  RVRS-DT-TIME        PIC X(08).
002110     05  FILLER              PIC X(02) VALUE SPACES.
002120     05  RVRS-DT-DISP        PIC X(08).
002130     05  FILLER              PIC X(02) VALUE SPACES.
002140     05  RVRS-DT-NOTE        PIC X(44).
002150     05  FILLER              PIC X(35) VALUE SPACES.
002160 01  RVRS-SUMMARY-LINE.
002170     05  FILLER              PIC X(02) VALUE SPACES.
002180     05  RVRS-SL-LABEL       PIC X(34).
002190     05  RVRS-SL-COUNT       PIC ZZZ,ZZ9.
002200     05  FILLER              PIC X(88) VALUE SPACES.
002210 PROCEDURE DIVISION.
002220 0000-MAINLINE.
002230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002240     PERFORM 1500-SCAN-AUDIT THRU 1500-EXIT.
002250     PERFORM 1800-OPEN-UPDATE THRU 1800-EXIT.
002260     PERFORM 2000-REVERSE-ONE THRU 2000-EXIT
002270         VARYING RVRS-SUB FROM 1 BY 1
002280         UNTIL RVRS-SUB > RVRS-TB-COUNT.
002290     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002300     STOP RUN.
002310 1000-INITIALIZE.
002320     ACCEPT RVRS-TODAY FROM DATE YYYYMMDD.
002330     ACCEPT RVRS-USERID.
002340     IF RVRS-USERID = SPACES
002350         DISPLAY "CLNTRVRS - NO USER ID ON SYSIN - A REVERSAL "
002360             "MUST SAY WHO RAN IT, RUN REFUSED"
002370         MOVE 8 TO RETURN-CODE
002380         STOP RUN
002390     END-IF.
002400     OPEN OUTPUT RVRSRPT.
002410     IF NOT RVRS-RVRSRPT-OK
002420         DISPLAY "CLNTRVRS - UNABLE TO OPEN RVRSRPT, STATUS = "
002430             RVRS-RVRSRPT-STATUS
002440         MOVE 16 TO RETURN-CODE
002450         STOP RUN
002460     END-IF.
002470     MOVE RVRS-TODAY  TO RVRS-H1-RUNDATE.
002480     MOVE RVRS-USERID TO RVRS-H1-USERID.
002490     MOVE '1' TO RVRS-CTL.
002500     MOVE RVRS-PAGE-HDR-1 TO RVRS-TEXT.
002510     WRITE RVRS-LINE-REC.
002520     MOVE ' ' TO RVRS-CTL.
002530     MOVE SPACES TO RVRS-TEXT.
002540     WRITE RVRS-LINE-REC.
002550     MOVE RVRS-PAGE-HDR-2 TO RVRS-TEXT.
002560     WRITE RVRS-LINE-REC.
002570     MOVE SPACES TO RVRS-TEXT.
002580     WRITE RVRS-LINE-REC.
002590     OPEN INPUT RVRSIN.
002600     IF NOT RVRS-RVRSIN-OK
002610         DISPLAY "CLNTRVRS - UNABLE TO OPEN RVRSIN, STATUS = "
002620             RVRS-RVRSIN-STATUS
002630         MOVE 16 TO RETURN-CODE
002640         STOP RUN
002650     END-IF.
002660     PERFORM 1100-LOAD-CARD THRU 1100-EXIT
002670         UNTIL RVRS-CARD-EOF-YES.
002680     CLOSE RVRSIN.
002690     IF RVRS-CARD-COUNT = ZERO
002700         DISPLAY "CLNTRVRS - RVRSIN IS EMPTY - NOTHING TO DO"
002710         CLOSE RVRSRPT
002720         MOVE 4 TO RETURN-CODE
002730         STOP RUN
002740     END-IF.
002750 1000-EXIT.
002760     EXIT.
002770*****************************************************
002780* ONE REVERSAL CARD.  A CARD THAT CANNOT BE READ AS A
002790* CLIENT NUMBER AND AN ENTRY DATE/TIME, OR THAT NAMES A
002800* CLIENT ALREADY CARDED THIS RUN, IS REFUSED HERE - TWO
002810* REVERSALS OF ONE CLIENT IN ONE RUN WOULD EACH SEE THE
002820* OTHER AS A LATER CHANGE.
002830*****************************************************
002840 1100-LOAD-CARD.
002850     READ RVRSIN
002860         AT END
002870             MOVE 'Y' TO RVRS-CARD-EOF-SW
002880             GO TO 1100-EXIT
002890     END-READ.
002900     IF NOT RVRS-RVRSIN-OK
002910         DISPLAY "CLNTRVRS - READ ERROR ON RVRSIN, STATUS = "
002920             RVRS-RVRSIN-STATUS
002930         MOVE 16 TO RETURN-CODE
002940         STOP RUN
002950     END-IF.
002960     IF RVRS-IN-REC = SPACES
002970         GO TO 1100-EXIT
002980     END-IF.
002990     ADD 1 TO RVRS-CARD-COUNT.
003000     MOVE RVRS-IN-IDEN TO RVRS-DT-IDEN.
003010     MOVE SPACES       TO RVRS-DT-OPER.
003020     MOVE RVRS-IN-DATE TO RVRS-DT-DATE.
003030     MOVE RVRS-IN-TIME TO RVRS-DT-TIME.
003040     IF RVRS-IN-IDEN NOT NUMERIC
003050             OR RVRS-IN-DATE NOT NUMERIC
003060             OR RVRS-IN-TIME NOT NUMERIC
003070         MOVE 'CARD NOT CLIENT NO / DATE / TIME' TO RVRS-DISP-NOTE
003080         PERFORM 1150-REFUSE-CARD THRU 1150-EXIT
003090         GO TO 1100-EXIT
003100     END-IF.
003110     MOVE RVRS-IN-IDEN TO RVRS-CHECK-IDEN.
003120     PERFORM 1600-FIND-CARD THRU 1600-EXIT.
003130     IF RVRS-HIT-YES
003140         MOVE 'CLIENT ALREADY CARDED THIS RUN' TO RVRS-DISP-NOTE
003150         PERFORM 1150-REFUSE-CARD THRU 1150-EXIT
003160         GO TO 1100-EXIT
003170     END-IF.
003180     IF RVRS-TB-COUNT >= RVRS-TABLE-MAX
003190         MOVE 'OVER 500 CARDS - RESUBMIT IN NEXT RUN'
003200             TO RVRS-DISP-NOTE
003210         PERFORM 1150-REFUSE-CARD THRU 1150-EXIT
003220         GO TO 1100-EXIT
003230     END-IF.
003240     ADD 1 TO RVRS-TB-COUNT.
003250     MOVE RVRS-IN-IDEN TO RVRS-TB-IDEN (RVRS-TB-COUNT).
003260     MOVE RVRS-IN-DATE TO RVRS-TB-DATE (RVRS-TB-COUNT).
003270     MOVE RVRS-IN-TIME TO RVRS-TB-TIME (RVRS-TB-COUNT).
003280     MOVE 'N'    TO RVRS-TB-FOUND-SW (RVRS-TB-COUNT).
003290     MOVE 'N'    TO RVRS-TB-LATER-SW (RVRS-TB-COUNT).
003300     MOVE SPACES TO RVRS-TB-OPER (RVRS-TB-COUNT).
003310     MOVE SPACES TO RVRS-TB-RSNCD (RVRS-TB-COUNT).
003320     MOVE ZERO   TO RVRS-TB-HIST-IDEN (RVRS-TB-COUNT).
003330     MOVE SPACES TO RVRS-TB-HIST-TS (RVRS-TB-COUNT).
003340     MOVE SPACES TO RVRS-TB-LATER-OPER (RVRS-TB-COUNT).
003350     MOVE ZERO   TO RVRS-TB-LATER-DATE (RVRS-TB-COUNT).
003360     MOVE SPACES TO RVRS-TB-CLS-DATE (RVRS-TB-COUNT).
003370 1100-EXIT.
003380     EXIT.
003390 1150-REFUSE-CARD.
003400     MOVE 'REFUSED' TO RVRS-DISPOSITION.
003410     ADD 1 TO RVRS-REFUSED-COUNT.
003420     PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
003430 1150-EXIT.
003440     EXIT.
003450*****************************************************
003460* PASS 1 OVER THE AUDIT TRAIL.  FOR EVERY CARDED CLIENT,
003470* PICKS UP THE ENTRY THE CARD NAMES, NOTES THE FIRST
003480* LATER ENTRY THAT CHANGED THE CLIENT (DISPUTE AND
003490* RELEASE ARE COMPLIANCE BOOKKEEPING AND DO NOT COUNT),
003500* AND KEEPS THE LATEST CLOSURE DATE SEEN BEFORE THE ENTRY.
003510*****************************************************
003520 1500-SCAN-AUDIT.
003530     OPEN INPUT AUDITFL.
003540     IF NOT RVRS-AUDITFL-OK AND NOT RVRS-AUDITFL-NOFILE
003550         DISPLAY "CLNTRVRS - UNABLE TO OPEN AUDITFL, STATUS = "
003560             RVRS-AUDITFL-STATUS
003570         MOVE 16 TO RETURN-CODE
003580         STOP RUN
003590     END-IF.
003600 1510-SCAN-LOOP.
003610     READ AUDITFL
003620         AT END
003630             GO TO 1520-SCAN-DONE
003640     END-READ.
003650     IF NOT RVRS-AUDITFL-OK
003660         DISPLAY "CLNTRVRS - READ ERROR ON AUDITFL, STATUS = "
003670             RVRS-AUDITFL-STATUS
003680         MOVE 16 TO RETURN-CODE
003690         STOP RUN
003700     END-IF.
003710     ADD 1 TO RVRS-AUD-READ.
003720     IF AUD-CLNTIDEN NOT NUMERIC
003730             OR AUD-CLNTIDEN = ZERO
003740             OR AUD-DATE NOT NUMERIC
003750             OR AUD-TIME NOT NUMERIC
003760         GO TO 1510-SCAN-LOOP
003770     END-IF.
003780     MOVE AUD-CLNTIDEN TO RVRS-CHECK-IDEN.
003790     PERFORM 1600-FIND-CARD THRU 1600-EXIT.
003800     IF RVRS-HIT-YES
003810         PERFORM 1550-NOTE-ENTRY THRU 1550-EXIT
003820     END-IF.
003830     GO TO 1510-SCAN-LOOP.
003840 1520-SCAN-DONE.
003850     CLOSE AUDITFL.
003860 1500-EXIT.
003870     EXIT.
003880 1550-NOTE-ENTRY.
003890     MOVE AUD-DATE TO RVRS-AS-DATE.
003900     MOVE AUD-TIME TO RVRS-AS-TIME.
003910     IF RVRS-AUD-STAMP = RVRS-TB-STAMP (RVRS-HIT-SUB)
003920             AND NOT RVRS-TB-FOUND (RVRS-HIT-SUB)
003930         MOVE 'Y' TO RVRS-TB-FOUND-SW (RVRS-HIT-SUB)
003940         MOVE AUD-OPERATION TO RVRS-TB-OPER (RVRS-HIT-SUB)
003950         MOVE AUD-RSNCD     TO RVRS-TB-RSNCD (RVRS-HIT-SUB)
003960         IF AUD-HIST-CLNTIDEN NUMERIC
003970             MOVE AUD-HIST-CLNTIDEN
003980                 TO RVRS-TB-HIST-IDEN (RVRS-HIT-SUB)
003990         END-IF
004000         MOVE AUD-HIST-TIMESTAMP TO RVRS-TB-HIST-TS (RVRS-HIT-SUB)
004010     ELSE IF RVRS-AUD-STAMP > RVRS-TB-STAMP (RVRS-HIT-SUB)
004020         IF AUD-OPERATION NOT = 'DISPUTE'
004030                 AND AUD-OPERATION NOT = 'RELEASE'
004040                 AND NOT RVRS-TB-LATER (RVRS-HIT-SUB)
004050             MOVE 'Y' TO RVRS-TB-LATER-SW (RVRS-HIT-SUB)
004060             MOVE AUD-OPERATION
004070                 TO RVRS-TB-LATER-OPER (RVRS-HIT-SUB)
004080             MOVE AUD-DATE
004090                 TO RVRS-TB-LATER-DATE (RVRS-HIT-SUB)
004100         END-IF
004110     ELSE IF AUD-OPERATION = 'CLOSE'
004120         IF AUD-EFFDATE NOT = SPACES
004130             MOVE AUD-EFFDATE TO RVRS-TB-CLS-DATE (RVRS-HIT-SUB)
004140         ELSE
004150             MOVE AUD-DATE    TO RVRS-YMD
004160             MOVE RVRS-YMD-MM TO RVRS-MDY-MM
004170             MOVE RVRS-YMD-DD TO RVRS-MDY-DD
004180             MOVE RVRS-YMD-YY TO RVRS-MDY-YY
004190             MOVE RVRS-MDY    TO RVRS-TB-CLS-DATE (RVRS-HIT-SUB)
004200         END-IF
004210     END-IF.
004220 1550-EXIT.
004230     EXIT.
004240*****************************************************
004250* SETS RVRS-HIT-YES AND RVRS-HIT-SUB WHEN RVRS-CHECK-IDEN
004260* IS ON THE CARD TABLE.
004270*****************************************************
004280 1600-FIND-CARD.
004290     MOVE 'N'  TO RVRS-HIT-SW.
004300     MOVE ZERO TO RVRS-HIT-SUB.
004310     PERFORM 1650-CHECK-ONE THRU 1650-EXIT
004320         VARYING RVRS-SUB FROM 1 BY 1
004330         UNTIL RVRS-SUB > RVRS-TB-COUNT
004340             OR RVRS-HIT-YES.
004350 1600-EXIT.
004360     EXIT.
004370 1650-CHECK-ONE.
004380     IF RVRS-TB-IDEN (RVRS-SUB) = RVRS-CHECK-IDEN
004390         MOVE 'Y'      TO RVRS-HIT-SW
004400         MOVE RVRS-SUB TO RVRS-HIT-SUB
004410     END-IF.
004420 1650-EXIT.
004430     EXIT.
004440*****************************************************
004450* PASS 2 OPENS - THE MASTER I-O FOR THE REVERSALS,
004460* CLNTHIST I-O FOR THE PRIOR IMAGES AND THE PRE-REVERSAL
004470* ROWS, AND THE AUDIT TRAIL FOR APPEND.
004480*****************************************************
004490 1800-OPEN-UPDATE.
004500     OPEN I-O CLNTHIST.
004510     IF NOT RVRS-HIST-OK
004520         DISPLAY "CLNTRVRS - UNABLE TO OPEN CLNTHIST, STATUS = "
004530             RVRS-HIST-STATUS
004540         MOVE 16 TO RETURN-CODE
004550         STOP RUN
004560     END-IF.
004570     OPEN I-O DEMO.
004580     IF NOT RVRS-DEMO-OK
004590         DISPLAY "CLNTRVRS - UNABLE TO OPEN DEMO, STATUS = "
004600             RVRS-DEMO-STATUS
004610         MOVE 16 TO RETURN-CODE
004620         STOP RUN
004630     END-IF.
004640     OPEN EXTEND AUDITFL.
004650     IF NOT RVRS-AUDITFL-OK AND NOT RVRS-AUDITFL-NOFILE
004660         CLOSE AUDITFL
004670         OPEN OUTPUT AUDITFL
004680     END-IF.
004690     IF NOT RVRS-AUDITFL-OK
004700         DISPLAY "CLNTRVRS - UNABLE TO OPEN AUDITFL FOR APPEND, "
004710             "STATUS = " RVRS-AUDITFL-STATUS
004720         MOVE 16 TO RETURN-CODE
004730         STOP RUN
004740     END-IF.
004750 1800-EXIT.
004760     EXIT.
004770*****************************************************
004780* ONE CARD.  EVERY REFUSAL TEST RUNS BEFORE ANYTHING IS
004790* WRITTEN, SO A REFUSED CARD LEAVES ALL THREE FILES AS
004793* THEY WERE.  A MASTER REWRITE THAT FAILS AFTER 2200 HAS
004797* WRITTEN THE PRE-REVERSAL CLNTHIST ROW DELETES THAT ROW
004800* AGAIN (2250) - LEFT BEHIND, WITH NO AUDIT ENTRY POINTING
004803* AT IT, IT WOULD REFUSE EVERY LATER REVERSAL FOR THE
004807* CLIENT AS A LATER CHANGE.
004810*****************************************************
004820 2000-REVERSE-ONE.
004830     MOVE RVRS-TB-IDEN (RVRS-SUB) TO RVRS-DT-IDEN.
004840     MOVE RVRS-TB-OPER (RVRS-SUB) TO RVRS-DT-OPER.
004850     MOVE RVRS-TB-DATE (RVRS-SUB) TO RVRS-DT-DATE.
004860     MOVE RVRS-TB-TIME (RVRS-SUB) TO RVRS-DT-TIME.
004870     MOVE 'N' TO RVRS-REFUSE-SW.
004880     IF NOT RVRS-TB-FOUND (RVRS-SUB)
004890         MOVE 'NO SUCH AUDIT ENTRY FOR THIS CLIENT'
004900             TO RVRS-DISP-NOTE
004910         MOVE 'Y' TO RVRS-REFUSE-SW
004920     ELSE IF RVRS-TB-OPER (RVRS-SUB) NOT = 'REWRITE'
004930             AND RVRS-TB-OPER (RVRS-SUB) NOT = 'REACTIVE'
004940             AND RVRS-TB-OPER (RVRS-SUB) NOT = 'CLOSE'
004950             AND RVRS-TB-OPER (RVRS-SUB) NOT = 'REVERSE'
004960         MOVE 'OPERATION CANNOT BE REVERSED HERE'
004970             TO RVRS-DISP-NOTE
004980         MOVE 'Y' TO RVRS-REFUSE-SW
004990     ELSE IF RVRS-TB-LATER (RVRS-SUB)
005000         MOVE SPACES TO RVRS-DISP-NOTE
005010         STRING 'CHANGED AGAIN AFTER - '
005020             RVRS-TB-LATER-OPER (RVRS-SUB) ' ON '
005030             RVRS-TB-LATER-DATE (RVRS-SUB)
005040             DELIMITED BY SIZE INTO RVRS-DISP-NOTE
005050         MOVE 'Y' TO RVRS-REFUSE-SW
005060     ELSE IF RVRS-TB-HIST-IDEN (RVRS-SUB) = ZERO
005070             OR RVRS-TB-HIST-TS (RVRS-SUB) = SPACES
005080         MOVE 'ENTRY CARRIES NO PRIOR-IMAGE KEY'
005090             TO RVRS-DISP-NOTE
005100         MOVE 'Y' TO RVRS-REFUSE-SW
005110     END-IF.
005120     IF RVRS-REFUSE-YES
005130         PERFORM 1150-REFUSE-CARD THRU 1150-EXIT
005140         GO TO 2000-EXIT
005150     END-IF.
005160     MOVE RVRS-TB-HIST-IDEN (RVRS-SUB) TO HIST-CLNTIDEN.
005170     MOVE RVRS-TB-HIST-TS (RVRS-SUB)   TO HIST-TIMESTAMP.
005180     READ CLNTHIST
005190         INVALID KEY
005200             MOVE 'PRIOR IMAGE NOT ON CLNTHIST (ARCHIVED?)'
005210                 TO RVRS-DISP-NOTE
005220             PERFORM 1150-REFUSE-CARD THRU 1150-EXIT
005230             GO TO 2000-EXIT
005240     END-READ.
005250     IF NOT RVRS-HIST-OK
005260         MOVE 'CLNTHIST READ FAILED' TO RVRS-DISP-NOTE
005270         PERFORM 1150-REFUSE-CARD THRU 1150-EXIT
005280         GO TO 2000-EXIT
005290     END-IF.
005300     MOVE HISTREC TO RHSTREC.
005310     PERFORM 2100-CHECK-LATER-HIST THRU 2100-EXIT.
005320     IF RVRS-REFUSE-YES
005330         PERFORM 1150-REFUSE-CARD THRU 1150-EXIT
005340         GO TO 2000-EXIT
005350     END-IF.
005360     MOVE RVRS-TB-IDEN (RVRS-SUB) TO OCLNTIDEN.
005370     READ DEMO
005380         INVALID KEY
005390             MOVE 'CLIENT NO LONGER ON MASTER' TO RVRS-DISP-NOTE
005400             PERFORM 1150-REFUSE-CARD THRU 1150-EXIT
005410             GO TO 2000-EXIT
005420     END-READ.
005430     IF NOT RVRS-DEMO-OK
005440         MOVE 'MASTER READ FAILED' TO RVRS-DISP-NOTE
005450         PERFORM 1150-REFUSE-CARD THRU 1150-EXIT
005460         GO TO 2000-EXIT
005470     END-IF.
005480     PERFORM 2200-WRITE-PRIOR THRU 2200-EXIT.
005490     IF RVRS-REFUSE-YES
005500         PERFORM 1150-REFUSE-CARD THRU 1150-EXIT
005510         GO TO 2000-EXIT
005520     END-IF.
005530     PERFORM 2300-BUILD-RESTORED THRU 2300-EXIT.
005540     REWRITE OUTCLNTREC.
005550     IF NOT RVRS-DEMO-OK
005560         MOVE SPACES TO RVRS-DISP-NOTE
005570         STRING 'MASTER REWRITE FAILED, STATUS '
005580             RVRS-DEMO-STATUS
005590             DELIMITED BY SIZE INTO RVRS-DISP-NOTE
005595         PERFORM 2250-REMOVE-PRIOR THRU 2250-EXIT
005600         PERFORM 1150-REFUSE-CARD THRU 1150-EXIT
005610         GO TO 2000-EXIT
005620     END-IF.
005630     PERFORM 2400-WRITE-AUDIT THRU 2400-EXIT.
005640     MOVE 'REVERSED' TO RVRS-DISPOSITION.
005650     MOVE SPACES TO RVRS-DISP-NOTE.
005660     STRING 'PRIOR IMAGE ' RHST-TIMESTAMP ' PUT BACK'
005670         DELIMITED BY SIZE INTO RVRS-DISP-NOTE.
005680     ADD 1 TO RVRS-DONE-COUNT.
005690     PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
005700 2000-EXIT.
005710     EXIT.
005720*****************************************************
005730* ANY CLNTHIST ROW FOR THE CLIENT PAST THE ONE BEING PUT
005740* BACK MEANS SOMETHING CHANGED THE RECORD AGAIN, EVEN IF
005750* ITS AUDIT ENTRY HAS SINCE BEEN ARCHIVED.
005760*****************************************************
005770 2100-CHECK-LATER-HIST.
005780     START CLNTHIST KEY > HIST-KEY
005790         INVALID KEY
005800             GO TO 2100-EXIT
005810     END-START.
005820     READ CLNTHIST NEXT RECORD
005830         AT END
005840             GO TO 2100-EXIT
005850     END-READ.
005860     IF RVRS-HIST-OK
005870             AND HIST-CLNTIDEN = RVRS-TB-IDEN (RVRS-SUB)
005880         MOVE SPACES TO RVRS-DISP-NOTE
005890         STRING 'LATER HISTORY ROW ' HIST-TIMESTAMP
005900             DELIMITED BY SIZE INTO RVRS-DISP-NOTE
005910         MOVE 'Y' TO RVRS-REFUSE-SW
005920     END-IF.
005930 2100-EXIT.
005940     EXIT.
005950*****************************************************
005960* FOLDS THE MASTER'S CURRENT IMAGE INTO CLNTHIST BEFORE
005970* IT IS OVERWRITTEN - THE REVERSE ENTRY POINTS AT THIS
005980* ROW, THE SAME WAY EVERY OTHER CHANGE POINTS AT ITS
005990* PRIOR IMAGE.
006000*****************************************************
006010 2200-WRITE-PRIOR.
006020     ACCEPT RVRS-TS-DATE FROM DATE YYYYMMDD.
006030     ACCEPT RVRS-TS-TIME FROM TIME.
006040     MOVE OCLNTIDEN   TO HIST-CLNTIDEN.
006050     MOVE RVRS-TS-BUILD TO HIST-TIMESTAMP.
006060     MOVE OCLNTFNAME  TO HIST-CLNTFNAME.
006070     MOVE OCLNTMNAME  TO HIST-CLNTMNAME.
006080     MOVE OCLNTLNAME  TO HIST-CLNTLNAME.
006090     MOVE OCLNTADDR1  TO HIST-CLNTADDR1.
006100     MOVE OCLNTADDR2  TO HIST-CLNTADDR2.
006110     MOVE OCLNTCITY   TO HIST-CLNTCITY.
006120     MOVE OCLNTSTATE  TO HIST-CLNTSTATE.
006130     MOVE OCLNTZIP    TO HIST-CLNTZIP.
006140     MOVE OCLNTMM     TO HIST-CLNTMM.
006150     MOVE OCLNTDD     TO HIST-CLNTDD.
006160     MOVE OCLNTYY     TO HIST-CLNTYY.
006170     MOVE OCLNTPHONE  TO HIST-CLNTPHONE.
006180     MOVE OCLNTEMAIL  TO HIST-CLNTEMAIL.
006185     MOVE RVRS-USERID TO HIST-USERID.
006190     WRITE HISTREC.
006200     IF NOT RVRS-HIST-OK
006210         MOVE SPACES TO RVRS-DISP-NOTE
006220         STRING 'CLNTHIST WRITE FAILED, STATUS '
006230             RVRS-HIST-STATUS
006240             DELIMITED BY SIZE INTO RVRS-DISP-NOTE
006250         MOVE 'Y' TO RVRS-REFUSE-SW
006260         GO TO 2200-EXIT
006270     END-IF.
006280     MOVE HIST-CLNTIDEN  TO RVRS-NEW-HIST-IDEN.
006290     MOVE HIST-TIMESTAMP TO RVRS-NEW-HIST-TS.
006292 2200-EXIT.
006293     EXIT.
006295*****************************************************
006297* TAKES BACK THE ROW 2200 WROTE WHEN THE MASTER REWRITE
006298* IT WAS WRITTEN FOR HAS FAILED.  A ROW THAT CANNOT BE
006300* REMOVED ENDS THE RUN - IT WOULD BLOCK THE CLIENT'S NEXT
006301* REVERSAL AND NEEDS FIXING BY HAND.
006302*****************************************************
006303 2250-REMOVE-PRIOR.
006304     MOVE RVRS-NEW-HIST-IDEN TO HIST-CLNTIDEN.
006305     MOVE RVRS-NEW-HIST-TS   TO HIST-TIMESTAMP.
006306     DELETE CLNTHIST RECORD
006307         INVALID KEY
006308             CONTINUE
006309     END-DELETE.
006310     IF NOT RVRS-HIST-OK
006311         DISPLAY "CLNTRVRS - UNABLE TO REMOVE CLNTHIST ROW "
006312             HIST-CLNTIDEN " " HIST-TIMESTAMP ", STATUS = "
006313             RVRS-HIST-STATUS
006314         MOVE 16 TO RETURN-CODE
006316         STOP RUN
006317     END-IF.
006318 2250-EXIT.
006319     EXIT.
006320*****************************************************
006330* PUTS THE PRIOR IMAGE BACK OVER THE MASTER RECORD AND
006340* SETS THE STATUS THE UNDONE OPERATION HAD CHANGED.
006350*****************************************************
006360 2300-BUILD-RESTORED.
006370     MOVE RHST-CLNTFNAME TO OCLNTFNAME.
006380     MOVE RHST-CLNTMNAME TO OCLNTMNAME.
006390     MOVE RHST-CLNTLNAME TO OCLNTLNAME.
006400     MOVE RHST-CLNTADDR1 TO OCLNTADDR1.
006410     MOVE RHST-CLNTADDR2 TO OCLNTADDR2.
006420     MOVE RHST-CLNTCITY  TO OCLNTCITY.
006430     MOVE RHST-CLNTSTATE TO OCLNTSTATE.
006440     MOVE RHST-CLNTZIP   TO OCLNTZIP.
006450     MOVE RHST-CLNTMM    TO OCLNTMM.
006460     MOVE RHST-CLNTDD    TO OCLNTDD.
006470     MOVE RHST-CLNTYY    TO OCLNTYY.
006480     MOVE RHST-CLNTPHONE TO OCLNTPHONE.
006490     MOVE RHST-CLNTEMAIL TO OCLNTEMAIL.
006500     IF RVRS-TB-OPER (RVRS-SUB) = 'CLOSE'
006510         MOVE 'A'    TO OCLNTSTATUS
006520         MOVE SPACES TO OCLNTCLSDATE
006530     ELSE IF RVRS-TB-OPER (RVRS-SUB) = 'REACTIVE'
006540         MOVE 'I'    TO OCLNTSTATUS
006550         MOVE RVRS-TB-CLS-DATE (RVRS-SUB) TO OCLNTCLSDATE
006560     END-IF.
006570****THE REVERSAL IS THE CORRECTION - THE FEED MUST NOT
006580****QUIETLY PUT THE BAD VALUES BACK ON THE NEXT NIGHT.
006590     MOVE 'Y' TO OCLNTOVRD.
006595     MOVE SPACES TO OCLNTOVRD-GRPS.
006600 2300-EXIT.
006610     EXIT.
006620*****************************************************
006630* LOGS THE REVERSE ENTRY.  AUD-HIST POINTS AT THE
006640* PRE-REVERSAL ROW 2200 JUST WROTE; THE ENTRY UNDONE IS
006650* NAMED BY ITS DATE/TIME IN AUD-CLNTLNAME AND THE RUNNER
006660* IN AUD-CLNTFNAME.
006670*****************************************************
006680 2400-WRITE-AUDIT.
006690     MOVE SPACES TO RAUDITREC.
006700     ACCEPT RAUD-DATE FROM DATE YYYYMMDD.
006710     ACCEPT RAUD-TIME FROM TIME.
006720     MOVE 'REVERSE'          TO RAUD-OPERATION.
006730     MOVE OCLNTIDEN          TO RAUD-CLNTIDEN.
006740     MOVE RVRS-USERID        TO RAUD-CLNTFNAME.
006750     MOVE RVRS-TB-DATE (RVRS-SUB) TO RVRS-UNDID-DATE.
006760     MOVE RVRS-TB-TIME (RVRS-SUB) TO RVRS-UNDID-TIME.
006770     MOVE RVRS-UNDID-TXT     TO RAUD-CLNTLNAME.
006780     MOVE 'BATCH'            TO RAUD-SOURCE.
006790     MOVE '99'               TO RAUD-RSNCD.
006800     MOVE SPACES             TO RAUD-EFFDATE.
006810     MOVE RVRS-NEW-HIST-IDEN TO RAUD-HIST-CLNTIDEN.
006820     MOVE RVRS-NEW-HIST-TS   TO RAUD-HIST-TIMESTAMP.
006830     MOVE 'N'                TO RAUD-DISPUTE-SW.
006835     MOVE RVRS-USERID        TO RAUD-USERID.
006840     WRITE AUDITREC FROM RAUDITREC.
006850     IF NOT RVRS-AUDITFL-OK
006860         DISPLAY "CLNTRVRS - WRITE ERROR ON AUDITFL, STATUS = "
006870             RVRS-AUDITFL-STATUS
006880         MOVE 16 TO RETURN-CODE
006890         STOP RUN
006900     END-IF.
006910 2400-EXIT.
006920     EXIT.
006930 2900-WRITE-DETAIL.
006940     MOVE RVRS-DISPOSITION TO RVRS-DT-DISP.
006950     MOVE RVRS-DISP-NOTE   TO RVRS-DT-NOTE.
006960     MOVE ' ' TO RVRS-CTL.
006970     MOVE RVRS-DETAIL TO RVRS-TEXT.
006980     WRITE RVRS-LINE-REC.
006990 2900-EXIT.
007000     EXIT.
007010 3000-TERMINATE.
007020     CLOSE AUDITFL.
007030     CLOSE CLNTHIST.
007040     CLOSE DEMO.
007050     MOVE ' ' TO RVRS-CTL.
007060     MOVE SPACES TO RVRS-TEXT.
007070     WRITE RVRS-LINE-REC.
007080     MOVE SPACES TO RVRS-SUMMARY-LINE.
007090     MOVE 'REVERSAL CARDS READ' TO RVRS-SL-LABEL.
007100     MOVE RVRS-CARD-COUNT TO RVRS-SL-COUNT.
007110     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
007120     MOVE 'CHANGES REVERSED' TO RVRS-SL-LABEL.
007130     MOVE RVRS-DONE-COUNT TO RVRS-SL-COUNT.
007140     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
007150     MOVE 'CARDS REFUSED' TO RVRS-SL-LABEL.
007160     MOVE RVRS-REFUSED-COUNT TO RVRS-SL-COUNT.
007170     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
007180     MOVE 'AUDIT ENTRIES SCANNED' TO RVRS-SL-LABEL.
007190     MOVE RVRS-AUD-READ TO RVRS-SL-COUNT.
007200     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
007210     CLOSE RVRSRPT.
007220     DISPLAY "CLNTRVRS - CARDS READ        = " RVRS-CARD-COUNT.
007230     DISPLAY "CLNTRVRS - CHANGES REVERSED  = " RVRS-DONE-COUNT.
007240     DISPLAY "CLNTRVRS - CARDS REFUSED     = " RVRS-REFUSED-COUNT.
007250     IF RVRS-REFUSED-COUNT > ZERO
007260         DISPLAY "CLNTRVRS - SEE RVRSRPT FOR WHY"
007270         MOVE 4 TO RETURN-CODE
007280     ELSE
007290         MOVE ZERO TO RETURN-CODE
007300     END-IF.
007310 3000-EXIT.
007320     EXIT.
007330 3100-WRITE-SUMMARY.
007340     MOVE RVRS-SUMMARY-LINE TO RVRS-TEXT.
007350     WRITE RVRS-LINE-REC.
007360 3100-EXIT.
007370     EXIT.

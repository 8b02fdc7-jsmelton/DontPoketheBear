000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CLNTAPRV.
000030 AUTHOR.        J MELTON.
000040 INSTALLATION.  CLIENT SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************
000080* SUPERVISOR APPROVAL WORKBENCH (MAKER-CHECKER) FOR
000090* TERMINAL UPDATES.  PROCCLNT NO LONGER APPLIES A
000100* TERMINAL REWRITE, CLOSE/DELETE, MERGE OR DELETE-ALL
000110* WHEN IT IS KEYED - IT QUEUES THE CHANGE ON THE
000120* CLNTAPRQ KSDS (SEE CLNTAQRC) WITH THE BEFORE AND
000130* AFTER IMAGES AND THE KEYING OPERATOR.  THIS PROGRAM
000140* WALKS THE QUEUE OLDEST FIRST, SHOWS THE SUPERVISOR
000150* EACH PENDING ITEM WITH EVERY FIELD IT CHANGES, AND
000160* TAKES A DISPOSITION:
000170*   A - APPROVE.  THE ITEM IS APPLIED THROUGH PROCCLNT'S
000180*       OWN UPDATE PATH, SO THE CLNTHIST PRIOR IMAGE AND
000190*       THE TERM AUDIT ENTRY HAPPEN EXACTLY AS THEY DO FOR
000200*       ANY OTHER CHANGE.  AN ITEM WHOSE CLIENT HAS
000210*       CHANGED SINCE IT WAS KEYED IS NOT APPLIED - IT IS
000220*       MARKED FAILED AND MUST BE RE-KEYED, SO AN
000230*       APPROVAL CAN NEVER PUT BACK VALUES SOMEONE ELSE
000240*       HAS SINCE CORRECTED.
000250*   R - REJECT, WITH A ONE-LINE REASON.
000260*   ANYTHING ELSE - LEFT PENDING.
000270* THE CHECKER CAN NEVER BE THE MAKER - AN ITEM KEYED
000280* UNDER THE SUPERVISOR'S OWN USER ID IS SHOWN BUT NOT
000290* OFFERED FOR A DECISION.  AN ITEM STILL PENDING MORE
000300* THAN THE AGE LIMIT IN DAYS AFTER IT WAS KEYED IS
000310* EXPIRED INSTEAD - TAKEN OFF THE QUEUE AND LISTED ON
000320* THE APRVEXCP EXCEPTIONS REPORT - AND THE CHANGE HAS
000330* TO BE KEYED AGAIN IF IT IS STILL WANTED.
000340* EVERY DISPOSITION PRINTS ON THE APRVRPT REPORT.
000350*
000360* SYSIN:
000370*   LINE 1 - REVIEW, OR EXPIRE FOR AN UNATTENDED SWEEP
000380*            THAT ONLY AGES THE QUEUE (THE NIGHTLY
000390*            WINDOW RUNS IT THAT WAY).
000400*   LINE 2 - AGE LIMIT IN DAYS, BLANK = 5.
000410*   THEN ONE DISPOSITION PER ITEM OFFERED, EACH R
000420*   FOLLOWED BY ITS REASON LINE.  RUN UNDER TSO FOR A
000430*   TRUE INTERACTIVE SESSION.
000440* A REVIEW TAKES THE SUPERVISOR'S USER ID FROM THE PARM
000450* (PARM='&SYSUID'), NEVER FROM WHAT IS KEYED, AND THE
000460* SUPERVISOR'S CLNTOPRF PROFILE MUST CARRY THE RIGHT
000470* FOR THE ITEM'S OPTION GROUP - UPDATE FOR A REWRITE OR
000480* CLOSE/DELETE, MERGE FOR A MERGE, DELALL FOR A DELETE-
000490* ALL.  AN ITEM OUTSIDE THE PROFILE IS SHOWN BUT LEFT.
000500* AN APPROVED ITEM IS APPLIED UNDER THE MAKER'S USER ID,
000510* SO THE AUDIT AND HISTORY ENTRIES NAME WHO KEYED IT.
000511* A REVIEW IS REFUSED (RC 8) WHILE THE WINDOWLK INTERLOCK
000513* SAYS THE NIGHTLY WINDOW HOLDS THE MASTER, AND THE LOCK
000514* IS CHECKED AGAIN BEFORE EACH APPROVED ITEM IS APPLIED -
000516* AN ITEM CAUGHT BY IT IS LEFT PENDING AND THE REVIEW
000517* ENDS THERE, RC 8.  EXPIRE ONLY TOUCHES THE QUEUE AND IS
000519* RUN INSIDE THE WINDOW, SO IT DOES NOT CHECK.
000520*
000530* DATE       AUTHOR    DESCRIPTION
000540* 10/15/26   JMELTON   INITIAL VERSION
000550* 10/15/26   JMELTON   CHECKER FROM THE PARM, NOT SYSIN;
000560*                      DECISIONS LIMITED TO THE CHECKER'S
000570*                      CLNTOPRF RIGHTS; APPROVED ITEMS
000580*                      PASS THE MAKER'S ID TO PROCCLNT.
000582* 10/15/26   JMELTON   LOGS ITS START AND END, RETURN CODE AND
000585*                      KEY COUNTS TO THE RUNHIST RUN HISTORY
000587*                      THROUGH CLNTRLOG.
000588* 10/15/26   JMELTON   CHECKER ID TAKEN TO THE PARM LENGTH
000589*                      ONLY.  A REVIEW HONOURS WINDOWLK.
000590*****************************************************
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT OPTIONAL CLNTAPRQ ASSIGN TO AS-CLNTAPRQ
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS APRQ-KEY
000670         FILE STATUS IS APRV-QUEUE-STATUS.
000680     SELECT DEMO ASSIGN TO AS-CLNTFILE
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS OCLNTIDEN
000720         FILE STATUS IS APRV-DEMO-STATUS.
000730     SELECT OPTIONAL CLNTOPRF ASSIGN TO AS-CLNTOPRF
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS RANDOM
000760         RECORD KEY IS OPRF-USERID
000770         FILE STATUS IS APRV-OPRF-STATUS.
000780     SELECT APRVRPT ASSIGN TO AS-APRVRPT
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS APRV-RPT-STATUS.
000810     SELECT APRVEXCP ASSIGN TO AS-APRVEXCP
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS APRV-EXCP-STATUS.
000832     SELECT OPTIONAL WINDOWLK ASSIGN TO AS-WINDOWLK
000835         ORGANIZATION IS SEQUENTIAL
000838         FILE STATUS IS APRV-WLCK-STATUS.
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  CLNTAPRQ.
000870     COPY CLNTAQRC.
000880****READ ONLY TO PROVE AN ITEM IS STILL CURRENT BEFORE IT
000890****IS APPLIED - CLOSED AGAIN BEFORE PROCCLNT OPENS THE
000900****MASTER I-O.
000910 FD  DEMO.
000920     COPY OCLNTREC.
000930****THE CHECKER'S OPERATOR PROFILE.  SEE CLNTOPRF.
000940 FD  CLNTOPRF.
000950     COPY CLNTOPRF.
000960 FD  APRVRPT
000970     RECORDING MODE IS F.
000980 01  APRV-LINE-REC.
000990     05  APRV-CTL              PIC X(01).
001000     05  APRV-TEXT             PIC X(131).
001010 FD  APRVEXCP
001020     RECORDING MODE IS F.
001030 01  APRV-EXCP-REC.
001040     05  APRV-EX-CTL           PIC X(01).
001050     05  APRV-EX-TEXT          PIC X(131).
001052****NIGHTLY-WINDOW INTERLOCK.  SEE CLNTWLCK.
001054 FD  WINDOWLK
001056     RECORDING MODE IS F.
001058     COPY CLNTWLCK.
001060 WORKING-STORAGE SECTION.
001070 01  APRV-SWITCHES.
001080     05  APRV-QUEUE-EOF-SW     PIC X(01) VALUE 'N'.
001090         88  APRV-QUEUE-EOF-YES         VALUE 'Y'.
001100     05  APRV-EXPIRE-ONLY-SW   PIC X(01) VALUE 'N'.
001110         88  APRV-EXPIRE-ONLY           VALUE 'Y'.
001120     05  APRV-CURRENT-SW       PIC X(01) VALUE 'Y'.
001130         88  APRV-CURRENT-YES           VALUE 'Y'.
001140     05  APRV-RIGHT-SW         PIC X(01) VALUE 'N'.
001150         88  APRV-RIGHT-YES             VALUE 'Y'.
001153     05  APRV-LOCKED-SW        PIC X(01) VALUE 'N'.
001157         88  APRV-LOCKED-YES            VALUE 'Y'.
001160 01  APRV-FILE-STATUSES.
001170     05  APRV-QUEUE-STATUS     PIC X(02) VALUE '00'.
001180         88  APRV-QUEUE-OK              VALUE '00'.
001190         88  APRV-QUEUE-NOFILE          VALUE '05'.
001200         88  APRV-QUEUE-EOF             VALUE '10'.
001210     05  APRV-DEMO-STATUS      PIC X(02) VALUE '00'.
001220         88  APRV-DEMO-OK               VALUE '00'.
001230         88  APRV-DEMO-NOTFND           VALUE '23'.
001240     05  APRV-OPRF-STATUS      PIC X(02) VALUE '00'.
001250         88  APRV-OPRF-OK               VALUE '00'.
001260         88  APRV-OPRF-NOFILE           VALUE '05'.
001270     05  APRV-RPT-STATUS       PIC X(02) VALUE '00'.
001280         88  APRV-RPT-OK                VALUE '00'.
001290     05  APRV-EXCP-STATUS      PIC X(02) VALUE '00'.
001300         88  APRV-EXCP-OK               VALUE '00'.
001302     05  APRV-WLCK-STATUS      PIC X(02) VALUE '00'.
001305         88  APRV-WLCK-OK               VALUE '00'.
001308         88  APRV-WLCK-NOFILE           VALUE '05'.
001310 01  APRV-COUNTERS         COMP.
001320     05  APRV-PENDING-COUNT    PIC 9(07) VALUE ZERO.
001330     05  APRV-APPROVED-COUNT   PIC 9(07) VALUE ZERO.
001340     05  APRV-REJECTED-COUNT   PIC 9(07) VALUE ZERO.
001350     05  APRV-FAILED-COUNT     PIC 9(07) VALUE ZERO.
001360     05  APRV-LEFT-COUNT       PIC 9(07) VALUE ZERO.
001370     05  APRV-OWN-COUNT        PIC 9(07) VALUE ZERO.
001380     05  APRV-NOAUTH-COUNT     PIC 9(07) VALUE ZERO.
001390     05  APRV-EXPIRED-COUNT    PIC 9(07) VALUE ZERO.
001400     05  APRV-AGE-DAYS         PIC 9(07) VALUE ZERO.
001410     05  APRV-CALL-RC          PIC 9(04) VALUE ZERO.
001420 77  APRV-DEFAULT-AGE          PIC 9(03) VALUE 005.
001425 77  APRV-USERID-LEN           PIC S9(04) COMP VALUE ZERO.
001430 01  APRV-TODAY                PIC 9(08) VALUE ZERO.
001440 01  APRV-NOW                  PIC 9(08) VALUE ZERO.
001450 01  APRV-TODAY-INT            PIC 9(07) VALUE ZERO.
001460 01  APRV-QUEUED-INT           PIC 9(07) VALUE ZERO.
001470 01  APRV-CHECKER              PIC X(08) VALUE SPACES.
001480 01  APRV-AGE-IN               PIC X(03) VALUE SPACES.
001490 01  APRV-AGE-LIMIT            PIC 9(03) VALUE ZERO.
001500 01  APRV-MODE-IN              PIC X(08) VALUE SPACES.
001510 01  APRV-DISPOSITION          PIC X(01) VALUE SPACE.
001520     88  APRV-DISP-APPROVE              VALUE 'A' 'a'.
001530     88  APRV-DISP-REJECT               VALUE 'R' 'r'.
001540 01  APRV-REASON-IN            PIC X(40) VALUE SPACES.
001550 01  APRV-TYPE-TEXT            PIC X(08) VALUE SPACES.
001560 01  APRV-DISP-TEXT            PIC X(12) VALUE SPACES.
001570 01  APRV-RC-EDIT              PIC Z(03)9.
001580****FIELD VIEWS OF THE QUEUED BEFORE AND AFTER IMAGES.
001590     COPY OCLNTREC REPLACING ==OUTCLNTREC== BY ==BCLNTREC==
001600                             ==OBATCH-SW== BY ==BBATCH-SW==
001610                             ==OPROCESS== BY ==BPROCESS==
001620                             LEADING ==OCLNT== BY ==BCLNT==.
001630     COPY OCLNTREC REPLACING ==OUTCLNTREC== BY ==ACLNTREC==
001640                             ==OBATCH-SW== BY ==ABATCH-SW==
001650                             ==OPROCESS== BY ==APROCESS==
001660                             LEADING ==OCLNT== BY ==ACLNT==.
001670****CALL PARAMETER RECORD PASSED TO PROCCLNT.  SEE CLNTPARM.
001680     COPY CLNTPARM.
001690****THE CHECKER'S OPTION-GROUP RIGHTS, KEPT FROM CLNTOPRF.
001700 01  APRV-RIGHTS.
001710     05  APRV-RIGHT-INQUIRY    PIC X(01) VALUE SPACE.
001720     05  APRV-RIGHT-UPDATE     PIC X(01) VALUE SPACE.
001730         88  APRV-MAY-UPDATE            VALUE 'Y'.
001740     05  APRV-RIGHT-MERGE      PIC X(01) VALUE SPACE.
001750         88  APRV-MAY-MERGE             VALUE 'Y'.
001760     05  APRV-RIGHT-DELALL     PIC X(01) VALUE SPACE.
001770         88  APRV-MAY-DELALL            VALUE 'Y'.
001780 01  APRV-HDR-1.
001790     05  FILLER                PIC X(27)
001800                  VALUE 'SUPERVISOR APPROVAL REPORT '.
001810     05  FILLER                PIC X(03) VALUE SPACES.
001820     05  FILLER                PIC X(09) VALUE 'RUN DATE:'.
001830     05  APRV-H1-DATE          PIC 9(08).
001840     05  FILLER                PIC X(03) VALUE SPACES.
001850     05  FILLER                PIC X(08) VALUE 'CHECKER:'.
001860     05  APRV-H1-CHECKER       PIC X(08).
001870     05  FILLER                PIC X(65) VALUE SPACES.
001880 01  APRV-HDR-EX.
001890     05  FILLER                PIC X(27)
001900                  VALUE 'APPROVAL QUEUE EXCEPTIONS  '.
001910     05  FILLER                PIC X(03) VALUE SPACES.
001920     05  FILLER                PIC X(09) VALUE 'RUN DATE:'.
001930     05  APRV-HX-DATE          PIC 9(08).
001940     05  FILLER                PIC X(03) VALUE SPACES.
001950     05  FILLER                PIC X(10) VALUE 'AGE LIMIT:'.
001960     05  APRV-HX-AGE           PIC ZZ9.
001970     05  FILLER                PIC X(05) VALUE ' DAYS'.
001980     05  FILLER                PIC X(63) VALUE SPACES.
001990 01  APRV-HDR-2.
002000     05  FILLER                PIC X(19) VALUE ' QUEUED'.
002010     05  FILLER                PIC X(11) VALUE 'CLNTID'.
002020     05  FILLER                PIC X(10) VALUE 'TYPE'.
002030     05  FILLER                PIC X(10) VALUE 'MAKER'.
002040     05  FILLER                PIC X(14) VALUE 'DISPOSITION'.
002050     05  FILLER                PIC X(67) VALUE 'NOTE'.
002060 01  APRV-DETAIL.
002070     05  FILLER                PIC X(01) VALUE SPACES.
002080     05  APRV-DT-TS            PIC X(16).
002090     05  FILLER                PIC X(02) VALUE SPACES.
002100     05  APRV-DT-IDEN          PIC 9(09).
002110     05  FILLER                PIC X(02) VALUE SPACES.
002120     05  APRV-DT-TYPE          PIC X(08).
002130     05  FILLER                PIC X(02) VALUE SPACES.
002140     05  APRV-DT-MAKER         PIC X(08).
002150     05  FILLER                PIC X(02) VALUE SPACES.
002160     05  APRV-DT-DISP          PIC X(12).
002170     05  FILLER                PIC X(02) VALUE SPACES.
002180     05  APRV-DT-NOTE          PIC X(40).
002190     05  FILLER                PIC X(27) VALUE SPACES.
002200 01  APRV-SUMMARY-LINE.
002210     05  FILLER                PIC X(02) VALUE SPACES.
002220     05  APRV-SL-LABEL         PIC X(34).
002230     05  APRV-SL-COUNT         PIC ZZZ,ZZ9.
002240     05  FILLER                PIC X(88) VALUE SPACES.
002242****CALL PARAMETER RECORD PASSED TO THE RUN-HISTORY LOGGING
002245****MODULE.  SEE CLNTRLGP.
002247     COPY CLNTRLGP.
002250 LINKAGE SECTION.
002260****PARM AREA AS THE SYSTEM HANDS IT OVER - HALFWORD
002270****LENGTH, THEN THE SUPERVISOR'S USER ID.
002280 01  APRV-PARM.
002290     05  APRV-PARM-LEN         PIC S9(04) COMP.
002300     05  APRV-PARM-USERID      PIC X(08).
002310 PROCEDURE DIVISION USING APRV-PARM.
002320 0000-MAINLINE.
002325     PERFORM 9800-LOG-START THRU 9800-EXIT.
002330     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002340     PERFORM 2000-PROCESS-QUEUE THRU 2000-EXIT
002350         UNTIL APRV-QUEUE-EOF-YES.
002360     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002365     PERFORM 9850-LOG-END THRU 9850-EXIT.
002370     STOP RUN.
002380 1000-INITIALIZE.
002390     ACCEPT APRV-TODAY FROM DATE YYYYMMDD.
002400     COMPUTE APRV-TODAY-INT =
002410         FUNCTION INTEGER-OF-DATE(APRV-TODAY).
002420     DISPLAY "ENTER REVIEW (EXPIRE = AGE THE QUEUE ONLY)".
002430     ACCEPT APRV-MODE-IN.
002440     IF APRV-MODE-IN = 'EXPIRE'
002450         MOVE 'Y'      TO APRV-EXPIRE-ONLY-SW
002460         MOVE 'EXPIRE' TO APRV-CHECKER
002470     ELSE IF APRV-PARM-LEN < 1
002480         DISPLAY "CLNTAPRV - NO USER ID PASSED - RUN WITH "
002490             "PARM='&SYSUID'"
002500         MOVE 8 TO RETURN-CODE
002510         STOP RUN
002560     ELSE
002561****ONLY THE BYTES THE PARM LENGTH COVERS ARE THE USER ID.
002563         MOVE APRV-PARM-LEN TO APRV-USERID-LEN
002564         IF APRV-USERID-LEN > 8
002566             MOVE 8 TO APRV-USERID-LEN
002567         END-IF
002569         MOVE SPACES TO APRV-CHECKER
002570         MOVE APRV-PARM-USERID (1:APRV-USERID-LEN)
002571             TO APRV-CHECKER
002573         IF APRV-CHECKER = SPACES
002574             DISPLAY "CLNTAPRV - NO USER ID PASSED - NOTHING DONE"
002576             MOVE 8 TO RETURN-CODE
002577             STOP RUN
002579         END-IF
002580         PERFORM 1100-READ-PROFILE THRU 1100-EXIT
002581         PERFORM 1200-CHECK-LOCK THRU 1200-EXIT
002582         IF APRV-LOCKED-YES
002584             DISPLAY "CLNTAPRV - NOTHING REVIEWED - RUN AGAIN "
002585                 "ONCE THE NIGHTLY WINDOW HAS ENDED"
002586             MOVE 8 TO RETURN-CODE
002588             STOP RUN
002589         END-IF
002590     END-IF.
002600     DISPLAY "ENTER AGE LIMIT IN DAYS (BLANK = 5)".
002610     ACCEPT APRV-AGE-IN.
002620     IF APRV-AGE-IN = SPACES
002630         MOVE APRV-DEFAULT-AGE TO APRV-AGE-LIMIT
002640     ELSE IF APRV-AGE-IN (1:1) NUMERIC
002650             AND APRV-AGE-IN (2:2) = SPACES
002660         MOVE APRV-AGE-IN (1:1) TO APRV-AGE-LIMIT
002670     ELSE IF APRV-AGE-IN (1:2) NUMERIC
002680             AND APRV-AGE-IN (3:1) = SPACE
002690         MOVE APRV-AGE-IN (1:2) TO APRV-AGE-LIMIT
002700     ELSE IF APRV-AGE-IN NUMERIC
002710         MOVE APRV-AGE-IN TO APRV-AGE-LIMIT
002720     ELSE
002730         DISPLAY "CLNTAPRV - AGE LIMIT NOT NUMERIC: "
002740             APRV-AGE-IN
002750         MOVE 8 TO RETURN-CODE
002760         STOP RUN
002770     END-IF.
002780     OPEN I-O CLNTAPRQ.
002790     IF APRV-QUEUE-NOFILE
002800         DISPLAY "CLNTAPRV - NO APPROVAL QUEUE ON FILE"
002810         MOVE 'Y' TO APRV-QUEUE-EOF-SW
002820     ELSE IF NOT APRV-QUEUE-OK
002830         DISPLAY "CLNTAPRV - UNABLE TO OPEN CLNTAPRQ, STATUS = "
002840             APRV-QUEUE-STATUS
002850         MOVE 16 TO RETURN-CODE
002860         STOP RUN
002870     END-IF.
002880     OPEN OUTPUT APRVRPT.
002890     IF NOT APRV-RPT-OK
002900         DISPLAY "CLNTAPRV - UNABLE TO OPEN APRVRPT, STATUS = "
002910             APRV-RPT-STATUS
002920         MOVE 16 TO RETURN-CODE
002930         STOP RUN
002940     END-IF.
002950     OPEN OUTPUT APRVEXCP.
002960     IF NOT APRV-EXCP-OK
002970         DISPLAY "CLNTAPRV - UNABLE TO OPEN APRVEXCP, STATUS = "
002980             APRV-EXCP-STATUS
002990         MOVE 16 TO RETURN-CODE
003000         STOP RUN
003010     END-IF.
003020     MOVE APRV-TODAY   TO APRV-H1-DATE.
003030     MOVE APRV-CHECKER TO APRV-H1-CHECKER.
003040     MOVE '1' TO APRV-CTL.
003050     MOVE APRV-HDR-1 TO APRV-TEXT.
003060     WRITE APRV-LINE-REC.
003070     MOVE ' ' TO APRV-CTL.
003080     MOVE APRV-HDR-2 TO APRV-TEXT.
003090     WRITE APRV-LINE-REC.
003100     MOVE SPACES TO APRV-TEXT.
003110     WRITE APRV-LINE-REC.
003120     MOVE APRV-TODAY     TO APRV-HX-DATE.
003130     MOVE APRV-AGE-LIMIT TO APRV-HX-AGE.
003140     MOVE '1' TO APRV-EX-CTL.
003150     MOVE APRV-HDR-EX TO APRV-EX-TEXT.
003160     WRITE APRV-EXCP-REC.
003170     MOVE ' ' TO APRV-EX-CTL.
003180     MOVE APRV-HDR-2 TO APRV-EX-TEXT.
003190     WRITE APRV-EXCP-REC.
003200     MOVE SPACES TO APRV-EX-TEXT.
003210     WRITE APRV-EXCP-REC.
003220     IF NOT APRV-QUEUE-EOF-YES
003230         PERFORM 2100-READ-QUEUE THRU 2100-EXIT
003240     END-IF.
003250 1000-EXIT.
003260     EXIT.
003270*****************************************************
003280* KEEPS THE CHECKER'S OPTION-GROUP RIGHTS.  NO PROFILE
003290* ROW (OR NO PROFILE FILE) MEANS NO RIGHTS - EVERY ITEM
003300* IS SHOWN BUT NONE CAN BE DECIDED.
003310*****************************************************
003320 1100-READ-PROFILE.
003330     MOVE SPACES TO APRV-RIGHTS.
003340     OPEN INPUT CLNTOPRF.
003350     IF NOT APRV-OPRF-OK AND NOT APRV-OPRF-NOFILE
003360         DISPLAY "CLNTAPRV - UNABLE TO OPEN CLNTOPRF, STATUS = "
003370             APRV-OPRF-STATUS
003380         MOVE 16 TO RETURN-CODE
003390         STOP RUN
003400     END-IF.
003410     MOVE APRV-CHECKER TO OPRF-USERID.
003420     READ CLNTOPRF
003430         INVALID KEY
003440             MOVE SPACES TO OPRF-RIGHTS
003450     END-READ.
003460     MOVE OPRF-RIGHTS TO APRV-RIGHTS.
003470     CLOSE CLNTOPRF.
003480     IF APRV-RIGHTS = SPACES
003490         DISPLAY "CLNTAPRV - NO OPERATOR PROFILE FOR "
003500             APRV-CHECKER " - NOTHING CAN BE DECIDED"
003510     END-IF.
003520 1100-EXIT.
003530     EXIT.
003531*****************************************************
003532* READS THE WINDOWLK INTERLOCK.  WHILE THE NIGHTLY
003533* WINDOW HOLDS THE MASTER NOTHING MAY BE APPLIED TO IT.
003534* NO INTERLOCK DATASET, OR AN EMPTY ONE, MEANS NO LOCK.
003535*****************************************************
003536 1200-CHECK-LOCK.
003537     MOVE 'N' TO APRV-LOCKED-SW.
003538     OPEN INPUT WINDOWLK.
003539     IF NOT APRV-WLCK-OK AND NOT APRV-WLCK-NOFILE
003540         DISPLAY "CLNTAPRV - UNABLE TO OPEN WINDOWLK, STATUS = "
003541             APRV-WLCK-STATUS
003542         MOVE 16 TO RETURN-CODE
003543         STOP RUN
003544     END-IF.
003545     READ WINDOWLK
003546         AT END
003547             CLOSE WINDOWLK
003548             GO TO 1200-EXIT
003549     END-READ.
003550     IF WLCK-MARKER-OK AND WLCK-HELD
003551         MOVE 'Y' TO APRV-LOCKED-SW
003552         DISPLAY "CLNTAPRV - NIGHTLY UPDATE IN PROGRESS - MASTER "
003553             "HELD BY " WLCK-HOLDER " SINCE " WLCK-DATE "/"
003554             WLCK-TIME
003555     END-IF.
003556     CLOSE WINDOWLK.
003557 1200-EXIT.
003558     EXIT.
003561*****************************************************
003564* ONE QUEUE ITEM.  DECIDED ITEMS ARE HISTORY AND ARE
003567* PASSED OVER.  A PENDING ITEM PAST THE AGE LIMIT IS
003570* EXPIRED BEFORE ANYONE IS ASKED ABOUT IT; THE MAKER'S
003580* OWN ITEMS ARE SHOWN BUT NOT OFFERED.
003590*****************************************************
003600 2000-PROCESS-QUEUE.
003610     IF NOT APRQ-PENDING
003620         GO TO 2000-READ-NEXT
003630     END-IF.
003640     ADD 1 TO APRV-PENDING-COUNT.
003650     MOVE APRQ-BEFORE-IMAGE TO BCLNTREC.
003660     MOVE APRQ-AFTER-IMAGE  TO ACLNTREC.
003670     PERFORM 2200-SET-TYPE THRU 2200-EXIT.
003680     COMPUTE APRV-QUEUED-INT =
003690         FUNCTION INTEGER-OF-DATE(APRQ-TS-DATE).
003700     COMPUTE APRV-AGE-DAYS = APRV-TODAY-INT - APRV-QUEUED-INT.
003710     IF APRV-AGE-DAYS > APRV-AGE-LIMIT
003720         PERFORM 2800-EXPIRE-ITEM THRU 2800-EXIT
003730         GO TO 2000-READ-NEXT
003740     END-IF.
003750     IF APRV-EXPIRE-ONLY
003760         ADD 1 TO APRV-LEFT-COUNT
003770         GO TO 2000-READ-NEXT
003780     END-IF.
003790     PERFORM 2300-SHOW-ITEM THRU 2300-EXIT.
003800     IF APRQ-MAKER = APRV-CHECKER
003810         DISPLAY "  YOU KEYED THIS CHANGE - ANOTHER SUPERVISOR "
003820             "MUST DECIDE IT"
003830         ADD 1 TO APRV-OWN-COUNT
003840         MOVE 'OWN ITEM' TO APRV-DISP-TEXT
003850         MOVE 'CHECKER CANNOT BE THE MAKER' TO APRV-DT-NOTE
003860         PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
003870         GO TO 2000-READ-NEXT
003880     END-IF.
003890     PERFORM 2400-CHECK-RIGHT THRU 2400-EXIT.
003900     IF NOT APRV-RIGHT-YES
003910         DISPLAY "  YOUR PROFILE DOES NOT ALLOW YOU TO DECIDE "
003920             "THIS CHANGE"
003930         ADD 1 TO APRV-NOAUTH-COUNT
003940         MOVE 'NOT ALLOWED' TO APRV-DISP-TEXT
003950         MOVE 'CHECKER NOT AUTHORIZED FOR THIS OPTION'
003960             TO APRV-DT-NOTE
003970         PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
003980         GO TO 2000-READ-NEXT
003990     END-IF.
004000     DISPLAY "MARK (A)PPROVE, (R)EJECT, OR (L)EAVE".
004010     MOVE SPACE TO APRV-DISPOSITION.
004020     ACCEPT APRV-DISPOSITION.
004030     IF APRV-DISP-APPROVE
004040         PERFORM 2500-APPROVE-ITEM THRU 2500-EXIT
004042         IF APRV-LOCKED-YES
004044             MOVE 'Y' TO APRV-QUEUE-EOF-SW
004046             GO TO 2000-EXIT
004048         END-IF
004050     ELSE IF APRV-DISP-REJECT
004060         PERFORM 2700-REJECT-ITEM THRU 2700-EXIT
004070     ELSE
004080         ADD 1 TO APRV-LEFT-COUNT
004090         MOVE 'LEFT' TO APRV-DISP-TEXT
004100         MOVE SPACES TO APRV-DT-NOTE
004110         PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
004120     END-IF.
004130 2000-READ-NEXT.
004140     PERFORM 2100-READ-QUEUE THRU 2100-EXIT.
004150 2000-EXIT.
004160     EXIT.
004170 2100-READ-QUEUE.
004180     READ CLNTAPRQ NEXT RECORD
004190         AT END
004200             MOVE 'Y' TO APRV-QUEUE-EOF-SW
004210     END-READ.
004220     IF NOT APRV-QUEUE-OK AND NOT APRV-QUEUE-EOF
004230         DISPLAY "CLNTAPRV - READ ERROR ON CLNTAPRQ, STATUS = "
004240             APRV-QUEUE-STATUS
004250         MOVE 16 TO RETURN-CODE
004260         STOP RUN
004270     END-IF.
004280 2100-EXIT.
004290     EXIT.
004300 2200-SET-TYPE.
004310     IF APRQ-PROCESS = 3
004320         MOVE 'REWRITE' TO APRV-TYPE-TEXT
004330     ELSE IF APRQ-PROCESS = 4 AND APRQ-ANSWER = '0'
004340         MOVE 'DELETE'  TO APRV-TYPE-TEXT
004350     ELSE IF APRQ-PROCESS = 4
004360         MOVE 'CLOSE'   TO APRV-TYPE-TEXT
004370     ELSE IF APRQ-PROCESS = 5
004380         MOVE 'DELALL'  TO APRV-TYPE-TEXT
004390     ELSE IF APRQ-PROCESS = 8
004400         MOVE 'MERGE'   TO APRV-TYPE-TEXT
004410     ELSE
004420         MOVE 'UNKNOWN' TO APRV-TYPE-TEXT
004430     END-IF.
004440 2200-EXIT.
004450     EXIT.
004460*****************************************************
004470* PUTS THE ITEM IN FRONT OF THE SUPERVISOR - WHO KEYED
004480* WHAT, WHEN, AND FOR A REWRITE EVERY FIELD THAT WOULD
004490* CHANGE, BEFORE AND AFTER.
004500*****************************************************
004510 2300-SHOW-ITEM.
004520     DISPLAY " ".
004530     DISPLAY APRV-TYPE-TEXT " CLIENT " APRQ-CLNTIDEN
004540         " KEYED BY " APRQ-MAKER " AT " APRQ-TIMESTAMP.
004550     IF APRQ-PROCESS = 5
004560         DISPLAY "  *** DELETES EVERY RECORD ON THE CLIENT "
004570             "MASTER (BACKUP TAKEN FIRST) ***"
004580         GO TO 2300-EXIT
004590     END-IF.
004600     IF APRQ-PROCESS = 8
004610         DISPLAY "  RETIRES " APRQ-MRGIDEN " " BCLNTFNAME " "
004620             BCLNTLNAME
004630         DISPLAY "  INTO    " APRQ-CLNTIDEN " " ACLNTFNAME " "
004640             ACLNTLNAME
004650         GO TO 2300-EXIT
004660     END-IF.
004670     DISPLAY "  " BCLNTFNAME " " BCLNTLNAME "  " BCLNTCITY
004680         " " BCLNTSTATE " " BCLNTZIP.
004690     IF APRQ-PROCESS NOT = 3
004700         GO TO 2300-EXIT
004710     END-IF.
004720     IF ACLNTFNAME NOT = BCLNTFNAME
004730         DISPLAY "  FIRST NAME  " BCLNTFNAME " -> " ACLNTFNAME
004740     END-IF.
004750     IF ACLNTMNAME NOT = BCLNTMNAME
004760         DISPLAY "  MIDDLE NAME " BCLNTMNAME " -> " ACLNTMNAME
004770     END-IF.
004780     IF ACLNTLNAME NOT = BCLNTLNAME
004790         DISPLAY "  LAST NAME   " BCLNTLNAME " -> " ACLNTLNAME
004800     END-IF.
004810     IF ACLNTADDR1 NOT = BCLNTADDR1
004820         DISPLAY "  ADDRESS 1   " BCLNTADDR1 " -> " ACLNTADDR1
004830     END-IF.
004840     IF ACLNTADDR2 NOT = BCLNTADDR2
004850         DISPLAY "  ADDRESS 2   " BCLNTADDR2 " -> " ACLNTADDR2
004860     END-IF.
004870     IF ACLNTCITY NOT = BCLNTCITY
004880         DISPLAY "  CITY        " BCLNTCITY " -> " ACLNTCITY
004890     END-IF.
004900     IF ACLNTSTATE NOT = BCLNTSTATE
004910         DISPLAY "  STATE       " BCLNTSTATE " -> " ACLNTSTATE
004920     END-IF.
004930     IF ACLNTZIP NOT = BCLNTZIP
004940         DISPLAY "  ZIP         " BCLNTZIP " -> " ACLNTZIP
004950     END-IF.
004960     IF ACLNTDATE NOT = BCLNTDATE
004970         DISPLAY "  DATE        " BCLNTDATE " -> " ACLNTDATE
004980     END-IF.
004990     IF ACLNTPHONE NOT = BCLNTPHONE
005000         DISPLAY "  PHONE       " BCLNTPHONE " -> " ACLNTPHONE
005010     END-IF.
005020     IF ACLNTEMAIL NOT = BCLNTEMAIL
005030         DISPLAY "  EMAIL       " BCLNTEMAIL " -> " ACLNTEMAIL
005040     END-IF.
005050     IF APRQ-ANSWER = '0'
005060         DISPLAY "  FEED OVERRIDE: RELEASED/NOT SET"
005070     ELSE
005080         DISPLAY "  FEED OVERRIDE: SET"
005090     END-IF.
005100 2300-EXIT.
005110     EXIT.
005120*****************************************************
005130* THE CHECKER NEEDS THE SAME RIGHT PROCCLNT WOULD ASK OF
005140* AN OPERATOR KEYING THE CHANGE - UPDATE FOR A REWRITE
005150* OR CLOSE/DELETE, MERGE FOR A MERGE, DELALL FOR A
005160* DELETE-ALL.
005170*****************************************************
005180 2400-CHECK-RIGHT.
005190     MOVE 'N' TO APRV-RIGHT-SW.
005200     IF (APRQ-PROCESS = 3 OR APRQ-PROCESS = 4)
005210             AND APRV-MAY-UPDATE
005220         MOVE 'Y' TO APRV-RIGHT-SW
005230     ELSE IF APRQ-PROCESS = 8 AND APRV-MAY-MERGE
005240         MOVE 'Y' TO APRV-RIGHT-SW
005250     ELSE IF APRQ-PROCESS = 5 AND APRV-MAY-DELALL
005260         MOVE 'Y' TO APRV-RIGHT-SW
005270     END-IF.
005280 2400-EXIT.
005290     EXIT.
005300*****************************************************
005310* APPROVAL.  THE ITEM IS FIRST PROVED CURRENT, THEN
005320* HANDED TO PROCCLNT'S BATCH PATH MARKED AS AN APPROVED
005330* TERMINAL CHANGE, AND PROCCLNT'S FILES ARE CLOSED
005340* AGAIN WITH THE PROCESS-99 CALL SO THE NEXT ITEM'S
005350* CURRENCY CHECK READS WHAT WAS JUST APPLIED.
005360*****************************************************
005370 2500-APPROVE-ITEM.
005380     PERFORM 2550-CHECK-CURRENT THRU 2550-EXIT.
005390     IF NOT APRV-CURRENT-YES
005400         ADD 1 TO APRV-FAILED-COUNT
005410         MOVE 'F' TO APRQ-STATUS
005420         PERFORM 2750-MARK-DECIDED THRU 2750-EXIT
005430         DISPLAY "  NOT APPLIED - " APRQ-NOTE
005440         MOVE 'FAILED' TO APRV-DISP-TEXT
005450         MOVE APRQ-NOTE TO APRV-DT-NOTE
005460         PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
005470         GO TO 2500-EXIT
005480     END-IF.
005482****THE WINDOW MAY HAVE STARTED SINCE THE REVIEW BEGAN -
005484****LEAVE THE ITEM PENDING AND STOP OFFERING ANY MORE.
005486     PERFORM 1200-CHECK-LOCK THRU 1200-EXIT.
005488     IF APRV-LOCKED-YES
005490         ADD 1 TO APRV-LEFT-COUNT
005492         DISPLAY "  NOT APPLIED - LEFT PENDING"
005494         MOVE 'LEFT' TO APRV-DISP-TEXT
005495         MOVE 'NIGHTLY WINDOW HOLDS THE MASTER' TO APRV-DT-NOTE
005496         PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
005497         GO TO 2500-EXIT
005498     END-IF.
005499     MOVE SPACES           TO CLNTPARMREC.
005500     MOVE 'Y'              TO PARM-BATCH-SW.
005510     MOVE 'Y'              TO PARM-APRV-SW.
005520     MOVE APRQ-ANSWER      TO PARM-APRV-ANSWER.
005530     MOVE APRQ-PROCESS     TO PARM-PROCESS.
005540     MOVE APRQ-CLNTIDEN    TO PARM-CLNTIDEN.
005550     MOVE ACLNTFNAME       TO PARM-CLNTFNAME.
005560     MOVE ACLNTMNAME       TO PARM-CLNTMNAME.
005570     MOVE ACLNTLNAME       TO PARM-CLNTLNAME.
005580     MOVE ACLNTADDR1       TO PARM-CLNTADDR1.
005590     MOVE ACLNTADDR2       TO PARM-CLNTADDR2.
005600     MOVE ACLNTCITY        TO PARM-CLNTCITY.
005610     MOVE ACLNTSTATE       TO PARM-CLNTSTATE.
005620     MOVE ACLNTZIP         TO PARM-CLNTZIP.
005630     MOVE ACLNTMM          TO PARM-CLNTMM.
005640     MOVE ACLNTDD          TO PARM-CLNTDD.
005650     MOVE ACLNTYY          TO PARM-CLNTYY.
005660     MOVE ACLNTPHONE       TO PARM-CLNTPHONE.
005670     MOVE ACLNTEMAIL       TO PARM-CLNTEMAIL.
005680     MOVE APRQ-MRGIDEN     TO PARM-MRGIDEN.
005690     MOVE APRQ-MAKER       TO PARM-USERID.
005700     CALL "PROCCLNT" USING CLNTPARMREC.
005710     MOVE RETURN-CODE TO APRV-CALL-RC.
005720     MOVE SPACES TO CLNTPARMREC.
005730     MOVE 'Y' TO PARM-BATCH-SW.
005740     MOVE 99  TO PARM-PROCESS.
005750     CALL "PROCCLNT" USING CLNTPARMREC.
005760     IF APRV-CALL-RC = ZERO
005770         ADD 1 TO APRV-APPROVED-COUNT
005780         MOVE 'A' TO APRQ-STATUS
005790         MOVE SPACES TO APRQ-NOTE
005800         MOVE 'APPROVED' TO APRV-DISP-TEXT
005810         DISPLAY "  APPROVED AND APPLIED"
005820     ELSE
005830         ADD 1 TO APRV-FAILED-COUNT
005840         MOVE 'F' TO APRQ-STATUS
005850         MOVE APRV-CALL-RC TO APRV-RC-EDIT
005860         MOVE SPACES TO APRQ-NOTE
005870         STRING 'NOT APPLIED - PROCCLNT RC ' APRV-RC-EDIT
005880             DELIMITED BY SIZE INTO APRQ-NOTE
005890         MOVE 'FAILED' TO APRV-DISP-TEXT
005900         DISPLAY "  " APRQ-NOTE
005910     END-IF.
005920     PERFORM 2750-MARK-DECIDED THRU 2750-EXIT.
005930     MOVE APRQ-NOTE TO APRV-DT-NOTE.
005940     PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
005950     MOVE ZERO TO RETURN-CODE.
005960 2500-EXIT.
005970     EXIT.
005980*****************************************************
005990* PROVES THE MASTER STILL HOLDS WHAT THE MAKER SAW.  A
006000* REWRITE OR CLOSE/DELETE NEEDS ITS CLIENT UNCHANGED; A
006010* MERGE NEEDS THE RETIRING CLIENT UNCHANGED AND THE
006020* SURVIVOR STILL THERE.  A DELETE-ALL HAS NOTHING TO
006030* PROVE.
006040*****************************************************
006050 2550-CHECK-CURRENT.
006060     MOVE 'Y' TO APRV-CURRENT-SW.
006070     MOVE SPACES TO APRQ-NOTE.
006080     IF APRQ-PROCESS = 5
006090         GO TO 2550-EXIT
006100     END-IF.
006110     OPEN INPUT DEMO.
006120     IF NOT APRV-DEMO-OK
006130         DISPLAY "CLNTAPRV - UNABLE TO OPEN DEMO, STATUS = "
006140             APRV-DEMO-STATUS
006150         MOVE 16 TO RETURN-CODE
006160         STOP RUN
006170     END-IF.
006180     IF APRQ-PROCESS = 8
006190         MOVE APRQ-MRGIDEN TO OCLNTIDEN
006200     ELSE
006210         MOVE APRQ-CLNTIDEN TO OCLNTIDEN
006220     END-IF.
006230     READ DEMO
006240         INVALID KEY
006250             MOVE 'N' TO APRV-CURRENT-SW
006260             MOVE 'CLIENT NO LONGER ON THE MASTER'
006270                 TO APRQ-NOTE
006280             GO TO 2550-CLOSE
006290     END-READ.
006300     IF OCLNTFIELDS NOT = BCLNTFIELDS
006310         MOVE 'N' TO APRV-CURRENT-SW
006320         MOVE 'CLIENT CHANGED SINCE KEYED - RE-KEY IT'
006330             TO APRQ-NOTE
006340         GO TO 2550-CLOSE
006350     END-IF.
006360     IF APRQ-PROCESS = 8
006370         MOVE APRQ-CLNTIDEN TO OCLNTIDEN
006380         READ DEMO
006390             INVALID KEY
006400                 MOVE 'N' TO APRV-CURRENT-SW
006410                 MOVE 'SURVIVING CLIENT NO LONGER ON MASTER'
006420                     TO APRQ-NOTE
006430         END-READ
006440     END-IF.
006450 2550-CLOSE.
006460     CLOSE DEMO.
006470 2550-EXIT.
006480     EXIT.
006490 2700-REJECT-ITEM.
006500     DISPLAY "ENTER REJECT REASON".
006510     MOVE SPACES TO APRV-REASON-IN.
006520     ACCEPT APRV-REASON-IN.
006530     IF APRV-REASON-IN = SPACES
006540         MOVE 'NO REASON GIVEN' TO APRV-REASON-IN
006550     END-IF.
006560     ADD 1 TO APRV-REJECTED-COUNT.
006570     MOVE 'R' TO APRQ-STATUS.
006580     MOVE APRV-REASON-IN TO APRQ-NOTE.
006590     PERFORM 2750-MARK-DECIDED THRU 2750-EXIT.
006600     DISPLAY "  REJECTED".
006610     MOVE 'REJECTED' TO APRV-DISP-TEXT.
006620     MOVE APRQ-NOTE TO APRV-DT-NOTE.
006630     PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
006640 2700-EXIT.
006650     EXIT.
006660*****************************************************
006670* STAMPS THE DECISION ON THE QUEUE ITEM - WHO DECIDED IT
006680* AND WHEN - AND REWRITES IT.  THE CALLER HAS SET THE
006690* NEW STATUS AND NOTE.
006700*****************************************************
006710 2750-MARK-DECIDED.
006720     MOVE APRV-CHECKER TO APRQ-CHECKER.
006730     ACCEPT APRQ-DECIDED-DATE FROM DATE YYYYMMDD.
006740     ACCEPT APRV-NOW FROM TIME.
006750     MOVE APRV-NOW TO APRQ-DECIDED-TIME.
006760     REWRITE APRQREC.
006770     IF NOT APRV-QUEUE-OK
006780         DISPLAY "CLNTAPRV - REWRITE ERROR ON CLNTAPRQ, "
006790             "STATUS = " APRV-QUEUE-STATUS
006800         MOVE 16 TO RETURN-CODE
006810         STOP RUN
006820     END-IF.
006830 2750-EXIT.
006840     EXIT.
006850*****************************************************
006860* AN ITEM NOBODY DECIDED WITHIN THE AGE LIMIT COMES OFF
006870* THE QUEUE AS EXPIRED AND GOES ON THE EXCEPTIONS
006880* REPORT.  NOTHING IS APPLIED.
006890*****************************************************
006900 2800-EXPIRE-ITEM.
006910     ADD 1 TO APRV-EXPIRED-COUNT.
006920     MOVE 'X' TO APRQ-STATUS.
006930     MOVE APRV-AGE-DAYS TO APRV-RC-EDIT.
006940     MOVE SPACES TO APRQ-NOTE.
006950     STRING 'UNDECIDED AFTER ' APRV-RC-EDIT ' DAYS'
006960         DELIMITED BY SIZE INTO APRQ-NOTE.
006970     PERFORM 2750-MARK-DECIDED THRU 2750-EXIT.
006980     MOVE 'EXPIRED' TO APRV-DISP-TEXT.
006990     MOVE APRQ-NOTE TO APRV-DT-NOTE.
007000     PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
007010     MOVE APRV-DETAIL TO APRV-EX-TEXT.
007020     MOVE ' ' TO APRV-EX-CTL.
007030     WRITE APRV-EXCP-REC.
007040 2800-EXIT.
007050     EXIT.
007060 2900-WRITE-DETAIL.
007070     MOVE APRQ-TIMESTAMP TO APRV-DT-TS.
007080     MOVE APRQ-CLNTIDEN  TO APRV-DT-IDEN.
007090     MOVE APRV-TYPE-TEXT TO APRV-DT-TYPE.
007100     MOVE APRQ-MAKER     TO APRV-DT-MAKER.
007110     MOVE APRV-DISP-TEXT TO APRV-DT-DISP.
007120     MOVE ' ' TO APRV-CTL.
007130     MOVE APRV-DETAIL TO APRV-TEXT.
007140     WRITE APRV-LINE-REC.
007150 2900-EXIT.
007160     EXIT.
007170 3000-TERMINATE.
007180     CLOSE CLNTAPRQ.
007190     MOVE ' ' TO APRV-CTL.
007200     MOVE SPACES TO APRV-TEXT.
007210     WRITE APRV-LINE-REC.
007220     MOVE SPACES TO APRV-SUMMARY-LINE.
007230     MOVE 'PENDING ITEMS READ' TO APRV-SL-LABEL.
007240     MOVE APRV-PENDING-COUNT TO APRV-SL-COUNT.
007250     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
007260     MOVE 'APPROVED AND APPLIED' TO APRV-SL-LABEL.
007270     MOVE APRV-APPROVED-COUNT TO APRV-SL-COUNT.
007280     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
007290     MOVE 'REJECTED' TO APRV-SL-LABEL.
007300     MOVE APRV-REJECTED-COUNT TO APRV-SL-COUNT.
007310     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
007320     MOVE 'APPROVED BUT NOT APPLIED' TO APRV-SL-LABEL.
007330     MOVE APRV-FAILED-COUNT TO APRV-SL-COUNT.
007340     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
007350     MOVE 'OWN ITEMS - NOT OFFERED' TO APRV-SL-LABEL.
007360     MOVE APRV-OWN-COUNT TO APRV-SL-COUNT.
007370     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
007380     MOVE 'NOT ON CHECKER PROFILE - LEFT' TO APRV-SL-LABEL.
007390     MOVE APRV-NOAUTH-COUNT TO APRV-SL-COUNT.
007400     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
007410     MOVE 'LEFT PENDING' TO APRV-SL-LABEL.
007420     MOVE APRV-LEFT-COUNT TO APRV-SL-COUNT.
007430     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
007440     MOVE 'EXPIRED - SEE EXCEPTIONS REPORT' TO APRV-SL-LABEL.
007450     MOVE APRV-EXPIRED-COUNT TO APRV-SL-COUNT.
007460     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
007470     CLOSE APRVRPT.
007480     MOVE ' ' TO APRV-EX-CTL.
007490     MOVE SPACES TO APRV-EX-TEXT.
007500     WRITE APRV-EXCP-REC.
007510     MOVE 'ITEMS EXPIRED' TO APRV-SL-LABEL.
007520     MOVE APRV-EXPIRED-COUNT TO APRV-SL-COUNT.
007530     MOVE APRV-SUMMARY-LINE TO APRV-EX-TEXT.
007540     WRITE APRV-EXCP-REC.
007550     CLOSE APRVEXCP.
007560     DISPLAY " ".
007570     DISPLAY "CLNTAPRV - PENDING READ      = " APRV-PENDING-COUNT.
007580     DISPLAY "CLNTAPRV - APPROVED          = "
007590         APRV-APPROVED-COUNT.
007600     DISPLAY "CLNTAPRV - REJECTED          = "
007610         APRV-REJECTED-COUNT.
007620     DISPLAY "CLNTAPRV - NOT APPLIED       = " APRV-FAILED-COUNT.
007630     DISPLAY "CLNTAPRV - OWN ITEMS         = " APRV-OWN-COUNT.
007640     DISPLAY "CLNTAPRV - NOT AUTHORIZED    = "
007650         APRV-NOAUTH-COUNT.
007660     DISPLAY "CLNTAPRV - LEFT PENDING      = " APRV-LEFT-COUNT.
007670     DISPLAY "CLNTAPRV - EXPIRED           = "
007680         APRV-EXPIRED-COUNT.
007690     IF APRV-FAILED-COUNT > ZERO OR APRV-EXPIRED-COUNT > ZERO
007700         MOVE 4 TO RETURN-CODE
007710     ELSE
007720         MOVE ZERO TO RETURN-CODE
007730     END-IF.
007731     IF APRV-LOCKED-YES
007732         DISPLAY "CLNTAPRV - STOPPED, NIGHTLY WINDOW HOLDS THE "
007733             "MASTER - RERUN AFTER THE WINDOW"
007734         MOVE 8 TO RETURN-CODE
007735     END-IF.
007740 3000-EXIT.
007750     EXIT.
007760 3100-WRITE-SUMMARY.
007770     MOVE APRV-SUMMARY-LINE TO APRV-TEXT.
007780     WRITE APRV-LINE-REC.
007790 3100-EXIT.
007800     EXIT.
007810*****************************************************
007820* RUN-HISTORY START AND END RECORDS FOR THIS STEP - SEE
007830* CLNTRLOG.  THE END RECORD CARRIES THE RETURN CODE SET
007840* ABOVE AND THE STEP'S KEY COUNTS.
007850*****************************************************
007860 9800-LOG-START.
007870     INITIALIZE CLNTRLOGREC.
007880     MOVE 'CLNTAPRV' TO RLOG-PROGRAM.
007890     MOVE 'S' TO RLOG-EVENT.
007900     CALL "CLNTRLOG" USING CLNTRLOGREC.
007910 9800-EXIT.
007920     EXIT.
007930 9850-LOG-END.
007940     MOVE 'E'                 TO RLOG-EVENT.
007950     MOVE RETURN-CODE         TO RLOG-RC.
007960     MOVE APRV-MODE-IN        TO RLOG-QUAL.
007970     MOVE 'PENDING'           TO RLOG-CNT-LABEL (1).
007980     MOVE APRV-PENDING-COUNT  TO RLOG-CNT-VALUE (1).
007990     MOVE 'APPROVED'          TO RLOG-CNT-LABEL (2).
008000     MOVE APRV-APPROVED-COUNT TO RLOG-CNT-VALUE (2).
008010     MOVE 'REJECTED'          TO RLOG-CNT-LABEL (3).
008020     MOVE APRV-REJECTED-COUNT TO RLOG-CNT-VALUE (3).
008030     MOVE 'EXPIRED'           TO RLOG-CNT-LABEL (4).
008040     MOVE APRV-EXPIRED-COUNT  TO RLOG-CNT-VALUE (4).
008050     CALL "CLNTRLOG" USING CLNTRLOGREC.
008060 9850-EXIT.
008070     EXIT.

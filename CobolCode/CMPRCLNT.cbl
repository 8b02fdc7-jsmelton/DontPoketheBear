000130* DELETE) THAT PROCDLTA APPLIES TO THE CLIENT MASTER
000140* OVERNIGHT.  REPLACES THE OLD MANUAL BUILD OF THE
000150* DELTA FILE.
000152* ONE RUN PER FEED SENDER, KEYED ON SYSIN (SEE CLNTSRCP).
000154* EACH SENDER HAS ITS OWN FEED, SNAPSHOT AND DELTA, AND
000156* ONLY THE FIELD GROUPS IT OWNS ARE COMPARED AND CARRIED
000158* - THE REST OF EACH TRANSACTION IS FILLED FROM THE
000159* SNAPSHOT AND FLAGGED NOT CARRIED.
000160*
000170* DATE       AUTHOR    DESCRIPTION
000180* 08/09/26   JMELTON   INITIAL VERSION
000338*                      FEED MATCHES WHAT WAS KEYED, A
000339*                      RELEASE UPDATE GOES OUT AND THE BATCH
000341*                      REWRITE CLEARS THE FLAG.
000342* 10/15/26   JMELTON   ONE COMPARE PER FEED SENDER, KEYED ON
000343*                      SYSIN (BLANK = FEEDMAIN).  ONLY THE
000344*                      FIELD GROUPS THE SENDER OWNS ON THE
000345*                      CLNTSRCP PRECEDENCE TABLE ARE COMPARED
000346*                      AND CARRIED, AND EVERY TRANSACTION IS
000347*                      STAMPED WITH THE SENDER AND ITS GROUP
000348*                      FLAGS.  ONLY THE LIFECYCLE OWNER ADDS,
000349*                      CLOSES, REOPENS OR RELEASES AN
000350*                      OVERRIDE; A CLIENT ANOTHER SENDER HAS
000351*                      THAT WE DO NOT IS LISTED ON SUPRRPT.
000352*                      THE RUNCTL LABEL IS NOW DELTAS- PLUS
000353*                      THE SENDER TAG.
000354* 10/15/26   JMELTON   LOGS ITS START AND END, RETURN CODE AND
000355*                      KEY COUNTS TO THE RUNHIST RUN HISTORY
000356*                      THROUGH CLNTRLOG.
000357* 10/15/26   JMELTON   THE OVERRIDE IS NOW HELD PER FIELD
000358*                      GROUP (SNAP-CLNTOVRD-GRPS).  A SENDER
000359*                      WHOSE OWN GROUPS ARE ALREADY RELEASED
000360*                      IS COMPARED AS USUAL, AND EVERY SENDER
000361*                      THAT CATCHES UP SENDS A RELEASE FOR
000362*                      ITS OWN GROUPS - NOT JUST THE
000363*                      LIFECYCLE OWNER - SO THE OVERRIDE
000364*                      COMES OFF ONLY ONCE NO OWNING SENDER
000365*                      STILL DIFFERS.
000366* 10/15/26   JMELTON   A HELD GROUP THAT STILL DIFFERS NO
000367*                      LONGER HOLDS BACK THE WHOLE UPDATE -
000368*                      IT GOES OUT FLAGGED NOT CARRIED, SO
000369*                      THE SENDER'S FREE GROUPS STILL FLOW
000370*                      (A SEASONAL ADDRESS HOLD NO LONGER
000371*                      STOPS NAME AND LIFECYCLE CHANGES).
000373*                      SUPRRPT NAMES THE GROUPS HELD AND THE
000374*                      GROUPS RELEASED.
000375*****************************************************
000376 ENVIRONMENT DIVISION.
000377 INPUT-OUTPUT SECTION.
000378 FILE-CONTROL.
000379     SELECT SNAPFL ASSIGN TO AS-SNAPFL
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS CMPR-SNAPFL-STATUS.
000400     SELECT FEEDFL ASSIGN TO AS-FEEDFL
000638 01  CMPR-SUPR-LINE.
000639     05  CMPR-SUPR-CTL         PIC X(01).
000641     05  CMPR-SUPR-TEXT        PIC X(131).
000645 WORKING-STORAGE SECTION.
000650 01  CMPR-SWITCHES.
000660     05  CMPR-SNAPFL-EOF-SW    PIC X(01) VALUE 'N'.
000670         88  CMPR-SNAPFL-EOF-YES        VALUE 'Y'.
000680     05  CMPR-FEEDFL-EOF-SW    PIC X(01) VALUE 'N'.
000690         88  CMPR-FEEDFL-EOF-YES        VALUE 'Y'.
000692****ONE PER FIELD GROUP - THE FEED DIFFERS FROM THE
000693****SNAPSHOT IN A GROUP THIS SENDER OWNS.
000694     05  CMPR-NAME-DIFF-SW     PIC X(01) VALUE 'N'.
000695         88  CMPR-NAME-DIFF             VALUE 'Y'.
000696     05  CMPR-ADDR-DIFF-SW     PIC X(01) VALUE 'N'.
000697         88  CMPR-ADDR-DIFF             VALUE 'Y'.
000698     05  CMPR-CONTACT-DIFF-SW  PIC X(01) VALUE 'N'.
000699         88  CMPR-CONTACT-DIFF          VALUE 'Y'.
000700****UNDER A STANDING OVERRIDE - A HELD GROUP STILL DIFFERS,
000701****A HELD GROUP HAS CAUGHT UP, A FREE GROUP DIFFERS.
000702     05  CMPR-HELD-DIFF-SW     PIC X(01) VALUE 'N'.
000703         88  CMPR-HELD-DIFF-YES         VALUE 'Y'.
000705     05  CMPR-CAUGHT-UP-SW     PIC X(01) VALUE 'N'.
000706         88  CMPR-CAUGHT-UP-YES         VALUE 'Y'.
000707     05  CMPR-FREE-DIFF-SW     PIC X(01) VALUE 'N'.
000708         88  CMPR-FREE-DIFF-YES         VALUE 'Y'.
000709 01  CMPR-FILE-STATUSES.
000710     05  CMPR-SNAPFL-STATUS    PIC X(02) VALUE '00'.
000720         88  CMPR-SNAPFL-OK             VALUE '00'.
000730         88  CMPR-SNAPFL-EOF-ST         VALUE '10'.
000960     05  CMPR-INACTIVE-COUNT   PIC 9(07) VALUE ZERO.
000962     05  CMPR-SUPPRESS-COUNT   PIC 9(07) VALUE ZERO.
000964     05  CMPR-RELEASE-COUNT    PIC 9(07) VALUE ZERO.
000965     05  CMPR-NOTOWNED-COUNT   PIC 9(07) VALUE ZERO.
000966     05  CMPR-ABSENT-COUNT     PIC 9(07) VALUE ZERO.
000970 01  CMPR-TODAY                PIC 9(08) VALUE ZERO.
000980 01  CMPR-TODAY-X REDEFINES CMPR-TODAY.
000990     05  CMPR-TODAY-YYYY       PIC 9(04).
001000     05  CMPR-TODAY-MM         PIC 9(02).
001004     05  CMPR-TODAY-DD         PIC 9(02).
001005****FEED SENDER THIS RUN IS FOR, KEYED ON SYSIN, AND ITS
001006****PRECEDENCE ENTRY.
001007 01  CMPR-SOURCE-IN            PIC X(08) VALUE SPACES.
001008     COPY CLNTSRCP.
001009 01  CMPR-SUPR-HDR-1.
001010     05  FILLER               PIC X(30)
001011             VALUE 'SUPPRESSED DIFFERENCE REPORT  '.
001012     05  FILLER               PIC X(09) VALUE 'RUN DATE:'.
001013     05  CMPR-SH1-DATE        PIC 9(08).
001014     05  FILLER               PIC X(02) VALUE SPACES.
001015     05  FILLER               PIC X(07) VALUE 'SOURCE:'.
001016     05  CMPR-SH1-SOURCE      PIC X(08).
001017     05  FILLER               PIC X(67) VALUE SPACES.
001018 01  CMPR-SUPR-DETAIL.
001019     05  FILLER               PIC X(01) VALUE SPACES.
001021     05  CMPR-SD-IDEN         PIC 9(09).
001022     05  FILLER               PIC X(02) VALUE SPACES.
001023     05  CMPR-SD-NOTE         PIC X(50).
001024     05  FILLER               PIC X(69) VALUE SPACES.
001025****GROUP NAMES FOR THE SUPRRPT NOTE - HELD STILL DIFFERING,
001026****AND CAUGHT UP AND RELEASED.
001028 01  CMPR-HELD-GRPS            PIC X(23) VALUE SPACES.
001029 01  CMPR-HELD-PTR             PIC 9(02) VALUE 1 COMP.
001030 01  CMPR-FREED-GRPS           PIC X(23) VALUE SPACES.
001031 01  CMPR-FREED-PTR            PIC 9(02) VALUE 1 COMP.
001033****CALL PARAMETER RECORD PASSED TO THE RUN-HISTORY LOGGING
001034****MODULE.  SEE CLNTRLGP.
001035     COPY CLNTRLGP.
001036 PROCEDURE DIVISION.
001038 0000-MAINLINE.
001039     PERFORM 9800-LOG-START THRU 9800-EXIT.
001040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001050     PERFORM 2000-MATCH-MERGE THRU 2000-EXIT
001060         UNTIL CMPR-SNAPFL-EOF-YES AND CMPR-FEEDFL-EOF-YES.
001070     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001075     PERFORM 9850-LOG-END THRU 9850-EXIT.
001080     STOP RUN.
001090 1000-INITIALIZE.
001100     ACCEPT CMPR-TODAY FROM DATE YYYYMMDD.
001105     PERFORM 1100-SELECT-SOURCE THRU 1100-EXIT.
001110     OPEN INPUT SNAPFL.
001120     OPEN INPUT FEEDFL.
001130     OPEN OUTPUT DELTAFL.
001197         STOP RUN
001198     END-IF.
001199     MOVE CMPR-TODAY TO CMPR-SH1-DATE.
001200     MOVE CMPR-SOURCE-IN TO CMPR-SH1-SOURCE.
001201     MOVE '1' TO CMPR-SUPR-CTL.
001202     MOVE CMPR-SUPR-HDR-1 TO CMPR-SUPR-TEXT.
001203     WRITE CMPR-SUPR-LINE.
001204     MOVE ' ' TO CMPR-SUPR-CTL.
001205     MOVE SPACES TO CMPR-SUPR-TEXT.
001206     WRITE CMPR-SUPR-LINE.
001208     PERFORM 2100-READ-SNAPFL THRU 2100-EXIT.
001210     PERFORM 2200-READ-FEEDFL THRU 2200-EXIT.
001220 1000-EXIT.
001230     EXIT.
001231*****************************************************
001232* PICKS UP THE SENDER FROM SYSIN AND FINDS ITS ENTRY ON
001233* THE PRECEDENCE TABLE.  BLANK IS THE PRIMARY SENDER.  A
001234* CODE NOT ON THE TABLE STOPS THE JOB BEFORE ANY DELTA
001235* IS WRITTEN.
001236*****************************************************
001237 1100-SELECT-SOURCE.
001238     ACCEPT CMPR-SOURCE-IN.
001239     SET SRCP-IDX TO 1.
001240     IF CMPR-SOURCE-IN = SPACES
001241         MOVE SRCP-SOURCE (SRCP-IDX) TO CMPR-SOURCE-IN
001242     END-IF.
001243     SEARCH SRCP-ENTRY
001244         AT END
001245             DISPLAY "CMPRCLNT - UNKNOWN FEED SOURCE "
001246                 CMPR-SOURCE-IN
001247             MOVE 16 TO RETURN-CODE
001248             STOP RUN
001249         WHEN SRCP-SOURCE (SRCP-IDX) = CMPR-SOURCE-IN
001250             CONTINUE
001251     END-SEARCH.
001252 1100-EXIT.
001253     EXIT.
001255*****************************************************
001258* CLASSIC KEYED MATCH-MERGE OF THE TWO SORTED FILES.
001260*   FEED KEY LOWER  - NEW CLIENT, NOT ON THE SNAPSHOT.
001270*   SNAP KEY LOWER  - CLIENT DROPPED FROM THE FEED.
001280*   KEYS EQUAL      - COMPARE FIELDS FOR AN UPDATE.
001900 2200-EXIT.
001910     EXIT.
001920 2400-INSERT-TXN.
001921****ONLY THE SENDER THAT OWNS THE CLIENT LIFECYCLE CAN ADD
001922****A CLIENT.  ANY OTHER SENDER CARRYING A CLIENT WE DO NOT
001923****HAVE IS LISTED FOR THE SENDER TO BE CHASED.
001924     IF SRCP-OWNS-LIFE (SRCP-IDX) NOT = 'Y'
001925         ADD 1 TO CMPR-NOTOWNED-COUNT
001926         MOVE FEED-CLNTIDEN TO CMPR-SD-IDEN
001927         MOVE 'NOT ON MASTER - SOURCE CANNOT ADD CLIENTS'
001928             TO CMPR-SD-NOTE
001929         PERFORM 2690-WRITE-SUPR THRU 2690-EXIT
001930         GO TO 2400-EXIT
001931     END-IF.
001935     MOVE SPACES        TO INCLNTREC.
001940     MOVE 02             TO IPROCESS.
001950     MOVE FEED-CLNTIDEN  TO ICLNTIDEN.
001960     MOVE FEED-CLNTFNAME TO ICLNTFNAME.
002064     MOVE FEED-CLNTEMAIL TO ICLNTEMAIL.
002070     SET ICLNTRSN-NEW-ACCT TO TRUE.
002080     PERFORM 2700-SET-EFFDATE THRU 2700-EXIT.
002085     PERFORM 2750-SET-FEED-INFO THRU 2750-EXIT.
002090     WRITE INCLNTREC.
002100     ADD 1 TO CMPR-INSERT-COUNT.
002110 2400-EXIT.
002150****MISSING FROM THE FEED - NOTHING TO DO.
002160     IF SNAP-INACTIVE
002170         ADD 1 TO CMPR-INACTIVE-COUNT
002171         GO TO 2500-EXIT
002172     END-IF.
002174****A CLIENT MISSING FROM A SENDER THAT DOES NOT OWN THE
002175****LIFECYCLE IS ONLY A CLIENT IT HAS NOTHING TO SAY ABOUT.
002177     IF SRCP-OWNS-LIFE (SRCP-IDX) NOT = 'Y'
002178         ADD 1 TO CMPR-ABSENT-COUNT
002180         GO TO 2500-EXIT
002190     END-IF.
002200     MOVE SPACES        TO INCLNTREC.
002334     MOVE SNAP-CLNTEMAIL TO ICLNTEMAIL.
002340     SET ICLNTRSN-CLOSURE TO TRUE.
002350     PERFORM 2700-SET-EFFDATE THRU 2700-EXIT.
002355     PERFORM 2750-SET-FEED-INFO THRU 2750-EXIT.
002360     WRITE INCLNTREC.
002370     ADD 1 TO CMPR-DELETE-COUNT.
002380 2500-EXIT.
002390     EXIT.
002400*****************************************************
002407* KEYS MATCH - COMPARE THE FIELD GROUPS THIS SENDER OWNS
002415* (NAME; ADDRESS, CITY/STATE/ZIP AND DATE; PHONE AND
002422* EMAIL) FIELD BY FIELD.  ANY DIFFERENCE PRODUCES A
002430* SINGLE UPDATE (IPROCESS 03) TRANSACTION CARRYING THE
002440* NEW VALUES FROM THE FEED FOR THE OWNED GROUPS.
002450*****************************************************
002460 2600-COMPARE-TXN.
002470****A CLIENT WE CLOSED BUT THE FEED STILL CARRIES HAS BEEN
002480****REOPENED UPSTREAM - FORCE AN UPDATE TRANSACTION EVEN
002490****WHEN THE FIELDS MATCH, SO PROCCLNT CAN REACTIVATE THE
002500****MASTER RECORD.  ONLY THE LIFECYCLE OWNER REOPENS.
002510     IF SNAP-INACTIVE AND SRCP-OWNS-LIFE (SRCP-IDX) = 'Y'
002520         GO TO 2650-FORCE-UPDATE
002530     END-IF.
002531     PERFORM 2610-FIND-DIFFS THRU 2610-EXIT.
002532****A TERMINAL OR MASS-CHANGE FIX STANDS ON THIS RECORD
002533****AND STILL HOLDS A GROUP THIS SENDER OWNS - 2680 DECIDES
002534****WHICH GROUPS, IF ANY, GO OUT.  ONCE
002535****THE SENDER'S OWN GROUPS ARE RELEASED IT IS COMPARED
002536****AS USUAL, WHILE ANOTHER SENDER MAY STILL BE HELD.
002537     IF SNAP-OVERRIDE
002538        AND ((SRCP-OWNS-NAME (SRCP-IDX) = 'Y'
002539              AND NOT SNAP-OVRD-NAME-FREE)
002540          OR (SRCP-OWNS-ADDR (SRCP-IDX) = 'Y'
002541              AND NOT SNAP-OVRD-ADDR-FREE)
002542          OR (SRCP-OWNS-CONTACT (SRCP-IDX) = 'Y'
002543              AND NOT SNAP-OVRD-CONTACT-FREE)
002544          OR (SRCP-OWNS-LIFE (SRCP-IDX) = 'Y'
002545              AND NOT SNAP-OVRD-LIFE-FREE))
002546         GO TO 2680-CHECK-OVERRIDE
002547     END-IF.
002569     IF NOT CMPR-NAME-DIFF AND NOT CMPR-ADDR-DIFF
002599             AND NOT CMPR-CONTACT-DIFF
002630         ADD 1 TO CMPR-NOCHANGE-COUNT
002640     ELSE
002646         PERFORM 2660-BUILD-UPDATE THRU 2660-EXIT
002652         IF CMPR-NAME-DIFF
002658             SET ICLNTRSN-NAME-CHG TO TRUE
002664         ELSE IF CMPR-ADDR-DIFF
002670             SET ICLNTRSN-ADDR-CHG TO TRUE
002676         ELSE
002682             SET ICLNTRSN-CONTACT-CHG TO TRUE
002688         END-IF
002694         WRITE INCLNTREC
002700         ADD 1 TO CMPR-UPDATE-COUNT
002706     END-IF.
002712 2600-EXIT.
002718     EXIT.
002724*****************************************************
002730* SETS A DIFFERENCE SWITCH FOR EACH FIELD GROUP THE
002736* SENDER OWNS WHERE THE FEED DISAGREES WITH THE
002742* SNAPSHOT.  A GROUP THE SENDER DOES NOT OWN IS NEVER A
002748* DIFFERENCE, WHATEVER THE FEED CARRIES IN IT.
002754*****************************************************
002760 2610-FIND-DIFFS.
002766     MOVE 'N' TO CMPR-NAME-DIFF-SW.
002772     MOVE 'N' TO CMPR-ADDR-DIFF-SW.
002778     MOVE 'N' TO CMPR-CONTACT-DIFF-SW.
002784     IF SRCP-OWNS-NAME (SRCP-IDX) = 'Y'
002790         IF SNAP-CLNTFNAME NOT = FEED-CLNTFNAME
002800            OR SNAP-CLNTMNAME NOT = FEED-CLNTMNAME
002810            OR SNAP-CLNTLNAME NOT = FEED-CLNTLNAME
002813             MOVE 'Y' TO CMPR-NAME-DIFF-SW
002817         END-IF
002821     END-IF.
002824     IF SRCP-OWNS-ADDR (SRCP-IDX) = 'Y'
002828         IF SNAP-CLNTADDR1 NOT = FEED-CLNTADDR1
002832            OR SNAP-CLNTADDR2 NOT = FEED-CLNTADDR2
002834            OR SNAP-CLNTCITY  NOT = FEED-CLNTCITY
002836            OR SNAP-CLNTSTATE NOT = FEED-CLNTSTATE
002838            OR SNAP-CLNTZIP   NOT = FEED-CLNTZIP
002841            OR SNAP-CLNTDATE  NOT = FEED-CLNTDATE
002845             MOVE 'Y' TO CMPR-ADDR-DIFF-SW
002850         END-IF
002890     END-IF.
002892     IF SRCP-OWNS-CONTACT (SRCP-IDX) = 'Y'
002895         IF SNAP-CLNTPHONE NOT = FEED-CLNTPHONE
002897            OR SNAP-CLNTEMAIL NOT = FEED-CLNTEMAIL
002900             MOVE 'Y' TO CMPR-CONTACT-DIFF-SW
002902         END-IF
002905     END-IF.
002907 2610-EXIT.
002910     EXIT.
002920 2650-FORCE-UPDATE.
002922     PERFORM 2660-BUILD-UPDATE THRU 2660-EXIT.
002924     SET ICLNTRSN-OTHER TO TRUE.
002926     WRITE INCLNTREC.
002928     ADD 1 TO CMPR-UPDATE-COUNT.
002930****BACK INTO THE 2600 PERFORM RANGE - FALLING OUT OF IT
002932****HERE WOULD RUN STRAIGHT INTO 3000-TERMINATE AND END THE
002934****COMPARE AFTER THE FIRST REOPENED CLIENT.
002936     GO TO 2600-EXIT.
002938 2650-EXIT.
002940     EXIT.
002942*****************************************************
002944* BUILDS AN UPDATE TRANSACTION.  THE GROUPS THE SENDER
002946* OWNS COME FROM THE FEED; THE REST ARE FILLED FROM THE
002948* SNAPSHOT SO THE TRANSACTION STILL PASSES INTAKE EDITS,
002950* AND ARE FLAGGED NOT CARRIED SO PROCCLNT LEAVES THEM AS
002952* THE MASTER HAS THEM.  THE CALLER SETS THE REASON.
002954*****************************************************
002956 2660-BUILD-UPDATE.
002958     MOVE SPACES        TO INCLNTREC.
002960     MOVE 03             TO IPROCESS.
002962     MOVE FEED-CLNTIDEN  TO ICLNTIDEN.
002964     IF SRCP-OWNS-NAME (SRCP-IDX) = 'Y'
002966         MOVE FEED-CLNTFNAME TO ICLNTFNAME
002968         MOVE FEED-CLNTMNAME TO ICLNTMNAME
002970         MOVE FEED-CLNTLNAME TO ICLNTLNAME
002972     ELSE
002974         MOVE SNAP-CLNTFNAME TO ICLNTFNAME
002976         MOVE SNAP-CLNTMNAME TO ICLNTMNAME
002978         MOVE SNAP-CLNTLNAME TO ICLNTLNAME
002980     END-IF.
002982     IF SRCP-OWNS-ADDR (SRCP-IDX) = 'Y'
002984         MOVE FEED-CLNTADDR1 TO ICLNTADDR1
002986         MOVE FEED-CLNTADDR2 TO ICLNTADDR2
002988         MOVE FEED-CLNTCITY  TO ICLNTCITY
002990         MOVE FEED-CLNTSTATE TO ICLNTSTATE
002992         MOVE FEED-CLNTZIP   TO ICLNTZIP
002994         MOVE FEED-CLNTMM    TO ICLNTMM
002996         MOVE FEED-CLNTDD    TO ICLNTDD
002998         MOVE FEED-CLNTYY    TO ICLNTYY
003000     ELSE
003002         MOVE SNAP-CLNTADDR1 TO ICLNTADDR1
003004         MOVE SNAP-CLNTADDR2 TO ICLNTADDR2
003006         MOVE SNAP-CLNTCITY  TO ICLNTCITY
003008         MOVE SNAP-CLNTSTATE TO ICLNTSTATE
003010         MOVE SNAP-CLNTZIP   TO ICLNTZIP
003012         MOVE SNAP-CLNTMM    TO ICLNTMM
003014         MOVE SNAP-CLNTDD    TO ICLNTDD
003016         MOVE SNAP-CLNTYY    TO ICLNTYY
003018     END-IF.
003020     IF SRCP-OWNS-CONTACT (SRCP-IDX) = 'Y'
003022         MOVE FEED-CLNTPHONE TO ICLNTPHONE
003024         MOVE FEED-CLNTEMAIL TO ICLNTEMAIL
003026     ELSE
003028         MOVE SNAP-CLNTPHONE TO ICLNTPHONE
003030         MOVE SNAP-CLNTEMAIL TO ICLNTEMAIL
003032     END-IF.
003034     PERFORM 2700-SET-EFFDATE THRU 2700-EXIT.
003036     PERFORM 2750-SET-FEED-INFO THRU 2750-EXIT.
003038 2660-EXIT.
003040     EXIT.
003042*****************************************************
003044* THE SNAPSHOT CARRIES A STANDING TERMINAL (OR MASS-
003045* CHANGE, OR SEASONAL) OVERRIDE THAT STILL HOLDS A GROUP
003046* THIS SENDER OWNS.  THE UPDATE IS BUILT AS USUAL, THEN
003048* EACH OWNED GROUP IS SETTLED ON ITS OWN:
003049*   - HELD AND THE FEED STILL DIFFERS FROM WHAT WAS
003050*     KEYED - FLAGGED NOT CARRIED, SO PROCCLNT LEAVES IT
003051*     AS THE MASTER HAS IT, AND LISTED ON SUPRRPT.
003052*   - HELD AND THE FEED NOW MATCHES - CARRIED, SO
003053*     PROCCLNT'S BATCH REWRITE RELEASES IT.
003055*   - FREE - CARRIED, AND APPLIED IF IT DIFFERS.
003056* THE LIFECYCLE GROUP HAS NO FEED VALUES OF ITS OWN; IT
003057* STAYS HELD WHILE ANY OTHER HELD GROUP STILL DIFFERS AND
003058* IS RELEASED WITH THE LAST OF THEM.  THE UPDATE GOES OUT
003059* WHEN A FREE GROUP DIFFERS OR A HELD GROUP HAS CAUGHT UP.
003060* THE FLAG COMES OFF ONLY WHEN EVERY OWNING SENDER HAS
003062* CAUGHT UP.  BACK INTO THE 2600 PERFORM RANGE AT THE END,
003063* SAME AS 2650.
003064*****************************************************
003066 2680-CHECK-OVERRIDE.
003067     MOVE 'N' TO CMPR-HELD-DIFF-SW.
003069     MOVE 'N' TO CMPR-CAUGHT-UP-SW.
003070     MOVE 'N' TO CMPR-FREE-DIFF-SW.
003071     MOVE SPACES TO CMPR-HELD-GRPS.
003073     MOVE SPACES TO CMPR-FREED-GRPS.
003074     MOVE 1 TO CMPR-HELD-PTR.
003076     MOVE 1 TO CMPR-FREED-PTR.
003077     PERFORM 2660-BUILD-UPDATE THRU 2660-EXIT.
003078     IF SRCP-OWNS-NAME (SRCP-IDX) = 'Y'
003080             AND NOT SNAP-OVRD-NAME-FREE
003081         IF CMPR-NAME-DIFF
003082             MOVE 'N' TO ICLNTGRP-NAME
003084             MOVE 'Y' TO CMPR-HELD-DIFF-SW
003085             STRING 'NAME ' DELIMITED BY SIZE
003087                 INTO CMPR-HELD-GRPS WITH POINTER CMPR-HELD-PTR
003088         ELSE
003089             MOVE 'Y' TO CMPR-CAUGHT-UP-SW
003091             STRING 'NAME ' DELIMITED BY SIZE
003092                 INTO CMPR-FREED-GRPS WITH POINTER CMPR-FREED-PTR
003093         END-IF
003095     ELSE IF CMPR-NAME-DIFF
003096         MOVE 'Y' TO CMPR-FREE-DIFF-SW
003098     END-IF.
003099     IF SRCP-OWNS-ADDR (SRCP-IDX) = 'Y'
003100             AND NOT SNAP-OVRD-ADDR-FREE
003102         IF CMPR-ADDR-DIFF
003103             MOVE 'N' TO ICLNTGRP-ADDR
003104             MOVE 'Y' TO CMPR-HELD-DIFF-SW
003106             STRING 'ADDR ' DELIMITED BY SIZE
003107                 INTO CMPR-HELD-GRPS WITH POINTER CMPR-HELD-PTR
003108         ELSE
003110             MOVE 'Y' TO CMPR-CAUGHT-UP-SW
003111             STRING 'ADDR ' DELIMITED BY SIZE
003113                 INTO CMPR-FREED-GRPS WITH POINTER CMPR-FREED-PTR
003114         END-IF
003115     ELSE IF CMPR-ADDR-DIFF
003117         MOVE 'Y' TO CMPR-FREE-DIFF-SW
003118     END-IF.
003119     IF SRCP-OWNS-CONTACT (SRCP-IDX) = 'Y'
003121             AND NOT SNAP-OVRD-CONTACT-FREE
003122         IF CMPR-CONTACT-DIFF
003124             MOVE 'N' TO ICLNTGRP-CONTACT
003125             MOVE 'Y' TO CMPR-HELD-DIFF-SW
003126             STRING 'CONTACT ' DELIMITED BY SIZE
003128                 INTO CMPR-HELD-GRPS WITH POINTER CMPR-HELD-PTR
003129         ELSE
003130             MOVE 'Y' TO CMPR-CAUGHT-UP-SW
003132             STRING 'CONTACT ' DELIMITED BY SIZE
003133                 INTO CMPR-FREED-GRPS WITH POINTER CMPR-FREED-PTR
003135         END-IF
003136     ELSE IF CMPR-CONTACT-DIFF
003137         MOVE 'Y' TO CMPR-FREE-DIFF-SW
003139     END-IF.
003140     IF SRCP-OWNS-LIFE (SRCP-IDX) = 'Y'
003141             AND NOT SNAP-OVRD-LIFE-FREE
003143         IF CMPR-HELD-DIFF-YES
003144             MOVE 'N' TO ICLNTGRP-LIFE
003145         ELSE
003147             MOVE 'Y' TO CMPR-CAUGHT-UP-SW
003148             STRING 'LIFE ' DELIMITED BY SIZE
003150                 INTO CMPR-FREED-GRPS WITH POINTER CMPR-FREED-PTR
003151         END-IF
003152     END-IF.
003154     IF CMPR-HELD-DIFF-YES
003155         ADD 1 TO CMPR-SUPPRESS-COUNT
003156         MOVE FEED-CLNTIDEN TO CMPR-SD-IDEN
003158         MOVE SPACES TO CMPR-SD-NOTE
003159         STRING 'FEED STILL DIFFERS - HELD: ' CMPR-HELD-GRPS
003161             DELIMITED BY SIZE INTO CMPR-SD-NOTE
003162         PERFORM 2690-WRITE-SUPR THRU 2690-EXIT
003163     END-IF.
003165     IF NOT CMPR-FREE-DIFF-YES AND NOT CMPR-CAUGHT-UP-YES
003166         GO TO 2600-EXIT
003167     END-IF.
003169     IF CMPR-NAME-DIFF AND ICLNTGRP-NAME = 'Y'
003170         SET ICLNTRSN-NAME-CHG TO TRUE
003171     ELSE IF CMPR-ADDR-DIFF AND ICLNTGRP-ADDR = 'Y'
003173         SET ICLNTRSN-ADDR-CHG TO TRUE
003174     ELSE IF CMPR-CONTACT-DIFF AND ICLNTGRP-CONTACT = 'Y'
003176         SET ICLNTRSN-CONTACT-CHG TO TRUE
003177     ELSE
003178         SET ICLNTRSN-OTHER TO TRUE
003180     END-IF.
003181     WRITE INCLNTREC.
003182     ADD 1 TO CMPR-UPDATE-COUNT.
003184     IF CMPR-CAUGHT-UP-YES
003185         ADD 1 TO CMPR-RELEASE-COUNT
003187         MOVE FEED-CLNTIDEN TO CMPR-SD-IDEN
003188         MOVE SPACES TO CMPR-SD-NOTE
003189         STRING 'FEED CAUGHT UP - RELEASED: ' CMPR-FREED-GRPS
003191             DELIMITED BY SIZE INTO CMPR-SD-NOTE
003192         PERFORM 2690-WRITE-SUPR THRU 2690-EXIT
003193     END-IF.
003195     GO TO 2600-EXIT.
003196 2680-EXIT.
003198     EXIT.
003199 2690-WRITE-SUPR.
003200     MOVE ' ' TO CMPR-SUPR-CTL.
003202     MOVE CMPR-SUPR-DETAIL TO CMPR-SUPR-TEXT.
003203     WRITE CMPR-SUPR-LINE.
003204 2690-EXIT.
003206     EXIT.
003207*****************************************************
003208* SETS THE EFFECTIVE DATE ON A GENERATED TRANSACTION TO
003210* TODAY'S RUN DATE, SINCE THE SOURCE FEED DOES NOT CARRY
003211* A SEPARATE EFFECTIVE DATE OF ITS OWN.
003213*****************************************************
003214 2700-SET-EFFDATE.
003215     MOVE CMPR-TODAY-MM TO ICLNTEFFMM.
003217     MOVE CMPR-TODAY-DD TO ICLNTEFFDD.
003218     MOVE CMPR-TODAY-YYYY TO ICLNTEFFYY.
003219 2700-EXIT.
003221     EXIT.
003222*****************************************************
003224* STAMPS THE SENDER AND THE FIELD GROUPS IT OWNS ON THE
003225* TRANSACTION - PROCCLNT APPLIES ONLY THE GROUPS FLAGGED
003226* Y AND LEAVES THE ONES FLAGGED N AS THE MASTER HAS THEM.
003228*****************************************************
003229 2750-SET-FEED-INFO.
003230     MOVE SRCP-SOURCE (SRCP-IDX)       TO ICLNTFEEDSRC.
003232     MOVE SRCP-OWNS-NAME (SRCP-IDX)    TO ICLNTGRP-NAME.
003233     MOVE SRCP-OWNS-ADDR (SRCP-IDX)    TO ICLNTGRP-ADDR.
003235     MOVE SRCP-OWNS-CONTACT (SRCP-IDX) TO ICLNTGRP-CONTACT.
003236     MOVE SRCP-OWNS-LIFE (SRCP-IDX)    TO ICLNTGRP-LIFE.
003237 2750-EXIT.
003239     EXIT.
003240 3000-TERMINATE.
003250     CLOSE SNAPFL.
003260     CLOSE FEEDFL.
003270     CLOSE DELTAFL.
003272     CLOSE SUPRRPT.
003280     PERFORM 3100-WRITE-RUNCTL THRU 3100-EXIT.
003285     DISPLAY "CMPRCLNT - FEED SOURCE       = " CMPR-SOURCE-IN.
003290     DISPLAY "CMPRCLNT - INSERTS WRITTEN   = " CMPR-INSERT-COUNT.
003300     DISPLAY "CMPRCLNT - UPDATES WRITTEN   = " CMPR-UPDATE-COUNT.
003310     DISPLAY "CMPRCLNT - DELETES WRITTEN   = " CMPR-DELETE-COUNT.
003352     DISPLAY "CMPRCLNT - UPDATES SUPPRESSED= "
003354         CMPR-SUPPRESS-COUNT.
003356     DISPLAY "CMPRCLNT - OVERRIDES RELEASED= "
003357         CMPR-RELEASE-COUNT.
003358     DISPLAY "CMPRCLNT - NEW BUT NOT OWNED = "
003359         CMPR-NOTOWNED-COUNT.
003362     DISPLAY "CMPRCLNT - NOT IN THIS FEED  = "
003365         CMPR-ABSENT-COUNT.
003367     IF CMPR-ERROR-COUNT > ZERO
003370         DISPLAY "CMPRCLNT - READ ERRORS       = "
003380             CMPR-ERROR-COUNT
003390         MOVE 16 TO RETURN-CODE
003450*****************************************************
003460* APPENDS TONIGHT'S DELTAS-OUT TOTAL (EVERY INSERT,
003470* UPDATE AND DELETE TRANSACTION WRITTEN) TO RUNCTL SO
003480* CLNTBAL CAN PROVE PROCDLTA READ EXACTLY WHAT THE
003490* COMPARE STEPS WROTE.  ONE LABEL PER SENDER - DELTAS-
003495* PLUS THE SENDER TAG - WHICH CLNTBAL ADDS UP.
003500*****************************************************
003510 3100-WRITE-RUNCTL.
003520     OPEN EXTEND RUNCTL.
003580     MOVE SPACES     TO RCTLREC.
003590     MOVE CMPR-TODAY TO RCTL-DATE.
003600     MOVE 'CMPRCLNT' TO RCTL-PROGRAM.
003610     MOVE SPACES     TO RCTL-LABEL.
003612     STRING 'DELTAS-' SRCP-TAG (SRCP-IDX)
003614         DELIMITED BY SIZE INTO RCTL-LABEL.
003620     COMPUTE RCTL-COUNT = CMPR-INSERT-COUNT
003630         + CMPR-UPDATE-COUNT + CMPR-DELETE-COUNT.
003640     WRITE RCTLREC.
003650     CLOSE RUNCTL.
003660 3100-EXIT.
003670     EXIT.
003680*****************************************************
003690* RUN-HISTORY START AND END RECORDS FOR THIS STEP - SEE
003700* CLNTRLOG.  THE END RECORD CARRIES THE RETURN CODE SET
003710* ABOVE AND THE STEP'S KEY COUNTS.
003720*****************************************************
003730 9800-LOG-START.
003740     INITIALIZE CLNTRLOGREC.
003750     MOVE 'CMPRCLNT' TO RLOG-PROGRAM.
003760     MOVE 'S' TO RLOG-EVENT.
003770     CALL "CLNTRLOG" USING CLNTRLOGREC.
003780 9800-EXIT.
003790     EXIT.
003800 9850-LOG-END.
003810     MOVE 'E'                 TO RLOG-EVENT.
003820     MOVE RETURN-CODE         TO RLOG-RC.
003830     MOVE CMPR-SOURCE-IN      TO RLOG-QUAL.
003840     MOVE 'INSERTS'           TO RLOG-CNT-LABEL (1).
003850     MOVE CMPR-INSERT-COUNT   TO RLOG-CNT-VALUE (1).
003860     MOVE 'UPDATES'           TO RLOG-CNT-LABEL (2).
003870     MOVE CMPR-UPDATE-COUNT   TO RLOG-CNT-VALUE (2).
003880     MOVE 'DELETES'           TO RLOG-CNT-LABEL (3).
003890     MOVE CMPR-DELETE-COUNT   TO RLOG-CNT-VALUE (3).
003900     MOVE 'SUPPRESSED'        TO RLOG-CNT-LABEL (4).
003910     MOVE CMPR-SUPPRESS-COUNT TO RLOG-CNT-VALUE (4).
003920     CALL "CLNTRLOG" USING CLNTRLOGREC.
003930 9850-EXIT.
003940     EXIT.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CLNTSUBX.
000030 AUTHOR.        J MELTON.
000040 INSTALLATION.  CLIENT SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************
000080* SUBSCRIBER-DRIVEN DOWNSTREAM EXTRACTS.  CLNTXTRC AND
000090* CLNTCHGX EACH PUBLISH ONE FIXED LAYOUT, SO EVERY LAYOUT
000100* CHANGE REACHES EVERY CONSUMER AT ONCE.  HERE EACH
000110* CONSUMER HAS ITS OWN CARDS ON THE CLNTSUBS CONTROL
000120* FILE (SEE CLNTSUBR) SAYING:
000130*   - WHICH FIELDS IT RECEIVES, AND IN WHAT ORDER, BY
000140*     NAME FROM THE CLNTSFLD CATALOG;
000150*   - FULL FILE (EVERY CLIENT ON THE MASTER) OR CHANGES
000160*     ONLY (EVERY CLIENT ON TONIGHT'S CLNTCHGX EXTRACT);
000170*   - ACTIVE CLIENTS ONLY, OR ALL;
000180*   - FIXED WIDTH, COMMA OR PIPE DELIMITED.
000190* ONE RUN WRITES A SEPARATE EXTRACT PER SUBSCRIBER, TO DD
000200* SUBOUT1 THROUGH SUBOUT8 BY THE SLOT ON ITS CARD, EACH
000210* BRACKETED BY THE SAME HDR/TRL CONTROL RECORDS AS
000220* CLNTXREC WITH ITS OWN DETAIL COUNT AND HASH TOTAL OF
000230* THE CLIENT NUMBERS WRITTEN (WHETHER OR NOT THE CLIENT
000240* NUMBER IS ONE OF ITS FIELDS).  THE HDR CARRIES THE
000250* SUBSCRIBER ID IN COLS 20-27.
000260* EVERY RECORD IS 600 BYTES, SPACE FILLED.  A FIXED-WIDTH
000270* SUBSCRIBER'S FIELDS SIT END TO END FROM COL 1 IN CARD
000280* ORDER; DELIMITED FIELDS HAVE TRAILING SPACES DROPPED,
000290* AND A VALUE HOLDING THE DELIMITER IS WRAPPED IN DOUBLE
000300* QUOTES.
000310* ON A CHANGES-ONLY EXTRACT FOR ACTIVE CLIENTS ONLY, A
000312* CLIENT WHOSE FIRST CLOSE-OR-REOPEN TONIGHT WAS A CLOSE,
000315* AND IS STILL CLOSED, GOES OUT AS A D - IT HAS LEFT THAT
000317* SUBSCRIBER'S FILE.  A CLIENT CHANGED WHILE CLOSED SINCE
000319* BEFORE TONIGHT IS NOT SENT AT ALL - THAT SUBSCRIBER HAS
000322* NOT HAD IT SINCE IT CLOSED.  A CLIENT DELETED OR PURGED
000324* TONIGHT STILL GOES OUT AS ITS D.  A CLIENT REOPENED
000326* TONIGHT AFTER BEING CLOSED GOES OUT AS AN A, SINCE THAT
000328* SUBSCRIBER NEVER HAD IT.  WHICH CLIENTS WERE CLOSED OR
000331* REOPENED COMES OFF THE SAME NIGHT'S AUDITFL ENTRIES
000333* CLNTCHGX BUILT THE EXTRACT FROM - A CLOSE OR REACTIVE,
000335* OR A CLNTRVRS REVERSE THAT UNDID ONE (A REVERSED CLOSE
000338* REOPENS THE CLIENT, A REVERSED REACTIVE CLOSES IT).
000340* ANY ERROR ON THE CONTROL CARDS IS LISTED AND THE RUN
000350* ENDS RC 16 BEFORE ANY EXTRACT IS WRITTEN.
000360*
000370* DATE       AUTHOR    DESCRIPTION
000380* 10/15/26   JMELTON   INITIAL VERSION
000382* 10/15/26   JMELTON   LOGS ITS START AND END, RETURN CODE AND
000385*                      KEY COUNTS TO THE RUNHIST RUN HISTORY
000387*                      THROUGH CLNTRLOG.
000388* 10/15/26   JMELTON   A CLIENT REOPENED TONIGHT GOES TO AN
000389*                      ACTIVE-ONLY CHANGES SUBSCRIBER AS AN
000390*                      ADD, NOT A CHANGE.  READS AUDITFL.
000391* 10/15/26   JMELTON   A REVERSE THAT UNDID A CLOSE COUNTS AS
000393*                      A REOPEN, ONE THAT UNDID A REACTIVE AS
000394*                      A CLOSE.  A CLIENT CHANGED WHILE CLOSED
000396*                      SINCE BEFORE TONIGHT IS NO LONGER SENT
000397*                      TO AN ACTIVE-ONLY SUBSCRIBER AS A D.
000399*****************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT SUBSCTL ASSIGN TO AS-CLNTSUBS
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS SUBX-SUBSCTL-STATUS.
000460     SELECT DEMO ASSIGN TO AS-CLNTFILE
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS OCLNTIDEN
000500         FILE STATUS IS SUBX-DEMO-STATUS.
000510     SELECT CHGXFILE ASSIGN TO AS-CHGXFILE
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS SUBX-CHGXFILE-STATUS.
000532     SELECT OPTIONAL AUDITFL ASSIGN TO AS-AUDITFL
000534         ORGANIZATION IS SEQUENTIAL
000536         FILE STATUS IS SUBX-AUDITFL-STATUS.
000540     SELECT SUBOUT1 ASSIGN TO AS-SUBOUT1
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS SUBX-OUT1-STATUS.
000570     SELECT SUBOUT2 ASSIGN TO AS-SUBOUT2
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS SUBX-OUT2-STATUS.
000600     SELECT SUBOUT3 ASSIGN TO AS-SUBOUT3
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS SUBX-OUT3-STATUS.
000630     SELECT SUBOUT4 ASSIGN TO AS-SUBOUT4
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS SUBX-OUT4-STATUS.
000660     SELECT SUBOUT5 ASSIGN TO AS-SUBOUT5
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS SUBX-OUT5-STATUS.
000690     SELECT SUBOUT6 ASSIGN TO AS-SUBOUT6
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS SUBX-OUT6-STATUS.
000720     SELECT SUBOUT7 ASSIGN TO AS-SUBOUT7
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS SUBX-OUT7-STATUS.
000750     SELECT SUBOUT8 ASSIGN TO AS-SUBOUT8
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS SUBX-OUT8-STATUS.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  SUBSCTL
000810     RECORDING MODE IS F.
000820     COPY CLNTSUBR.
000830 FD  DEMO.
000840     COPY OCLNTREC.
000850 FD  CHGXFILE
000860     RECORDING MODE IS F.
000870     COPY CLNTCGXR.
000872 FD  AUDITFL
000874     RECORDING MODE IS F.
000876     COPY CLNTAUDT.
000880 FD  SUBOUT1
000890     RECORDING MODE IS F.
000900 01  SUBX-OUT1-REC             PIC X(600).
000910 FD  SUBOUT2
000920     RECORDING MODE IS F.
000930 01  SUBX-OUT2-REC             PIC X(600).
000940 FD  SUBOUT3
000950     RECORDING MODE IS F.
000960 01  SUBX-OUT3-REC             PIC X(600).
000970 FD  SUBOUT4
000980     RECORDING MODE IS F.
000990 01  SUBX-OUT4-REC             PIC X(600).
001000 FD  SUBOUT5
001010     RECORDING MODE IS F.
001020 01  SUBX-OUT5-REC             PIC X(600).
001030 FD  SUBOUT6
001040     RECORDING MODE IS F.
001050 01  SUBX-OUT6-REC             PIC X(600).
001060 FD  SUBOUT7
001070     RECORDING MODE IS F.
001080 01  SUBX-OUT7-REC             PIC X(600).
001090 FD  SUBOUT8
001100     RECORDING MODE IS F.
001110 01  SUBX-OUT8-REC             PIC X(600).
001120 WORKING-STORAGE SECTION.
001130 77  SUBX-SUB-MAX              PIC 9(02) VALUE 08 COMP.
001140 77  SUBX-FLD-MAX              PIC 9(02) VALUE 30 COMP.
001150 77  SUBX-LINE-MAX             PIC 9(04) VALUE 0600 COMP.
001155 77  SUBX-REOPEN-MAX           PIC 9(05) VALUE 20000 COMP.
001157 77  SUBX-RVRS-MAX             PIC 9(04) VALUE 0500 COMP.
001160 01  SUBX-SWITCHES.
001170     05  SUBX-CTL-EOF-SW     PIC X(01) VALUE 'N'.
001180         88  SUBX-CTL-EOF-YES         VALUE 'Y'.
001190     05  SUBX-DEMO-EOF-SW    PIC X(01) VALUE 'N'.
001200         88  SUBX-DEMO-EOF-YES        VALUE 'Y'.
001210     05  SUBX-CHGX-EOF-SW    PIC X(01) VALUE 'N'.
001220         88  SUBX-CHGX-EOF-YES        VALUE 'Y'.
001230     05  SUBX-CARD-ERROR-SW  PIC X(01) VALUE 'N'.
001240         88  SUBX-CARD-ERROR-YES      VALUE 'Y'.
001250     05  SUBX-ANY-FULL-SW    PIC X(01) VALUE 'N'.
001260         88  SUBX-ANY-FULL-YES        VALUE 'Y'.
001270     05  SUBX-ANY-CHANGES-SW PIC X(01) VALUE 'N'.
001280         88  SUBX-ANY-CHANGES-YES     VALUE 'Y'.
001290     05  SUBX-ROW-ACTIVE-SW  PIC X(01) VALUE 'N'.
001300         88  SUBX-ROW-ACTIVE-YES      VALUE 'Y'.
001302     05  SUBX-ROW-REOPEN-SW  PIC X(01) VALUE 'N'.
001303         88  SUBX-ROW-REOPEN-YES      VALUE 'Y'.
001304****THE ROW'S FIRST CLOSE-OR-REOPEN TONIGHT, SPACE IF NONE.
001305     05  SUBX-ROW-FIRST-OP   PIC X(01) VALUE SPACE.
001306         88  SUBX-ROW-FIRST-REOPEN    VALUE 'R'.
001307         88  SUBX-ROW-FIRST-CLOSE     VALUE 'C'.
001308****WHAT TONIGHT'S AUDIT ENTRY DID TO THE CLIENT'S STATUS.
001309     05  SUBX-AUD-EFFECT     PIC X(01) VALUE SPACE.
001310     05  SUBX-TRL-SEEN-SW    PIC X(01) VALUE 'N'.
001320         88  SUBX-TRL-SEEN-YES        VALUE 'Y'.
001330     05  SUBX-TRIM-DONE-SW   PIC X(01) VALUE 'N'.
001340         88  SUBX-TRIM-DONE-YES       VALUE 'Y'.
001350     05  SUBX-PASS-SCOPE     PIC X(01) VALUE SPACE.
001360 01  SUBX-FILE-STATUSES.
001370     05  SUBX-SUBSCTL-STATUS PIC X(02) VALUE '00'.
001380         88  SUBX-SUBSCTL-OK          VALUE '00'.
001390         88  SUBX-SUBSCTL-EOF         VALUE '10'.
001400     05  SUBX-DEMO-STATUS    PIC X(02) VALUE '00'.
001410         88  SUBX-DEMO-OK             VALUE '00'.
001420         88  SUBX-DEMO-EOF            VALUE '10'.
001430     05  SUBX-CHGXFILE-STATUS PIC X(02) VALUE '00'.
001440         88  SUBX-CHGXFILE-OK         VALUE '00'.
001450         88  SUBX-CHGXFILE-EOF        VALUE '10'.
001452     05  SUBX-AUDITFL-STATUS PIC X(02) VALUE '00'.
001454         88  SUBX-AUDITFL-OK          VALUE '00'.
001456         88  SUBX-AUDITFL-NOFILE      VALUE '05'.
001460****ONE STATUS PER OUTPUT SLOT, ADDRESSED BY SLOT NUMBER
001470****THROUGH SUBX-OUT-STAT.
001480 01  SUBX-OUT-STATUSES.
001490     05  SUBX-OUT1-STATUS    PIC X(02) VALUE '00'.
001500     05  SUBX-OUT2-STATUS    PIC X(02) VALUE '00'.
001510     05  SUBX-OUT3-STATUS    PIC X(02) VALUE '00'.
001520     05  SUBX-OUT4-STATUS    PIC X(02) VALUE '00'.
001530     05  SUBX-OUT5-STATUS    PIC X(02) VALUE '00'.
001540     05  SUBX-OUT6-STATUS    PIC X(02) VALUE '00'.
001550     05  SUBX-OUT7-STATUS    PIC X(02) VALUE '00'.
001560     05  SUBX-OUT8-STATUS    PIC X(02) VALUE '00'.
001570 01  SUBX-OUT-STAT-TABLE REDEFINES SUBX-OUT-STATUSES.
001580     05  SUBX-OUT-STAT       PIC X(02) OCCURS 8 TIMES.
001590 01  SUBX-COUNTERS        COMP.
001600     05  SUBX-CARD-COUNT     PIC 9(05) VALUE ZERO.
001610     05  SUBX-SUB-COUNT      PIC 9(02) VALUE ZERO.
001620     05  SUBX-SUB            PIC 9(02) VALUE ZERO.
001630     05  SUBX-CARD-SUB       PIC 9(02) VALUE ZERO.
001640     05  SUBX-FLD-SUB        PIC 9(02) VALUE ZERO.
001650     05  SUBX-CAT-SUB        PIC 9(02) VALUE ZERO.
001660     05  SUBX-SLOT           PIC 9(02) VALUE ZERO.
001670     05  SUBX-MASTER-COUNT   PIC 9(07) VALUE ZERO.
001680     05  SUBX-CHGX-COUNT     PIC 9(07) VALUE ZERO.
001690     05  SUBX-OUT-POS        PIC 9(04) VALUE ZERO.
001700     05  SUBX-VAL-POS        PIC 9(03) VALUE ZERO.
001710     05  SUBX-VAL-LEN        PIC 9(03) VALUE ZERO.
001720     05  SUBX-TRIM-LEN       PIC 9(03) VALUE ZERO.
001730     05  SUBX-DELIM-COUNT    PIC 9(03) VALUE ZERO.
001740     05  SUBX-WORST-WIDTH    PIC 9(05) VALUE ZERO.
001745     05  SUBX-REOPEN-COUNT   PIC 9(05) VALUE ZERO.
001747     05  SUBX-RVRS-COUNT     PIC 9(04) VALUE ZERO.
001750 01  SUBX-RUN-DATE           PIC 9(08) VALUE ZERO.
001760 01  SUBX-DELIM              PIC X(01) VALUE SPACE.
001770 01  SUBX-QUOTE              PIC X(01) VALUE '"'.
001780 01  SUBX-ACTION-SAVE        PIC X(01) VALUE SPACE.
001785 01  SUBX-BEFORE-SAVE        PIC X(240) VALUE SPACES.
001787 01  SUBX-CHGX-DATE          PIC 9(08) VALUE ZERO.
001790 01  SUBX-SUBID-WORK         PIC X(08) VALUE SPACES.
001800 01  SUBX-CARD-NO            PIC ZZZZ9.
001810 01  SUBX-ERROR-TEXT         PIC X(60) VALUE SPACES.
001820****ONE ENTRY PER SUBSCRIBER, IN CARD ORDER.  EACH FIELD IS
001830****HELD AS ITS SUBSCRIPT INTO THE CLNTSFLD CATALOG.
001840 01  SUBX-SUB-TABLE.
001850     05  SUBX-S-ENTRY        OCCURS 8 TIMES.
001860         10  SUBX-S-ID           PIC X(08).
001870         10  SUBX-S-SLOT         PIC 9(02) COMP.
001880         10  SUBX-S-SCOPE        PIC X(01).
001890             88  SUBX-S-FULL             VALUE 'F'.
001900             88  SUBX-S-CHANGES          VALUE 'C'.
001910         10  SUBX-S-FILTER       PIC X(01).
001920             88  SUBX-S-ACTIVE-ONLY      VALUE 'A'.
001930         10  SUBX-S-FORMAT       PIC X(01).
001940             88  SUBX-S-FIXED            VALUE 'F'.
001950             88  SUBX-S-COMMA            VALUE 'C'.
001960             88  SUBX-S-PIPE             VALUE 'P'.
001970         10  SUBX-S-FLD-COUNT    PIC 9(02) COMP.
001980         10  SUBX-S-WIDTH        PIC 9(05) COMP.
001990         10  SUBX-S-REC-COUNT    PIC 9(07) COMP.
002000         10  SUBX-S-HASH         PIC 9(13) COMP.
002010         10  SUBX-S-FLD          PIC 9(02) COMP
002020                                 OCCURS 30 TIMES.
002030****SUBSCRIBER USING EACH OUTPUT SLOT, ZERO WHEN FREE.
002040 01  SUBX-SLOT-TABLE.
002050     05  SUBX-SLOT-OWNER     PIC 9(02) COMP OCCURS 8 TIMES.
002051****EVERY CLIENT CLOSED OR REOPENED ON THE EXTRACT'S RUN
002052****DATE, WITH WHICH OF THE TWO CAME FIRST - A CLIENT WHOSE
002053****FIRST WAS A REOPEN WAS CLOSED BEFORE TONIGHT.  HELD IN
002054****AUDIT ORDER, SUBX-REOPEN-COUNT ENTRIES IN USE.
002055 01  SUBX-REOPEN-TABLE.
002056     05  SUBX-RO-ENTRY       OCCURS 20000 TIMES
002057                             INDEXED BY SUBX-RO-IDX.
002058         10  SUBX-RO-CLNTIDEN    PIC 9(09).
002059         10  SUBX-RO-FIRST-OP    PIC X(01).
002060             88  SUBX-RO-REOPENED        VALUE 'R'.
002061****EVERY REVERSE LOGGED ON THE EXTRACT'S RUN DATE - ITS OWN
002062****DATE/TIME, THE DATE/TIME OF THE ENTRY IT UNDID, AND WHAT
002064****UNDOING THAT ENTRY DID TO THE CLIENT'S STATUS: R = THE
002065****UNDONE CLOSE LEFT IT ACTIVE, C = THE UNDONE REACTIVE
002066****LEFT IT CLOSED, N = STATUS UNCHANGED.
002067 01  SUBX-RVRS-TABLE.
002068     05  SUBX-RV-ENTRY       OCCURS 500 TIMES
002070                             INDEXED BY SUBX-RV-IDX.
002071         10  SUBX-RV-CLNTIDEN    PIC 9(09).
002072         10  SUBX-RV-DATE        PIC 9(08).
002073         10  SUBX-RV-TIME        PIC 9(08).
002074         10  SUBX-RV-UNDID-DATE  PIC 9(08).
002076         10  SUBX-RV-UNDID-TIME  PIC 9(08).
002077         10  SUBX-RV-EFFECT      PIC X(01).
002078****AUD-CLNTLNAME OF A REVERSE ENTRY - SEE CLNTRVRS.
002079 01  SUBX-UNDID-VIEW.
002080     05  SUBX-UV-TAG         PIC X(06).
002082     05  SUBX-UV-DATE        PIC 9(08).
002083     05  FILLER              PIC X(01).
002084     05  SUBX-UV-TIME        PIC 9(08).
002085     05  FILLER              PIC X(02).
002086 01  SUBX-OUT-LINE           PIC X(600) VALUE SPACES.
002088     COPY CLNTSFLD.
002089 01  SUBX-HDR-REC.
002090     05  SUBX-HDR-MARKER     PIC X(03).
002100     05  SUBX-HDR-RUNDATE    PIC 9(08).
002110     05  SUBX-HDR-SOURCE     PIC X(08).
002120     05  SUBX-HDR-SUBID      PIC X(08).
002130     05  FILLER              PIC X(573).
002140 01  SUBX-TRL-REC.
002150     05  SUBX-TRL-MARKER     PIC X(03).
002160     05  SUBX-TRL-COUNT      PIC 9(09).
002170     05  SUBX-TRL-HASH       PIC 9(13).
002180     05  FILLER              PIC X(575).
002190 01  SUBX-SUMMARY-LINE.
002200     05  SUBX-SL-ID          PIC X(08).
002210     05  FILLER              PIC X(06) VALUE ' SLOT '.
002220     05  SUBX-SL-SLOT        PIC 9(01).
002230     05  FILLER              PIC X(01) VALUE SPACE.
002240     05  SUBX-SL-SCOPE       PIC X(01).
002250     05  SUBX-SL-FILTER      PIC X(01).
002260     05  SUBX-SL-FORMAT      PIC X(01).
002270     05  FILLER              PIC X(10) VALUE ' RECORDS ='.
002280     05  SUBX-SL-COUNT       PIC ZZZ,ZZ9.
002290     05  FILLER              PIC X(07) VALUE ' HASH ='.
002300     05  SUBX-SL-HASH        PIC 9(13).
002302****CALL PARAMETER RECORD PASSED TO THE RUN-HISTORY LOGGING
002305****MODULE.  SEE CLNTRLGP.
002307     COPY CLNTRLGP.
002310 PROCEDURE DIVISION.
002320 0000-MAINLINE.
002325     PERFORM 9800-LOG-START THRU 9800-EXIT.
002330     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002340     PERFORM 1100-LOAD-SUBSCRIBERS THRU 1100-EXIT.
002350     IF SUBX-SUB-COUNT = ZERO
002360         DISPLAY "CLNTSUBX - NO SUBSCRIBERS ON CLNTSUBS, NOTHING "
002370             "WRITTEN"
002380         MOVE ZERO TO RETURN-CODE
002385         PERFORM 9850-LOG-END THRU 9850-EXIT
002390         STOP RUN
002400     END-IF.
002410     PERFORM 2000-OPEN-EXTRACTS THRU 2000-EXIT.
002420     IF SUBX-ANY-FULL-YES
002430         PERFORM 3000-FULL-PASS THRU 3000-EXIT
002440     END-IF.
002450     IF SUBX-ANY-CHANGES-YES
002460         PERFORM 4000-CHANGES-PASS THRU 4000-EXIT
002470     END-IF.
002480     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002485     PERFORM 9850-LOG-END THRU 9850-EXIT.
002490     STOP RUN.
002500 1000-INITIALIZE.
002510     ACCEPT SUBX-RUN-DATE FROM DATE YYYYMMDD.
002520     INITIALIZE SUBX-SLOT-TABLE.
002530     OPEN INPUT SUBSCTL.
002540     IF NOT SUBX-SUBSCTL-OK
002550         DISPLAY "CLNTSUBX - UNABLE TO OPEN CLNTSUBS, STATUS = "
002560             SUBX-SUBSCTL-STATUS
002570         MOVE 16 TO RETURN-CODE
002580         STOP RUN
002590     END-IF.
002600 1000-EXIT.
002610     EXIT.
002620*****************************************************
002630* READS THE CONTROL CARDS INTO SUBX-SUB-TABLE.  EVERY
002640* CARD IS CHECKED AND EVERY ERROR LISTED BEFORE THE RUN
002650* IS STOPPED, SO ONE PASS FIXES THEM ALL.
002660*****************************************************
002670 1100-LOAD-SUBSCRIBERS.
002680     PERFORM 1110-READ-CARD THRU 1110-EXIT
002690         UNTIL SUBX-CTL-EOF-YES.
002700     CLOSE SUBSCTL.
002710     PERFORM 1300-CHECK-SUBSCRIBER THRU 1300-EXIT
002720         VARYING SUBX-SUB FROM 1 BY 1
002730         UNTIL SUBX-SUB > SUBX-SUB-COUNT.
002740     IF SUBX-CARD-ERROR-YES
002750         DISPLAY "CLNTSUBX - CLNTSUBS IN ERROR, NO EXTRACT "
002760             "WRITTEN"
002770         MOVE 16 TO RETURN-CODE
002780         STOP RUN
002790     END-IF.
002800 1100-EXIT.
002810     EXIT.
002820 1110-READ-CARD.
002830     READ SUBSCTL
002840         AT END
002850             MOVE 'Y' TO SUBX-CTL-EOF-SW
002860             GO TO 1110-EXIT
002870     END-READ.
002880     IF NOT SUBX-SUBSCTL-OK
002890         DISPLAY "CLNTSUBX - READ ERROR ON CLNTSUBS, STATUS = "
002900             SUBX-SUBSCTL-STATUS
002910         MOVE 16 TO RETURN-CODE
002920         STOP RUN
002930     END-IF.
002940     ADD 1 TO SUBX-CARD-COUNT.
002950     IF SUBC-COMMENT OR SUBCREC = SPACES
002960         GO TO 1110-EXIT
002970     END-IF.
002980     IF SUBC-SUBSCRIBER
002990         PERFORM 1200-SUBSCRIBER-CARD THRU 1200-EXIT
003000     ELSE IF SUBC-FIELDS
003010         PERFORM 1250-FIELD-CARD THRU 1250-EXIT
003020     ELSE
003030         MOVE 'CARD TYPE MUST BE S, F OR *' TO SUBX-ERROR-TEXT
003040         PERFORM 1900-CARD-ERROR THRU 1900-EXIT
003050     END-IF.
003060 1110-EXIT.
003070     EXIT.
003080 1200-SUBSCRIBER-CARD.
003090     IF SUBC-SUBID = SPACES
003100         MOVE 'SUBSCRIBER ID IS BLANK' TO SUBX-ERROR-TEXT
003110         PERFORM 1900-CARD-ERROR THRU 1900-EXIT
003120         GO TO 1200-EXIT
003130     END-IF.
003140     MOVE SUBC-SUBID TO SUBX-SUBID-WORK.
003150     PERFORM 1280-FIND-SUBSCRIBER THRU 1280-EXIT.
003160     IF SUBX-CARD-SUB NOT = ZERO
003170         MOVE 'SUBSCRIBER ID IS ON TWO S CARDS' TO SUBX-ERROR-TEXT
003180         PERFORM 1900-CARD-ERROR THRU 1900-EXIT
003190         GO TO 1200-EXIT
003200     END-IF.
003210     IF SUBX-SUB-COUNT >= SUBX-SUB-MAX
003220         MOVE 'MORE THAN 8 SUBSCRIBERS' TO SUBX-ERROR-TEXT
003230         PERFORM 1900-CARD-ERROR THRU 1900-EXIT
003240         GO TO 1200-EXIT
003250     END-IF.
003260     IF SUBC-SLOT NOT NUMERIC OR SUBC-SLOT = '0'
003270             OR SUBC-SLOT = '9'
003280         MOVE 'SLOT MUST BE 1 THROUGH 8' TO SUBX-ERROR-TEXT
003290         PERFORM 1900-CARD-ERROR THRU 1900-EXIT
003300         GO TO 1200-EXIT
003310     END-IF.
003320     MOVE SUBC-SLOT TO SUBX-SLOT.
003330     IF SUBX-SLOT-OWNER (SUBX-SLOT) NOT = ZERO
003340         MOVE 'SLOT ALREADY TAKEN BY ANOTHER SUBSCRIBER'
003350             TO SUBX-ERROR-TEXT
003360         PERFORM 1900-CARD-ERROR THRU 1900-EXIT
003370         GO TO 1200-EXIT
003380     END-IF.
003390     IF NOT SUBC-SCOPE-FULL AND NOT SUBC-SCOPE-CHANGES
003400         MOVE 'SCOPE MUST BE F (FULL) OR C (CHANGES)'
003410             TO SUBX-ERROR-TEXT
003420         PERFORM 1900-CARD-ERROR THRU 1900-EXIT
003430         GO TO 1200-EXIT
003440     END-IF.
003450     IF NOT SUBC-FILTER-ACTIVE AND NOT SUBC-FILTER-ALL
003460         MOVE 'FILTER MUST BE A (ACTIVE ONLY) OR L (ALL)'
003470             TO SUBX-ERROR-TEXT
003480         PERFORM 1900-CARD-ERROR THRU 1900-EXIT
003490         GO TO 1200-EXIT
003500     END-IF.
003510     IF NOT SUBC-FORMAT-FIXED AND NOT SUBC-FORMAT-COMMA
003520             AND NOT SUBC-FORMAT-PIPE
003530         MOVE 'FORMAT MUST BE F, C OR P' TO SUBX-ERROR-TEXT
003540         PERFORM 1900-CARD-ERROR THRU 1900-EXIT
003550         GO TO 1200-EXIT
003560     END-IF.
003570     ADD 1 TO SUBX-SUB-COUNT.
003580     MOVE SUBC-SUBID  TO SUBX-S-ID (SUBX-SUB-COUNT).
003590     MOVE SUBX-SLOT   TO SUBX-S-SLOT (SUBX-SUB-COUNT).
003600     MOVE SUBC-SCOPE  TO SUBX-S-SCOPE (SUBX-SUB-COUNT).
003610     MOVE SUBC-FILTER TO SUBX-S-FILTER (SUBX-SUB-COUNT).
003620     MOVE SUBC-FORMAT TO SUBX-S-FORMAT (SUBX-SUB-COUNT).
003630     MOVE ZERO TO SUBX-S-FLD-COUNT (SUBX-SUB-COUNT).
003640     MOVE ZERO TO SUBX-S-WIDTH (SUBX-SUB-COUNT).
003650     MOVE ZERO TO SUBX-S-REC-COUNT (SUBX-SUB-COUNT).
003660     MOVE ZERO TO SUBX-S-HASH (SUBX-SUB-COUNT).
003670     MOVE SUBX-SUB-COUNT TO SUBX-SLOT-OWNER (SUBX-SLOT).
003680     IF SUBC-SCOPE-FULL
003690         MOVE 'Y' TO SUBX-ANY-FULL-SW
003700     ELSE
003710         MOVE 'Y' TO SUBX-ANY-CHANGES-SW
003720     END-IF.
003730 1200-EXIT.
003740     EXIT.
003750 1250-FIELD-CARD.
003760     MOVE SUBC-SUBID TO SUBX-SUBID-WORK.
003770     PERFORM 1280-FIND-SUBSCRIBER THRU 1280-EXIT.
003780     IF SUBX-CARD-SUB = ZERO
003790         MOVE 'NO S CARD FOR THIS SUBSCRIBER ABOVE IT'
003800             TO SUBX-ERROR-TEXT
003810         PERFORM 1900-CARD-ERROR THRU 1900-EXIT
003820         GO TO 1250-EXIT
003830     END-IF.
003840     PERFORM 1260-ONE-FIELD-NAME THRU 1260-EXIT
003850         VARYING SUBX-FLD-SUB FROM 1 BY 1
003860         UNTIL SUBX-FLD-SUB > 7.
003870 1250-EXIT.
003880     EXIT.
003890 1260-ONE-FIELD-NAME.
003900     IF SUBC-FLD-NAME (SUBX-FLD-SUB) = SPACES
003910         GO TO 1260-EXIT
003920     END-IF.
003930     SET SFLD-IDX TO 1.
003940     SEARCH SFLD-ENTRY
003950         AT END
003960             MOVE 'FIELD NAME NOT IN THE CLNTSFLD CATALOG'
003970                 TO SUBX-ERROR-TEXT
003980             PERFORM 1900-CARD-ERROR THRU 1900-EXIT
003990             GO TO 1260-EXIT
004000         WHEN SFLD-NAME (SFLD-IDX) = SUBC-FLD-NAME (SUBX-FLD-SUB)
004010             SET SUBX-CAT-SUB TO SFLD-IDX
004020     END-SEARCH.
004030     IF SFLD-SCOPE-CHANGES (SUBX-CAT-SUB)
004040             AND SUBX-S-FULL (SUBX-CARD-SUB)
004050         MOVE 'FIELD IS ONLY ON CHANGES-ONLY EXTRACTS'
004060             TO SUBX-ERROR-TEXT
004070         PERFORM 1900-CARD-ERROR THRU 1900-EXIT
004080         GO TO 1260-EXIT
004090     END-IF.
004100     IF SUBX-S-FLD-COUNT (SUBX-CARD-SUB) >= SUBX-FLD-MAX
004110         MOVE 'MORE THAN 30 FIELDS FOR ONE SUBSCRIBER'
004120             TO SUBX-ERROR-TEXT
004130         PERFORM 1900-CARD-ERROR THRU 1900-EXIT
004140         GO TO 1260-EXIT
004150     END-IF.
004160     ADD 1 TO SUBX-S-FLD-COUNT (SUBX-CARD-SUB).
004170     MOVE SUBX-CAT-SUB TO SUBX-S-FLD (SUBX-CARD-SUB,
004180         SUBX-S-FLD-COUNT (SUBX-CARD-SUB)).
004190     ADD SFLD-LEN (SUBX-CAT-SUB) TO SUBX-S-WIDTH (SUBX-CARD-SUB).
004200 1260-EXIT.
004210     EXIT.
004220****SETS SUBX-CARD-SUB TO THE SUBSCRIBER WITH ID
004230****SUBX-SUBID-WORK, ZERO WHEN THERE IS NONE.
004240 1280-FIND-SUBSCRIBER.
004250     MOVE ZERO TO SUBX-CARD-SUB.
004260     PERFORM 1285-CHECK-ONE-ID THRU 1285-EXIT
004270         VARYING SUBX-SUB FROM 1 BY 1
004280         UNTIL SUBX-SUB > SUBX-SUB-COUNT
004290             OR SUBX-CARD-SUB NOT = ZERO.
004300 1280-EXIT.
004310     EXIT.
004320 1285-CHECK-ONE-ID.
004330     IF SUBX-S-ID (SUBX-SUB) = SUBX-SUBID-WORK
004340         MOVE SUBX-SUB TO SUBX-CARD-SUB
004350     END-IF.
004360 1285-EXIT.
004370     EXIT.
004380*****************************************************
004390* A SUBSCRIBER NEEDS AT LEAST ONE FIELD, AND ITS WIDEST
004400* POSSIBLE RECORD MUST FIT IN 600 BYTES - FOR DELIMITED
004410* OUTPUT THAT ALLOWS A DELIMITER AND TWO QUOTES A FIELD.
004420*****************************************************
004430 1300-CHECK-SUBSCRIBER.
004440     IF SUBX-S-FLD-COUNT (SUBX-SUB) = ZERO
004450         DISPLAY "CLNTSUBX - SUBSCRIBER " SUBX-S-ID (SUBX-SUB)
004460             " HAS NO FIELD CARDS"
004470         MOVE 'Y' TO SUBX-CARD-ERROR-SW
004480         GO TO 1300-EXIT
004490     END-IF.
004500     MOVE SUBX-S-WIDTH (SUBX-SUB) TO SUBX-WORST-WIDTH.
004510     IF NOT SUBX-S-FIXED (SUBX-SUB)
004520         COMPUTE SUBX-WORST-WIDTH = SUBX-WORST-WIDTH
004530             + 3 * SUBX-S-FLD-COUNT (SUBX-SUB)
004540     END-IF.
004550     IF SUBX-WORST-WIDTH > SUBX-LINE-MAX
004560         DISPLAY "CLNTSUBX - SUBSCRIBER " SUBX-S-ID (SUBX-SUB)
004570             " FIELDS NEED " SUBX-WORST-WIDTH
004580             " BYTES, OVER THE 600 RECORD"
004590         MOVE 'Y' TO SUBX-CARD-ERROR-SW
004600     END-IF.
004610 1300-EXIT.
004620     EXIT.
004630 1900-CARD-ERROR.
004640     MOVE SUBX-CARD-COUNT TO SUBX-CARD-NO.
004650     DISPLAY "CLNTSUBX - CLNTSUBS CARD " SUBX-CARD-NO " - "
004660         SUBX-ERROR-TEXT.
004670     DISPLAY "           " SUBCREC.
004680     MOVE 'Y' TO SUBX-CARD-ERROR-SW.
004690 1900-EXIT.
004700     EXIT.
004710*****************************************************
004720* OPENS EACH SUBSCRIBER'S SLOT AND WRITES ITS HEADER.
004730* ONLY THE SLOTS IN USE ARE OPENED, SO THE JOB NEEDS A DD
004740* FOR EACH SLOT ON THE CONTROL FILE AND NO OTHERS.
004750*****************************************************
004760 2000-OPEN-EXTRACTS.
004770     OPEN INPUT DEMO.
004780     IF NOT SUBX-DEMO-OK
004790         DISPLAY "CLNTSUBX - UNABLE TO OPEN DEMO, STATUS = "
004800             SUBX-DEMO-STATUS
004810         MOVE 16 TO RETURN-CODE
004820         STOP RUN
004830     END-IF.
004840     PERFORM 2100-OPEN-ONE THRU 2100-EXIT
004850         VARYING SUBX-SUB FROM 1 BY 1
004860         UNTIL SUBX-SUB > SUBX-SUB-COUNT.
004870 2000-EXIT.
004880     EXIT.
004890 2100-OPEN-ONE.
004900     MOVE SUBX-S-SLOT (SUBX-SUB) TO SUBX-SLOT.
004910     IF SUBX-SLOT = 1
004920         OPEN OUTPUT SUBOUT1
004930     ELSE IF SUBX-SLOT = 2
004940         OPEN OUTPUT SUBOUT2
004950     ELSE IF SUBX-SLOT = 3
004960         OPEN OUTPUT SUBOUT3
004970     ELSE IF SUBX-SLOT = 4
004980         OPEN OUTPUT SUBOUT4
004990     ELSE IF SUBX-SLOT = 5
005000         OPEN OUTPUT SUBOUT5
005010     ELSE IF SUBX-SLOT = 6
005020         OPEN OUTPUT SUBOUT6
005030     ELSE IF SUBX-SLOT = 7
005040         OPEN OUTPUT SUBOUT7
005050     ELSE
005060         OPEN OUTPUT SUBOUT8
005070     END-IF.
005080     IF SUBX-OUT-STAT (SUBX-SLOT) NOT = '00'
005090         DISPLAY "CLNTSUBX - UNABLE TO OPEN SUBOUT" SUBX-SLOT
005100             " FOR " SUBX-S-ID (SUBX-SUB) ", STATUS = "
005110             SUBX-OUT-STAT (SUBX-SLOT)
005120         MOVE 16 TO RETURN-CODE
005130         STOP RUN
005140     END-IF.
005150     MOVE SPACES          TO SUBX-HDR-REC.
005160     MOVE 'HDR'           TO SUBX-HDR-MARKER.
005170     MOVE SUBX-RUN-DATE   TO SUBX-HDR-RUNDATE.
005180     MOVE 'CLNTSUBX'      TO SUBX-HDR-SOURCE.
005190     MOVE SUBX-S-ID (SUBX-SUB) TO SUBX-HDR-SUBID.
005200     MOVE SUBX-HDR-REC    TO SUBX-OUT-LINE.
005210     PERFORM 8000-WRITE-SLOT THRU 8000-EXIT.
005220 2100-EXIT.
005230     EXIT.
005240*****************************************************
005250* FULL-FILE SUBSCRIBERS - EVERY CLIENT ON THE MASTER, IN
005260* CLIENT-NUMBER ORDER, AS CLNTXTRC READS IT.
005270*****************************************************
005280 3000-FULL-PASS.
005290     MOVE 'F' TO SUBX-PASS-SCOPE.
005300     PERFORM 3050-READ-DEMO THRU 3050-EXIT.
005310     PERFORM 3010-FULL-CLIENT THRU 3010-EXIT
005320         UNTIL SUBX-DEMO-EOF-YES.
005330 3000-EXIT.
005340     EXIT.
005350 3010-FULL-CLIENT.
005360     ADD 1 TO SUBX-MASTER-COUNT.
005370     PERFORM 3100-BUILD-FULL-ROW THRU 3100-EXIT.
005380     PERFORM 5000-OFFER-ROW THRU 5000-EXIT
005390         VARYING SUBX-SUB FROM 1 BY 1
005400         UNTIL SUBX-SUB > SUBX-SUB-COUNT.
005410     PERFORM 3050-READ-DEMO THRU 3050-EXIT.
005420 3010-EXIT.
005430     EXIT.
005440 3050-READ-DEMO.
005450     READ DEMO NEXT RECORD
005460         AT END
005470             MOVE 'Y' TO SUBX-DEMO-EOF-SW
005480     END-READ.
005490     IF NOT SUBX-DEMO-OK AND NOT SUBX-DEMO-EOF
005500         DISPLAY "CLNTSUBX - READ ERROR ON DEMO, STATUS = "
005510             SUBX-DEMO-STATUS
005520         MOVE 16 TO RETURN-CODE
005530         STOP RUN
005540     END-IF.
005550 3050-EXIT.
005560     EXIT.
005570****THE MASTER RECORD IN OUTCLNTREC, AS A CATALOG ROW.
005580 3100-BUILD-FULL-ROW.
005590     MOVE SPACES       TO SFLD-ROW.
005600     MOVE OCLNTIDEN    TO SFLD-CLNTIDEN.
005610     MOVE OCLNTFNAME   TO SFLD-FNAME.
005620     MOVE OCLNTMNAME   TO SFLD-MNAME.
005630     MOVE OCLNTLNAME   TO SFLD-LNAME.
005640     MOVE OCLNTADDR1   TO SFLD-ADDR1.
005650     MOVE OCLNTADDR2   TO SFLD-ADDR2.
005660     MOVE OCLNTCITY    TO SFLD-CITY.
005670     MOVE OCLNTSTATE   TO SFLD-STATE.
005680     MOVE OCLNTZIP     TO SFLD-ZIP.
005690     MOVE OCLNTDATE    TO SFLD-CHGDATE.
005700     MOVE OCLNTSTATUS  TO SFLD-STATUS.
005710     MOVE OCLNTCLSDATE TO SFLD-CLSDATE.
005720     MOVE OCLNTPHONE   TO SFLD-PHONE.
005730     MOVE OCLNTEMAIL   TO SFLD-EMAIL.
005740     IF OCLNT-INACTIVE
005750         MOVE 'N' TO SUBX-ROW-ACTIVE-SW
005760     ELSE
005770         MOVE 'Y' TO SUBX-ROW-ACTIVE-SW
005780     END-IF.
005790 3100-EXIT.
005800     EXIT.
005810*****************************************************
005820* CHANGES-ONLY SUBSCRIBERS - EVERY DETAIL ON TONIGHT'S
005830* CLNTCHGX EXTRACT.  THE EXTRACT'S OWN HDR AND TRL ARE
005840* CHECKED SO A SHORT FILE IS NEVER PASSED ON.
005850*****************************************************
005860 4000-CHANGES-PASS.
005870     MOVE 'C' TO SUBX-PASS-SCOPE.
005880     OPEN INPUT CHGXFILE.
005890     IF NOT SUBX-CHGXFILE-OK
005900         DISPLAY "CLNTSUBX - UNABLE TO OPEN CHGXFILE, STATUS = "
005910             SUBX-CHGXFILE-STATUS
005920         MOVE 16 TO RETURN-CODE
005930         STOP RUN
005940     END-IF.
005950     PERFORM 4050-READ-CHGX THRU 4050-EXIT.
005960     IF SUBX-CHGX-EOF-YES OR CHGXH-MARKER NOT = 'HDR'
005970         DISPLAY "CLNTSUBX - CHGXFILE DOES NOT START WITH ITS HDR"
005980         MOVE 16 TO RETURN-CODE
005990         STOP RUN
006000     END-IF.
006002     MOVE CHGXH-RUNDATE TO SUBX-CHGX-DATE.
006004     PERFORM 4200-LOAD-REOPENS THRU 4200-EXIT.
006010     PERFORM 4050-READ-CHGX THRU 4050-EXIT.
006020     PERFORM 4010-CHANGED-CLIENT THRU 4010-EXIT
006030         UNTIL SUBX-CHGX-EOF-YES OR SUBX-TRL-SEEN-YES.
006040     IF NOT SUBX-TRL-SEEN-YES
006050         DISPLAY "CLNTSUBX - CHGXFILE HAS NO TRL - FILE IS SHORT"
006060         MOVE 16 TO RETURN-CODE
006070         STOP RUN
006080     END-IF.
006090     IF CHGXT-COUNT NOT = SUBX-CHGX-COUNT
006100         DISPLAY "CLNTSUBX - CHGXFILE TRL COUNT " CHGXT-COUNT
006110             " BUT " SUBX-CHGX-COUNT " DETAILS READ"
006120         MOVE 16 TO RETURN-CODE
006130         STOP RUN
006140     END-IF.
006150     CLOSE CHGXFILE.
006160 4000-EXIT.
006170     EXIT.
006180 4010-CHANGED-CLIENT.
006190     IF CHGXT-MARKER = 'TRL'
006200         MOVE 'Y' TO SUBX-TRL-SEEN-SW
006210         GO TO 4010-EXIT
006220     END-IF.
006230     ADD 1 TO SUBX-CHGX-COUNT.
006240     PERFORM 4100-BUILD-CHANGE-ROW THRU 4100-EXIT.
006250     PERFORM 5000-OFFER-ROW THRU 5000-EXIT
006260         VARYING SUBX-SUB FROM 1 BY 1
006270         UNTIL SUBX-SUB > SUBX-SUB-COUNT.
006280     PERFORM 4050-READ-CHGX THRU 4050-EXIT.
006290 4010-EXIT.
006300     EXIT.
006310 4050-READ-CHGX.
006320     READ CHGXFILE
006330         AT END
006340             MOVE 'Y' TO SUBX-CHGX-EOF-SW
006350     END-READ.
006360     IF NOT SUBX-CHGXFILE-OK AND NOT SUBX-CHGXFILE-EOF
006370         DISPLAY "CLNTSUBX - READ ERROR ON CHGXFILE, STATUS = "
006380             SUBX-CHGXFILE-STATUS
006390         MOVE 16 TO RETURN-CODE
006400         STOP RUN
006410     END-IF.
006420 4050-EXIT.
006430     EXIT.
006440****THE CHANGES DETAIL AS A CATALOG ROW - THE AFTER IMAGE
006450****IN THE MAIN FIELDS, STATUS AND CLOSURE DATE FROM THE
006460****MASTER AS IT STANDS NOW.
006470 4100-BUILD-CHANGE-ROW.
006480     MOVE SPACES         TO SFLD-ROW.
006490     MOVE CHGX-CLNTIDEN  TO SFLD-CLNTIDEN.
006500     MOVE CHGX-A-FNAME   TO SFLD-FNAME.
006510     MOVE CHGX-A-MNAME   TO SFLD-MNAME.
006520     MOVE CHGX-A-LNAME   TO SFLD-LNAME.
006530     MOVE CHGX-A-ADDR1   TO SFLD-ADDR1.
006540     MOVE CHGX-A-ADDR2   TO SFLD-ADDR2.
006550     MOVE CHGX-A-CITY    TO SFLD-CITY.
006560     MOVE CHGX-A-STATE   TO SFLD-STATE.
006570     MOVE CHGX-A-ZIP     TO SFLD-ZIP.
006580     MOVE CHGX-A-DATE    TO SFLD-CHGDATE.
006590     MOVE CHGX-A-PHONE   TO SFLD-PHONE.
006600     MOVE CHGX-A-EMAIL   TO SFLD-EMAIL.
006610     MOVE CHGX-ACTION    TO SFLD-ACTION.
006620     MOVE CHGX-SOURCE    TO SFLD-CHGSRC.
006630     MOVE CHGX-BEFORE    TO SFLD-BEFORE.
006640     MOVE 'N' TO SUBX-ROW-ACTIVE-SW.
006645     MOVE 'N' TO SUBX-ROW-REOPEN-SW.
006647     MOVE SPACE TO SUBX-ROW-FIRST-OP.
006650     IF CHGX-ACTION = 'D'
006660         GO TO 4100-EXIT
006670     END-IF.
006680     MOVE CHGX-CLNTIDEN TO OCLNTIDEN.
006690     READ DEMO
006700         INVALID KEY
006710             GO TO 4100-EXIT
006720     END-READ.
006730     MOVE OCLNTSTATUS  TO SFLD-STATUS.
006740     MOVE OCLNTCLSDATE TO SFLD-CLSDATE.
006742     IF CHGX-ACTION = 'C'
006745         PERFORM 4150-FIND-FIRST-OP THRU 4150-EXIT
006748     END-IF.
006750     IF NOT OCLNT-INACTIVE
006760         MOVE 'Y' TO SUBX-ROW-ACTIVE-SW
006762         IF SUBX-ROW-FIRST-REOPEN
006765             MOVE 'Y' TO SUBX-ROW-REOPEN-SW
006768         END-IF
006770     END-IF.
006771 4100-EXIT.
006772     EXIT.
006773****THE CHANGED CLIENT'S FIRST CLOSE-OR-REOPEN TONIGHT.  ONE
006774****ACTIVE NOW WHOSE FIRST WAS A REOPEN WAS CLOSED BEFORE
006775****TONIGHT; ONE CLOSED NOW WHOSE FIRST WAS NOT A CLOSE WAS
006776****ALREADY CLOSED BEFORE TONIGHT.
006777 4150-FIND-FIRST-OP.
006778     SET SUBX-RO-IDX TO 1.
006779     SEARCH SUBX-RO-ENTRY
006780         AT END
006781             CONTINUE
006783         WHEN SUBX-RO-IDX > SUBX-REOPEN-COUNT
006784             CONTINUE
006785         WHEN SUBX-RO-CLNTIDEN (SUBX-RO-IDX) = CHGX-CLNTIDEN
006786             MOVE SUBX-RO-FIRST-OP (SUBX-RO-IDX)
006787                 TO SUBX-ROW-FIRST-OP
006788     END-SEARCH.
006789 4150-EXIT.
006790     EXIT.
006791*****************************************************
006792* LOADS SUBX-REOPEN-TABLE FROM THE AUDITFL ENTRIES FOR THE
006793* RUN DATE ON THE EXTRACT'S HDR - THE SAME ENTRIES CLNTCHGX
006794* BUILT IT FROM.  ONLY THE FIRST CLOSE OR REOPEN OF EACH
006795* CLIENT IS KEPT.  A REVERSE COUNTS BY WHAT IT UNDID - THE
006796* UNDONE ENTRY IS RESOLVED ON THE WAY THROUGH THE FILE,
006797* AHEAD OF THE REVERSE THAT NAMES IT.  A TABLE TOO SMALL
006798* FOR THE NIGHT ENDS THE RUN RC 16 RATHER THAN SEND A
006799* REOPENED CLIENT AS A CHANGE.
006800*****************************************************
006801 4200-LOAD-REOPENS.
006802     MOVE ZERO TO SUBX-REOPEN-COUNT.
006803     PERFORM 4300-LOAD-REVERSALS THRU 4300-EXIT.
006804     OPEN INPUT AUDITFL.
006805     IF NOT SUBX-AUDITFL-OK AND NOT SUBX-AUDITFL-NOFILE
006806         DISPLAY "CLNTSUBX - UNABLE TO OPEN AUDITFL, STATUS = "
006808             SUBX-AUDITFL-STATUS
006809         MOVE 16 TO RETURN-CODE
006810         STOP RUN
006811     END-IF.
006812 4210-REOPEN-LOOP.
006813     READ AUDITFL
006814         AT END
006815             GO TO 4220-REOPEN-DONE
006816     END-READ.
006817     IF NOT SUBX-AUDITFL-OK
006818         DISPLAY "CLNTSUBX - READ ERROR ON AUDITFL, STATUS = "
006819             SUBX-AUDITFL-STATUS
006820         MOVE 16 TO RETURN-CODE
006821         STOP RUN
006822     END-IF.
006823     IF AUD-CLNTIDEN NOT NUMERIC OR AUD-CLNTIDEN = ZERO
006824         GO TO 4210-REOPEN-LOOP
006825     END-IF.
006826     IF SUBX-RVRS-COUNT > ZERO
006827             AND (AUD-OPERATION = 'CLOSE'
006828                 OR AUD-OPERATION = 'REACTIVE')
006829         PERFORM 4350-RESOLVE-UNDONE THRU 4350-EXIT
006830     END-IF.
006831     IF AUD-DATE NOT = SUBX-CHGX-DATE
006833         GO TO 4210-REOPEN-LOOP
006834     END-IF.
006835     MOVE SPACE TO SUBX-AUD-EFFECT.
006836     IF AUD-OPERATION = 'CLOSE'
006837         MOVE 'C' TO SUBX-AUD-EFFECT
006838     ELSE IF AUD-OPERATION = 'REACTIVE'
006839         MOVE 'R' TO SUBX-AUD-EFFECT
006840     ELSE IF AUD-OPERATION = 'REVERSE'
006841         PERFORM 4360-REVERSE-EFFECT THRU 4360-EXIT
006842     END-IF.
006843     IF SUBX-AUD-EFFECT = SPACE
006844         GO TO 4210-REOPEN-LOOP
006845     END-IF.
006846     SET SUBX-RO-IDX TO 1.
006847     SEARCH SUBX-RO-ENTRY
006848         AT END
006849             CONTINUE
006850         WHEN SUBX-RO-IDX > SUBX-REOPEN-COUNT
006851             CONTINUE
006852         WHEN SUBX-RO-CLNTIDEN (SUBX-RO-IDX) = AUD-CLNTIDEN
006853             GO TO 4210-REOPEN-LOOP
006854     END-SEARCH.
006855     IF SUBX-REOPEN-COUNT NOT < SUBX-REOPEN-MAX
006856         DISPLAY "CLNTSUBX - MORE THAN " SUBX-REOPEN-MAX
006857             " CLIENTS CLOSED OR REOPENED - RAISE SUBX-REOPEN-MAX"
006858         MOVE 16 TO RETURN-CODE
006859         STOP RUN
006860     END-IF.
006861     ADD 1 TO SUBX-REOPEN-COUNT.
006862     SET SUBX-RO-IDX TO SUBX-REOPEN-COUNT.
006863     MOVE AUD-CLNTIDEN TO SUBX-RO-CLNTIDEN (SUBX-RO-IDX).
006866     MOVE SUBX-AUD-EFFECT TO SUBX-RO-FIRST-OP (SUBX-RO-IDX).
006869     GO TO 4210-REOPEN-LOOP.
006870 4220-REOPEN-DONE.
006871     CLOSE AUDITFL.
006872 4200-EXIT.
006873     EXIT.
006874*****************************************************
006875* LOADS SUBX-RVRS-TABLE WITH THE REVERSE ENTRIES FOR THE
006876* RUN DATE, EACH WITH THE DATE/TIME OF THE ENTRY IT UNDID
006877* OUT OF AUD-CLNTLNAME ('UNDID YYYYMMDD/HHMMSSCC').  WHAT
006878* THE UNDONE ENTRY WAS IS FILLED IN BY 4350 ON THE MAIN
006879* PASS; UNTIL THEN THE REVERSE CHANGED NO STATUS.
006880*****************************************************
006881 4300-LOAD-REVERSALS.
006882     MOVE ZERO TO SUBX-RVRS-COUNT.
006883     OPEN INPUT AUDITFL.
006884     IF NOT SUBX-AUDITFL-OK AND NOT SUBX-AUDITFL-NOFILE
006885         DISPLAY "CLNTSUBX - UNABLE TO OPEN AUDITFL, STATUS = "
006886             SUBX-AUDITFL-STATUS
006887         MOVE 16 TO RETURN-CODE
006888         STOP RUN
006889     END-IF.
006890 4310-RVRS-LOOP.
006891     READ AUDITFL
006892         AT END
006893             GO TO 4320-RVRS-DONE
006894     END-READ.
006895     IF NOT SUBX-AUDITFL-OK
006896         DISPLAY "CLNTSUBX - READ ERROR ON AUDITFL, STATUS = "
006897             SUBX-AUDITFL-STATUS
006898         MOVE 16 TO RETURN-CODE
006899         STOP RUN
006900     END-IF.
006901     IF AUD-DATE NOT = SUBX-CHGX-DATE
006902             OR AUD-OPERATION NOT = 'REVERSE'
006903             OR AUD-CLNTIDEN NOT NUMERIC
006904         GO TO 4310-RVRS-LOOP
006906     END-IF.
006907     MOVE AUD-CLNTLNAME TO SUBX-UNDID-VIEW.
006908     IF SUBX-UV-TAG NOT = 'UNDID '
006909             OR SUBX-UV-DATE NOT NUMERIC
006910             OR SUBX-UV-TIME NOT NUMERIC
006911         GO TO 4310-RVRS-LOOP
006912     END-IF.
006913     IF SUBX-RVRS-COUNT NOT < SUBX-RVRS-MAX
006914         DISPLAY "CLNTSUBX - MORE THAN " SUBX-RVRS-MAX
006915             " REVERSALS - RAISE SUBX-RVRS-MAX"
006916         MOVE 16 TO RETURN-CODE
006917         STOP RUN
006918     END-IF.
006919     ADD 1 TO SUBX-RVRS-COUNT.
006920     SET SUBX-RV-IDX TO SUBX-RVRS-COUNT.
006921     MOVE AUD-CLNTIDEN TO SUBX-RV-CLNTIDEN (SUBX-RV-IDX).
006922     MOVE AUD-DATE     TO SUBX-RV-DATE (SUBX-RV-IDX).
006923     MOVE AUD-TIME     TO SUBX-RV-TIME (SUBX-RV-IDX).
006924     MOVE SUBX-UV-DATE TO SUBX-RV-UNDID-DATE (SUBX-RV-IDX).
006925     MOVE SUBX-UV-TIME TO SUBX-RV-UNDID-TIME (SUBX-RV-IDX).
006926     MOVE 'N'          TO SUBX-RV-EFFECT (SUBX-RV-IDX).
006927     GO TO 4310-RVRS-LOOP.
006928 4320-RVRS-DONE.
006929     CLOSE AUDITFL.
006930 4300-EXIT.
006931     EXIT.
006932****A CLOSE OR REACTIVE IN AUDITREC THAT A REVERSE TONIGHT
006933****UNDID - UNDOING A CLOSE REOPENS THE CLIENT, UNDOING A
006934****REACTIVE CLOSES IT AGAIN.
006935 4350-RESOLVE-UNDONE.
006936     SET SUBX-RV-IDX TO 1.
006937     SEARCH SUBX-RV-ENTRY
006938         AT END
006939             CONTINUE
006940         WHEN SUBX-RV-IDX > SUBX-RVRS-COUNT
006941             CONTINUE
006942         WHEN SUBX-RV-CLNTIDEN (SUBX-RV-IDX) = AUD-CLNTIDEN
006943                 AND SUBX-RV-UNDID-DATE (SUBX-RV-IDX) = AUD-DATE
006944                 AND SUBX-RV-UNDID-TIME (SUBX-RV-IDX) = AUD-TIME
006945             IF AUD-OPERATION = 'CLOSE'
006946                 MOVE 'R' TO SUBX-RV-EFFECT (SUBX-RV-IDX)
006947             ELSE
006948                 MOVE 'C' TO SUBX-RV-EFFECT (SUBX-RV-IDX)
006949             END-IF
006950     END-SEARCH.
006951 4350-EXIT.
006952     EXIT.
006953****SETS SUBX-AUD-EFFECT FOR THE REVERSE IN AUDITREC - SPACE
006954****WHEN IT LEFT THE STATUS AS IT STOOD.
006955 4360-REVERSE-EFFECT.
006956     SET SUBX-RV-IDX TO 1.
006957     SEARCH SUBX-RV-ENTRY
006958         AT END
006959             CONTINUE
006960         WHEN SUBX-RV-IDX > SUBX-RVRS-COUNT
006961             CONTINUE
006962         WHEN SUBX-RV-CLNTIDEN (SUBX-RV-IDX) = AUD-CLNTIDEN
006963                 AND SUBX-RV-DATE (SUBX-RV-IDX) = AUD-DATE
006964                 AND SUBX-RV-TIME (SUBX-RV-IDX) = AUD-TIME
006965             IF SUBX-RV-EFFECT (SUBX-RV-IDX) NOT = 'N'
006966                 MOVE SUBX-RV-EFFECT (SUBX-RV-IDX)
006967                     TO SUBX-AUD-EFFECT
006968             END-IF
006970     END-SEARCH.
006971 4360-EXIT.
006972     EXIT.
006973*****************************************************
006974* OFFERS THE CURRENT ROW TO SUBSCRIBER SUBX-SUB.  A
006975* SUBSCRIBER OF THE OTHER SCOPE IGNORES IT; AN ACTIVE-
006976* ONLY SUBSCRIBER SKIPS A CLOSED CLIENT, EXCEPT THAT ON A
006977* CHANGES-ONLY EXTRACT A CLIENT CLOSED TONIGHT, OR DELETED,
006978* GOES OUT AS A D, AND A CLIENT REOPENED TONIGHT GOES OUT
006979* AS AN A WITH NO BEFORE IMAGE - THAT SUBSCRIBER NEVER HAD
006980* IT.  A CLIENT ALREADY CLOSED BEFORE TONIGHT IS SKIPPED.
006981*****************************************************
006982 5000-OFFER-ROW.
006983     IF SUBX-S-SCOPE (SUBX-SUB) NOT = SUBX-PASS-SCOPE
006984         GO TO 5000-EXIT
006985     END-IF.
006986     MOVE SFLD-ACTION TO SUBX-ACTION-SAVE.
006987     MOVE SFLD-BEFORE TO SUBX-BEFORE-SAVE.
006988     IF SUBX-S-ACTIVE-ONLY (SUBX-SUB)
006989             AND NOT SUBX-ROW-ACTIVE-YES
006990         IF SUBX-PASS-SCOPE = 'F'
006991             GO TO 5000-EXIT
006992         END-IF
006993         IF SFLD-ACTION = 'A'
006994             GO TO 5000-EXIT
006995         END-IF
006996         IF SFLD-ACTION = 'C' AND NOT SUBX-ROW-FIRST-CLOSE
006997             GO TO 5000-EXIT
006998         END-IF
006999         MOVE 'D' TO SFLD-ACTION
007000     END-IF.
007002     IF SUBX-S-ACTIVE-ONLY (SUBX-SUB)
007004             AND SUBX-ROW-REOPEN-YES
007006         MOVE 'A'    TO SFLD-ACTION
007008         MOVE SPACES TO SFLD-BEFORE
007009     END-IF.
007010     PERFORM 6000-FORMAT-LINE THRU 6000-EXIT.
007020     MOVE SUBX-S-SLOT (SUBX-SUB) TO SUBX-SLOT.
007030     PERFORM 8000-WRITE-SLOT THRU 8000-EXIT.
007040     ADD 1 TO SUBX-S-REC-COUNT (SUBX-SUB).
007050     ADD SFLD-CLNTIDEN TO SUBX-S-HASH (SUBX-SUB).
007060     MOVE SUBX-ACTION-SAVE TO SFLD-ACTION.
007065     MOVE SUBX-BEFORE-SAVE TO SFLD-BEFORE.
007070 5000-EXIT.
007080     EXIT.
007090*****************************************************
007100* LAYS SUBSCRIBER SUBX-SUB'S FIELDS OUT IN SUBX-OUT-LINE
007110* IN CARD ORDER - END TO END FOR FIXED WIDTH, OTHERWISE
007120* TRIMMED AND SEPARATED BY THE DELIMITER.
007130*****************************************************
007140 6000-FORMAT-LINE.
007150     MOVE SPACES TO SUBX-OUT-LINE.
007160     MOVE 1 TO SUBX-OUT-POS.
007170     IF SUBX-S-COMMA (SUBX-SUB)
007180         MOVE ',' TO SUBX-DELIM
007190     ELSE
007200         MOVE '|' TO SUBX-DELIM
007210     END-IF.
007220     PERFORM 6100-FORMAT-FIELD THRU 6100-EXIT
007230         VARYING SUBX-FLD-SUB FROM 1 BY 1
007240         UNTIL SUBX-FLD-SUB > SUBX-S-FLD-COUNT (SUBX-SUB).
007250 6000-EXIT.
007260     EXIT.
007270 6100-FORMAT-FIELD.
007280     MOVE SUBX-S-FLD (SUBX-SUB, SUBX-FLD-SUB) TO SUBX-CAT-SUB.
007290     MOVE SFLD-POS (SUBX-CAT-SUB) TO SUBX-VAL-POS.
007300     MOVE SFLD-LEN (SUBX-CAT-SUB) TO SUBX-VAL-LEN.
007310     IF SUBX-S-FIXED (SUBX-SUB)
007320         MOVE SFLD-ROW (SUBX-VAL-POS:SUBX-VAL-LEN)
007330             TO SUBX-OUT-LINE (SUBX-OUT-POS:SUBX-VAL-LEN)
007340         ADD SUBX-VAL-LEN TO SUBX-OUT-POS
007350         GO TO 6100-EXIT
007360     END-IF.
007370     IF SUBX-FLD-SUB > 1
007380         MOVE SUBX-DELIM TO SUBX-OUT-LINE (SUBX-OUT-POS:1)
007390         ADD 1 TO SUBX-OUT-POS
007400     END-IF.
007410     MOVE SUBX-VAL-LEN TO SUBX-TRIM-LEN.
007420     MOVE 'N' TO SUBX-TRIM-DONE-SW.
007430     PERFORM 6200-TRIM-ONE THRU 6200-EXIT
007440         UNTIL SUBX-TRIM-LEN = ZERO
007450             OR SUBX-TRIM-DONE-YES.
007460     IF SUBX-TRIM-LEN = ZERO
007470         GO TO 6100-EXIT
007480     END-IF.
007490     MOVE ZERO TO SUBX-DELIM-COUNT.
007500     INSPECT SFLD-ROW (SUBX-VAL-POS:SUBX-TRIM-LEN)
007510         TALLYING SUBX-DELIM-COUNT FOR ALL SUBX-DELIM.
007520     IF SUBX-DELIM-COUNT > ZERO
007530         MOVE SUBX-QUOTE TO SUBX-OUT-LINE (SUBX-OUT-POS:1)
007540         ADD 1 TO SUBX-OUT-POS
007550     END-IF.
007560     MOVE SFLD-ROW (SUBX-VAL-POS:SUBX-TRIM-LEN)
007570         TO SUBX-OUT-LINE (SUBX-OUT-POS:SUBX-TRIM-LEN).
007580     ADD SUBX-TRIM-LEN TO SUBX-OUT-POS.
007590     IF SUBX-DELIM-COUNT > ZERO
007600         MOVE SUBX-QUOTE TO SUBX-OUT-LINE (SUBX-OUT-POS:1)
007610         ADD 1 TO SUBX-OUT-POS
007620     END-IF.
007630 6100-EXIT.
007640     EXIT.
007650 6200-TRIM-ONE.
007660     IF SFLD-ROW (SUBX-VAL-POS + SUBX-TRIM-LEN - 1:1) = SPACE
007670         SUBTRACT 1 FROM SUBX-TRIM-LEN
007680     ELSE
007690         MOVE 'Y' TO SUBX-TRIM-DONE-SW
007700     END-IF.
007710 6200-EXIT.
007720     EXIT.
007730*****************************************************
007740* WRITES SUBX-OUT-LINE TO OUTPUT SLOT SUBX-SLOT.
007750*****************************************************
007760 8000-WRITE-SLOT.
007770     IF SUBX-SLOT = 1
007780         WRITE SUBX-OUT1-REC FROM SUBX-OUT-LINE
007790     ELSE IF SUBX-SLOT = 2
007800         WRITE SUBX-OUT2-REC FROM SUBX-OUT-LINE
007810     ELSE IF SUBX-SLOT = 3
007820         WRITE SUBX-OUT3-REC FROM SUBX-OUT-LINE
007830     ELSE IF SUBX-SLOT = 4
007840         WRITE SUBX-OUT4-REC FROM SUBX-OUT-LINE
007850     ELSE IF SUBX-SLOT = 5
007860         WRITE SUBX-OUT5-REC FROM SUBX-OUT-LINE
007870     ELSE IF SUBX-SLOT = 6
007880         WRITE SUBX-OUT6-REC FROM SUBX-OUT-LINE
007890     ELSE IF SUBX-SLOT = 7
007900         WRITE SUBX-OUT7-REC FROM SUBX-OUT-LINE
007910     ELSE
007920         WRITE SUBX-OUT8-REC FROM SUBX-OUT-LINE
007930     END-IF.
007940     IF SUBX-OUT-STAT (SUBX-SLOT) NOT = '00'
007950         DISPLAY "CLNTSUBX - WRITE ERROR ON SUBOUT" SUBX-SLOT
007960             ", STATUS = " SUBX-OUT-STAT (SUBX-SLOT)
007970         MOVE 16 TO RETURN-CODE
007980         STOP RUN
007990     END-IF.
008000 8000-EXIT.
008010     EXIT.
008020 8100-CLOSE-SLOT.
008030     IF SUBX-SLOT = 1
008040         CLOSE SUBOUT1
008050     ELSE IF SUBX-SLOT = 2
008060         CLOSE SUBOUT2
008070     ELSE IF SUBX-SLOT = 3
008080         CLOSE SUBOUT3
008090     ELSE IF SUBX-SLOT = 4
008100         CLOSE SUBOUT4
008110     ELSE IF SUBX-SLOT = 5
008120         CLOSE SUBOUT5
008130     ELSE IF SUBX-SLOT = 6
008140         CLOSE SUBOUT6
008150     ELSE IF SUBX-SLOT = 7
008160         CLOSE SUBOUT7
008170     ELSE
008180         CLOSE SUBOUT8
008190     END-IF.
008200 8100-EXIT.
008210     EXIT.
008220*****************************************************
008230* TRAILER, CLOSE AND SYSOUT SUMMARY FOR EACH SUBSCRIBER.
008240*****************************************************
008250 9000-TERMINATE.
008260     PERFORM 9100-FINISH-ONE THRU 9100-EXIT
008270         VARYING SUBX-SUB FROM 1 BY 1
008280         UNTIL SUBX-SUB > SUBX-SUB-COUNT.
008290     CLOSE DEMO.
008300     DISPLAY "CLNTSUBX - MASTER CLIENTS READ  = "
008310         SUBX-MASTER-COUNT.
008320     DISPLAY "CLNTSUBX - CHANGE DETAILS READ  = " SUBX-CHGX-COUNT.
008330     MOVE ZERO TO RETURN-CODE.
008340 9000-EXIT.
008350     EXIT.
008360 9100-FINISH-ONE.
008370     MOVE SUBX-S-SLOT (SUBX-SUB) TO SUBX-SLOT.
008380     MOVE SPACES          TO SUBX-TRL-REC.
008390     MOVE 'TRL'           TO SUBX-TRL-MARKER.
008400     MOVE SUBX-S-REC-COUNT (SUBX-SUB) TO SUBX-TRL-COUNT.
008410     MOVE SUBX-S-HASH (SUBX-SUB)      TO SUBX-TRL-HASH.
008420     MOVE SUBX-TRL-REC    TO SUBX-OUT-LINE.
008430     PERFORM 8000-WRITE-SLOT THRU 8000-EXIT.
008440     PERFORM 8100-CLOSE-SLOT THRU 8100-EXIT.
008450     MOVE SUBX-S-ID (SUBX-SUB)        TO SUBX-SL-ID.
008460     MOVE SUBX-SLOT                   TO SUBX-SL-SLOT.
008470     MOVE SUBX-S-SCOPE (SUBX-SUB)     TO SUBX-SL-SCOPE.
008480     MOVE SUBX-S-FILTER (SUBX-SUB)    TO SUBX-SL-FILTER.
008490     MOVE SUBX-S-FORMAT (SUBX-SUB)    TO SUBX-SL-FORMAT.
008500     MOVE SUBX-S-REC-COUNT (SUBX-SUB) TO SUBX-SL-COUNT.
008510     MOVE SUBX-S-HASH (SUBX-SUB)      TO SUBX-SL-HASH.
008520     DISPLAY "CLNTSUBX - " SUBX-SUMMARY-LINE.
008530 9100-EXIT.
008540     EXIT.
008550*****************************************************
008560* RUN-HISTORY START AND END RECORDS FOR THIS STEP - SEE
008570* CLNTRLOG.  THE END RECORD CARRIES THE RETURN CODE SET
008580* ABOVE AND THE STEP'S KEY COUNTS.
008590*****************************************************
008600 9800-LOG-START.
008610     INITIALIZE CLNTRLOGREC.
008620     MOVE 'CLNTSUBX' TO RLOG-PROGRAM.
008630     MOVE 'S' TO RLOG-EVENT.
008640     CALL "CLNTRLOG" USING CLNTRLOGREC.
008650 9800-EXIT.
008660     EXIT.
008670 9850-LOG-END.
008680     MOVE 'E'               TO RLOG-EVENT.
008690     MOVE RETURN-CODE       TO RLOG-RC.
008700     MOVE 'SUBSCRIBRS'      TO RLOG-CNT-LABEL (1).
008710     MOVE SUBX-SUB-COUNT    TO RLOG-CNT-VALUE (1).
008720     MOVE 'MASTER'          TO RLOG-CNT-LABEL (2).
008730     MOVE SUBX-MASTER-COUNT TO RLOG-CNT-VALUE (2).
008740     MOVE 'CHANGES'         TO RLOG-CNT-LABEL (3).
008750     MOVE SUBX-CHGX-COUNT   TO RLOG-CNT-VALUE (3).
008760     CALL "CLNTRLOG" USING CLNTRLOGREC.
008770 9850-EXIT.
008780     EXIT.

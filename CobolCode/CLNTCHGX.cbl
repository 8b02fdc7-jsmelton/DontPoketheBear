000278* 09/02/26   JMELTON   CARRIED THE NEW CONTACT PHONE AND
000279*                      EMAIL ON BOTH IMAGES - SEE CLNTCGXR
000281*                      FOR THE CONSUMER NOTICE.
000282* 10/15/26   JMELTON   EACH DETAIL NOW SAYS WHERE THE CHANGE
000283*                      CAME FROM - THE AUDIT SOURCE OF THE
000285*                      CLIENT'S ENTRIES (THE FEED SOURCE FOR
000286*                      FEED CHANGES), OR MULTIPLE WHEN THEY
000288*                      DISAGREE.  SEE CLNTCGXR FOR THE
000289*                      CONSUMER NOTICE.
000291* 10/15/26   JMELTON   LOGS ITS START AND END, RETURN CODE AND
000294*                      KEY COUNTS TO THE RUNHIST RUN HISTORY
000296*                      THROUGH CLNTRLOG.
000297*****************************************************
000299 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT OPTIONAL AUDITFL ASSIGN TO AS-AUDITFL
000630     05  SRT-OPERATION     PIC X(08).
000640     05  SRT-HIST-CLNTIDEN PIC 9(09).
000650     05  SRT-HIST-TIMESTAMP PIC X(16).
000655     05  SRT-SOURCE        PIC X(08).
000660 FD  CLNTHIST.
000670     COPY CLNTHREC.
000680 FD  DEMO.
001120     05  HOLD-LAST-OP        PIC X(08) VALUE SPACES.
001130     05  HOLD-HIST-CLNTIDEN  PIC 9(09) VALUE ZERO.
001140     05  HOLD-HIST-TIMESTAMP PIC X(16) VALUE SPACES.
001145     05  HOLD-SOURCE         PIC X(08) VALUE SPACES.
001146****CALL PARAMETER RECORD PASSED TO THE RUN-HISTORY LOGGING
001147****MODULE.  SEE CLNTRLGP.
001148     COPY CLNTRLGP.
001150 PROCEDURE DIVISION.
001160 0000-MAINLINE.
001165     PERFORM 9800-LOG-START THRU 9800-EXIT.
001170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001180     SORT SRTWORK
001190         ON ASCENDING KEY SRT-CLNTIDEN SRT-TIME
001200         INPUT PROCEDURE 1200-SORT-INPUT THRU 1200-EXIT
001210         OUTPUT PROCEDURE 1400-SORT-OUTPUT THRU 1400-EXIT.
001220     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001225     PERFORM 9850-LOG-END THRU 9850-EXIT.
001230     STOP RUN.
001240 1000-INITIALIZE.
001250     ACCEPT CHGX-TODAY FROM DATE YYYYMMDD.
002030         MOVE ZERO               TO SRT-HIST-CLNTIDEN
002040     END-IF.
002050     MOVE AUD-HIST-TIMESTAMP TO SRT-HIST-TIMESTAMP.
002055     MOVE AUD-SOURCE         TO SRT-SOURCE.
002060     RELEASE SRT-REC.
002070     GO TO 1210-SORT-INPUT-LOOP.
002080 1220-SORT-INPUT-DONE.
002360         MOVE SRT-OPERATION      TO HOLD-FIRST-OP
002370         MOVE SRT-HIST-CLNTIDEN  TO HOLD-HIST-CLNTIDEN
002380         MOVE SRT-HIST-TIMESTAMP TO HOLD-HIST-TIMESTAMP
002385         MOVE SRT-SOURCE         TO HOLD-SOURCE
002390         MOVE 'Y' TO CHGX-HOLD-SW
002400     END-IF.
002410     MOVE SRT-OPERATION TO HOLD-LAST-OP.
002412     IF SRT-SOURCE NOT = HOLD-SOURCE
002414         MOVE 'MULTIPLE' TO HOLD-SOURCE
002416     END-IF.
002420 1420-EXIT.
002430     EXIT.
002440*****************************************************
002510     ADD 1 TO CHGX-CLIENT-COUNT.
002520     MOVE SPACES TO CHGXREC.
002530     MOVE HOLD-CLNTIDEN TO CHGX-CLNTIDEN.
002535     MOVE HOLD-SOURCE   TO CHGX-SOURCE.
002540     IF HOLD-FIRST-OP = 'INSERT'
002550         IF HOLD-LAST-OP = 'DELETE' OR HOLD-LAST-OP = 'MERGE'
002555                 OR HOLD-LAST-OP = 'PURGE'
003530     MOVE ZERO TO RETURN-CODE.
003540 3000-EXIT.
003550     EXIT.
003560*****************************************************
003570* RUN-HISTORY START AND END RECORDS FOR THIS STEP - SEE
003580* CLNTRLOG.  THE END RECORD CARRIES THE RETURN CODE SET
003590* ABOVE AND THE STEP'S KEY COUNTS.
003600*****************************************************
003610 9800-LOG-START.
003620     INITIALIZE CLNTRLOGREC.
003630     MOVE 'CLNTCHGX' TO RLOG-PROGRAM.
003640     MOVE 'S' TO RLOG-EVENT.
003650     CALL "CLNTRLOG" USING CLNTRLOGREC.
003660 9800-EXIT.
003670     EXIT.
003680 9850-LOG-END.
003690     MOVE 'E'               TO RLOG-EVENT.
003700     MOVE RETURN-CODE       TO RLOG-RC.
003710     MOVE 'ADDS'            TO RLOG-CNT-LABEL (1).
003720     MOVE CHGX-ADD-COUNT    TO RLOG-CNT-VALUE (1).
003730     MOVE 'CHANGES'         TO RLOG-CNT-LABEL (2).
003740     MOVE CHGX-CHANGE-COUNT TO RLOG-CNT-VALUE (2).
003750     MOVE 'DELETES'         TO RLOG-CNT-LABEL (3).
003760     MOVE CHGX-DELETE-COUNT TO RLOG-CNT-VALUE (3).
003770     MOVE 'CLIENTS'         TO RLOG-CNT-LABEL (4).
003780     MOVE CHGX-CLIENT-COUNT TO RLOG-CNT-VALUE (4).
003790     CALL "CLNTRLOG" USING CLNTRLOGREC.
003800 9850-EXIT.
003810     EXIT.

000219*                      REASON (05) IN ITS OWN BUCKET.
000221* 09/02/26   JMELTON   COUNTED THE NEW REACTIVE OPERATION
000222*                      AND MASS CHANGE REASON (06).
000223* 10/15/26   JMELTON   COUNTED CLNTRVRS REVERSE ENTRIES AND
000224*                      FLAGGED EACH ONE ON THE DETAIL.
000225* 10/15/26   JMELTON   COUNTED AND FLAGGED PROCCLNT REFUSED
000226*                      ENTRIES (MENU OPTION NOT ON THE
000227*                      OPERATOR'S PROFILE) AND ADDED THE USER
000228*                      ID TO THE FLAGGED DETAIL.
000229* 10/15/26   JMELTON   FEED CHANGES NOW CARRY THEIR FEED
000231*                      SOURCE (SEE CLNTSRCP) INSTEAD OF BATCH -
000232*                      COUNTED ONE LINE PER SENDER AND HELD TO
000233*                      THE SAME OVERNIGHT-WINDOW CHECK AS
000234*                      BATCH.
000235* 10/15/26   JMELTON   COUNTED THE NEW SEASONAL ADDRESS
000236*                      SWITCH REASON (07).
000237* 10/15/26   JMELTON   COUNTED CLNTERAS ERASE ENTRIES AND
000238*                      FLAGGED EACH ONE ON THE DETAIL.
000239* 10/15/26   JMELTON   LOGS ITS START AND END, RETURN CODE AND
000240*                      KEY COUNTS TO THE RUNHIST RUN HISTORY
000241*                      THROUGH CLNTRLOG.
000242* 10/15/26   JMELTON   NCOA CHANGE-OF-ADDRESS ENTRIES STAMPED
000243*                      IN DAYLIGHT HOURS ARE FLAGGED LIKE ANY
000244*                      OTHER BATCH SOURCE.
000245* 10/15/26   JMELTON   SUMMARY PAGE-BREAK ALLOWANCE NOW
000246*                      COVERS EVERY SUMMARY LINE, ONE PER
000248*                      FEED SENDER INCLUDED.
000250*****************************************************
000253 ENVIRONMENT DIVISION.
000255 INPUT-OUTPUT SECTION.
000258 FILE-CONTROL.
000260     SELECT OPTIONAL AUDITFL ASSIGN TO AS-AUDITFL
000270         ORGANIZATION IS SEQUENTIAL
000280         FILE STATUS IS AUDR-AUDITFL-STATUS.
000663     05  AUDR-OP-CLOSE       PIC 9(07) VALUE ZERO.
000665     05  AUDR-OP-MERGE       PIC 9(07) VALUE ZERO.
000667     05  AUDR-OP-REACT       PIC 9(07) VALUE ZERO.
000668     05  AUDR-OP-REVERSE     PIC 9(07) VALUE ZERO.
000670     05  AUDR-OP-RESTORE     PIC 9(07) VALUE ZERO.
000675     05  AUDR-OP-REFUSED     PIC 9(07) VALUE ZERO.
000677     05  AUDR-OP-ERASE       PIC 9(07) VALUE ZERO.
000680     05  AUDR-OP-OTHER       PIC 9(07) VALUE ZERO.
000690     05  AUDR-RSN-ADDR       PIC 9(07) VALUE ZERO.
000700     05  AUDR-RSN-NAME       PIC 9(07) VALUE ZERO.
000720     05  AUDR-RSN-CLOSURE    PIC 9(07) VALUE ZERO.
000725     05  AUDR-RSN-CONTACT    PIC 9(07) VALUE ZERO.
000726     05  AUDR-RSN-MASS       PIC 9(07) VALUE ZERO.
000728     05  AUDR-RSN-SEASON     PIC 9(07) VALUE ZERO.
000730     05  AUDR-RSN-OTHER      PIC 9(07) VALUE ZERO.
000740     05  AUDR-SRC-BATCH      PIC 9(07) VALUE ZERO.
000750     05  AUDR-SRC-TERM       PIC 9(07) VALUE ZERO.
000780     05  AUDR-LINE-COUNT     PIC 9(03) VALUE ZERO.
000790     05  AUDR-PAGE-COUNT     PIC 9(03) VALUE ZERO.
000800 01  AUDR-TODAY              PIC 9(08) VALUE ZERO.
000801****ENTRIES BY FEED SENDER, IN PRECEDENCE-TABLE ORDER.
000803****THE OCCURS MUST MATCH SRCP-ENTRY-MAX - SEE CLNTSRCP.
000804 01  AUDR-SRC-FEED-TABLE     COMP.
000806     05  AUDR-SRC-FEED       PIC 9(07) VALUE ZERO
000807                             OCCURS 2 TIMES.
000809     COPY CLNTSRCP.
000810 01  AUDR-PARM-DATE          PIC X(08) VALUE SPACES.
000820 01  AUDR-REPORT-DATE        PIC 9(08) VALUE ZERO.
000830 01  AUDR-PAGE-HDR-1.
001100     05  AUDR-FD-TIME        PIC 9(08).
001110     05  FILLER              PIC X(05) VALUE ' RSN '.
001120     05  AUDR-FD-RSNCD       PIC X(02).
001123     05  FILLER              PIC X(04) VALUE ' BY '.
001126     05  AUDR-FD-USERID      PIC X(08).
001130     05  FILLER              PIC X(39) VALUE SPACES.
001132****CALL PARAMETER RECORD PASSED TO THE RUN-HISTORY LOGGING
001135****MODULE.  SEE CLNTRLGP.
001137     COPY CLNTRLGP.
001140 PROCEDURE DIVISION.
001150 0000-MAINLINE.
001155     PERFORM 9800-LOG-START THRU 9800-EXIT.
001160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001170     PERFORM 2000-PROCESS-AUDIT THRU 2000-EXIT
001180         UNTIL AUDR-AUDIT-EOF-YES.
001190     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001195     PERFORM 9850-LOG-END THRU 9850-EXIT.
001200     STOP RUN.
001210 1000-INITIALIZE.
001220     ACCEPT AUDR-TODAY FROM DATE YYYYMMDD.
002066         ADD 1 TO AUDR-OP-MERGE
002067     ELSE IF AUD-OPERATION = 'REACTIVE'
002068         ADD 1 TO AUDR-OP-REACT
002069     ELSE IF AUD-OPERATION = 'REVERSE'
002071         ADD 1 TO AUDR-OP-REVERSE
002075     ELSE IF AUD-OPERATION = 'RESTORE'
002080         ADD 1 TO AUDR-OP-RESTORE
002085     ELSE IF AUD-OPERATION = 'REFUSED'
002087         ADD 1 TO AUDR-OP-REFUSED
002088     ELSE IF AUD-OPERATION = 'ERASE'
002089         ADD 1 TO AUDR-OP-ERASE
002090     ELSE
002100         ADD 1 TO AUDR-OP-OTHER
002110     END-IF.
002222     ELSE IF AUD-RSNCD = '05'
002224         ADD 1 TO AUDR-RSN-CONTACT
002226     ELSE IF AUD-RSNCD = '06'
002227         ADD 1 TO AUDR-RSN-MASS
002228     ELSE IF AUD-RSNCD = '07'
002229         ADD 1 TO AUDR-RSN-SEASON
002230     ELSE
002240         ADD 1 TO AUDR-RSN-OTHER
002250     END-IF.
002310     ELSE IF AUD-SOURCE = 'TERM'
002320         ADD 1 TO AUDR-SRC-TERM
002330     ELSE
002340         SET SRCP-IDX TO 1
002342         SEARCH SRCP-ENTRY
002344             AT END
002346                 ADD 1 TO AUDR-SRC-OTHER
002348             WHEN SRCP-SOURCE (SRCP-IDX) = AUD-SOURCE
002349                 ADD 1 TO AUDR-SRC-FEED (SRCP-IDX)
002351         END-SEARCH
002352     END-IF.
002360 2500-EXIT.
002370     EXIT.
002380*****************************************************
002400* DELETE OR REWRITE (CHANGES THE UPSTREAM FEED NEVER
002410* SAW), AND ANY BATCH OPERATION STAMPED IN DAYLIGHT
002420* HOURS, OUTSIDE THE OVERNIGHT WINDOW.
002423* EVERY CLNTRVRS REVERSAL IS FLAGGED AS WELL - A CHANGE
002424* BACKED OUT AFTER THE FACT IS ALWAYS WORTH A SECOND LOOK.
002425* SO IS EVERY REFUSED ATTEMPT - AN OPERATOR TRYING A
002427* MENU OPTION THEIR PROFILE DOES NOT ALLOW.
002428* AND EVERY CLNTERAS ERASURE, SO THE REPORT SHOWS WHEN A
002429* CLIENT'S PERSONAL DATA WAS TAKEN OFF THE FILES.
002430*****************************************************
002440 2600-FLAG-UNUSUAL.
002450     MOVE 'N' TO AUDR-FLAG-SW.
002460     MOVE SPACES TO AUDR-FD-FLAG.
002465     IF AUD-OPERATION = 'REFUSED'
002466         MOVE AUD-CLNTLNAME TO AUDR-FD-FLAG
002467         MOVE 'Y' TO AUDR-FLAG-SW
002468     ELSE IF AUD-OPERATION = 'REVERSE'
002472         MOVE 'CHANGE REVERSED' TO AUDR-FD-FLAG
002474         MOVE 'Y' TO AUDR-FLAG-SW
002475     ELSE IF AUD-OPERATION = 'ERASE'
002476         MOVE 'PERSONAL DATA ERASED' TO AUDR-FD-FLAG
002477         MOVE 'Y' TO AUDR-FLAG-SW
002479     ELSE IF AUD-SOURCE = 'TERM'
002480             AND (AUD-OPERATION = 'DELETE'
002482                 OR AUD-OPERATION = 'CLOSE'
002485                 OR AUD-OPERATION = 'MERGE'
002490                 OR AUD-OPERATION = 'REWRITE')
002500         MOVE 'TERMINAL CHANGE TO MASTER' TO AUDR-FD-FLAG
002510         MOVE 'Y' TO AUDR-FLAG-SW
002520     ELSE IF (AUD-SOURCE = 'BATCH'
002525                 OR AUD-SOURCE (1:4) = 'FEED'
002526                 OR AUD-SOURCE = 'NCOA')
002530             AND AUD-TIME > AUDR-DAY-START
002540             AND AUD-TIME < AUDR-DAY-END
002550         MOVE 'BATCH RUN OUTSIDE WINDOW' TO AUDR-FD-FLAG
002670     MOVE AUD-SOURCE    TO AUDR-FD-SOURCE.
002680     MOVE AUD-TIME      TO AUDR-FD-TIME.
002690     MOVE AUD-RSNCD     TO AUDR-FD-RSNCD.
002695     MOVE AUD-USERID    TO AUDR-FD-USERID.
002700     MOVE ' ' TO AUDR-CTL.
002710     MOVE AUDR-FLAG-DETAIL TO AUDR-TEXT.
002720     WRITE AUDR-LINE-REC.
002840     ADD 1 TO AUDR-LINE-COUNT.
002850 2700-EXIT.
002860     EXIT.
002861 2750-WRITE-FEED-SOURCE.
002862     MOVE SPACES TO AUDR-SL-LABEL.
002863     STRING 'FEED SENDER ' SRCP-SOURCE (SRCP-IDX)
002864         DELIMITED BY SIZE INTO AUDR-SL-LABEL.
002865     MOVE AUDR-SRC-FEED (SRCP-IDX) TO AUDR-SL-COUNT.
002866     PERFORM 2700-WRITE-SUMMARY-LINE THRU 2700-EXIT.
002867 2750-EXIT.
002868     EXIT.
002870 3000-TERMINATE.
002875****THE SUMMARY IS 31 LINES PLUS ONE PER FEED SENDER - KEEP
002880****IT ON ONE PAGE.
002885     IF AUDR-LINE-COUNT + 31 + SRCP-ENTRY-MAX > AUDR-MAX-LINES
002890         PERFORM 2210-WRITE-HEADINGS THRU 2210-EXIT
002900     END-IF.
002910     MOVE ' ' TO AUDR-CTL.
003058     MOVE 'REACTIVATIONS' TO AUDR-SL-LABEL.
003059     MOVE AUDR-OP-REACT TO AUDR-SL-COUNT.
003061     PERFORM 2700-WRITE-SUMMARY-LINE THRU 2700-EXIT.
003062     MOVE 'REVERSALS' TO AUDR-SL-LABEL.
003063     MOVE AUDR-OP-REVERSE TO AUDR-SL-COUNT.
003064     PERFORM 2700-WRITE-SUMMARY-LINE THRU 2700-EXIT.
003067     MOVE 'RESTORES' TO AUDR-SL-LABEL.
003070     MOVE AUDR-OP-RESTORE TO AUDR-SL-COUNT.
003080     PERFORM 2700-WRITE-SUMMARY-LINE THRU 2700-EXIT.
003083     MOVE 'REFUSED ATTEMPTS' TO AUDR-SL-LABEL.
003085     MOVE AUDR-OP-REFUSED TO AUDR-SL-COUNT.
003086     PERFORM 2700-WRITE-SUMMARY-LINE THRU 2700-EXIT.
003087     MOVE 'PERSONAL DATA ERASURES' TO AUDR-SL-LABEL.
003088     MOVE AUDR-OP-ERASE TO AUDR-SL-COUNT.
003089     PERFORM 2700-WRITE-SUMMARY-LINE THRU 2700-EXIT.
003090     MOVE 'OTHER OPERATIONS' TO AUDR-SL-LABEL.
003100     MOVE AUDR-OP-OTHER TO AUDR-SL-COUNT.
003110     PERFORM 2700-WRITE-SUMMARY-LINE THRU 2700-EXIT.
003250     MOVE 'ACCOUNT CLOSURE (04)' TO AUDR-SL-LABEL.
003260     MOVE AUDR-RSN-CLOSURE TO AUDR-SL-COUNT.
003270     PERFORM 2700-WRITE-SUMMARY-LINE THRU 2700-EXIT.
003271     MOVE 'CONTACT CHANGE (05)' TO AUDR-SL-LABEL.
003272     MOVE AUDR-RSN-CONTACT TO AUDR-SL-COUNT.
003273     PERFORM 2700-WRITE-SUMMARY-LINE THRU 2700-EXIT.
003274     MOVE 'MASS CHANGE (06)' TO AUDR-SL-LABEL.
003275     MOVE AUDR-RSN-MASS TO AUDR-SL-COUNT.
003276     PERFORM 2700-WRITE-SUMMARY-LINE THRU 2700-EXIT.
003277     MOVE 'SEASONAL ADDRESS SWITCH (07)' TO AUDR-SL-LABEL.
003278     MOVE AUDR-RSN-SEASON TO AUDR-SL-COUNT.
003279     PERFORM 2700-WRITE-SUMMARY-LINE THRU 2700-EXIT.
003280     MOVE 'OTHER/UNCODED' TO AUDR-SL-LABEL.
003290     MOVE AUDR-RSN-OTHER TO AUDR-SL-COUNT.
003380     MOVE 'TERMINAL' TO AUDR-SL-LABEL.
003390     MOVE AUDR-SRC-TERM TO AUDR-SL-COUNT.
003400     PERFORM 2700-WRITE-SUMMARY-LINE THRU 2700-EXIT.
003405     PERFORM 2750-WRITE-FEED-SOURCE THRU 2750-EXIT
003406         VARYING SRCP-IDX FROM 1 BY 1
003407         UNTIL SRCP-IDX > SRCP-ENTRY-MAX.
003410     MOVE 'OTHER SOURCE' TO AUDR-SL-LABEL.
003420     MOVE AUDR-SRC-OTHER TO AUDR-SL-COUNT.
003430     PERFORM 2700-WRITE-SUMMARY-LINE THRU 2700-EXIT.
003540     DISPLAY "CLNTAUDR - ENTRIES THIS DAY  = " AUDR-TODAY-COUNT.
003550     DISPLAY "CLNTAUDR - OTHER-DAY ENTRIES = " AUDR-SKIP-COUNT.
003560     DISPLAY "CLNTAUDR - FLAGGED UNUSUAL   = " AUDR-FLAG-COUNT.
003565     DISPLAY "CLNTAUDR - REFUSED ATTEMPTS  = " AUDR-OP-REFUSED.
003570     MOVE ZERO TO RETURN-CODE.
003580 3000-EXIT.
003590     EXIT.
003600*****************************************************
003610* RUN-HISTORY START AND END RECORDS FOR THIS STEP - SEE
003620* CLNTRLOG.  THE END RECORD CARRIES THE RETURN CODE SET
003630* ABOVE AND THE STEP'S KEY COUNTS.
003640*****************************************************
003650 9800-LOG-START.
003660     INITIALIZE CLNTRLOGREC.
003670     MOVE 'CLNTAUDR' TO RLOG-PROGRAM.
003680     MOVE 'S' TO RLOG-EVENT.
003690     CALL "CLNTRLOG" USING CLNTRLOGREC.
003700 9800-EXIT.
003710     EXIT.
003720 9850-LOG-END.
003730     MOVE 'E'              TO RLOG-EVENT.
003740     MOVE RETURN-CODE      TO RLOG-RC.
003750     MOVE 'ENTRIES'        TO RLOG-CNT-LABEL (1).
003760     MOVE AUDR-TODAY-COUNT TO RLOG-CNT-VALUE (1).
003770     MOVE 'FLAGGED'        TO RLOG-CNT-LABEL (2).
003780     MOVE AUDR-FLAG-COUNT  TO RLOG-CNT-VALUE (2).
003790     MOVE 'REFUSED'        TO RLOG-CNT-LABEL (3).
003800     MOVE AUDR-OP-REFUSED  TO RLOG-CNT-VALUE (3).
003810     CALL "CLNTRLOG" USING CLNTRLOGREC.
003820 9850-EXIT.
003830     EXIT.

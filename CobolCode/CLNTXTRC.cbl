000284*                      EMAIL ON EVERY DETAIL RECORD - LRECL
000286*                      258, SEE CLNTXREC FOR THE CONSUMER
000288*                      NOTICE.
000290* 10/15/26   JMELTON   LOGS ITS START AND END, RETURN CODE AND
000293*                      KEY COUNTS TO THE RUNHIST RUN HISTORY
000295*                      THROUGH CLNTRLOG.
000297*****************************************************
000298 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT DEMO ASSIGN TO AS-CLNTFILE
000600****TRAILER HASH TOTAL.
000610     05  XTR-HASH-TOTAL        PIC 9(13) VALUE ZERO.
000620 01  XTR-RUN-DATE              PIC 9(08) VALUE ZERO.
000622****CALL PARAMETER RECORD PASSED TO THE RUN-HISTORY LOGGING
000625****MODULE.  SEE CLNTRLGP.
000627     COPY CLNTRLGP.
000630 PROCEDURE DIVISION.
000640 0000-MAINLINE.
000645     PERFORM 9800-LOG-START THRU 9800-EXIT.
000650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000660     PERFORM 2000-PROCESS-CLIENT THRU 2000-EXIT
000670         UNTIL XTR-DEMO-EOF-YES.
000680     PERFORM 3000-TERMINATE THRU 3000-EXIT.
000685     PERFORM 9850-LOG-END THRU 9850-EXIT.
000690     STOP RUN.
000700 1000-INITIALIZE.
000710     OPEN INPUT DEMO.
001600     MOVE ZERO TO RETURN-CODE.
001610 3000-EXIT.
001620     EXIT.
001630*****************************************************
001640* RUN-HISTORY START AND END RECORDS FOR THIS STEP - SEE
001650* CLNTRLOG.  THE END RECORD CARRIES THE RETURN CODE SET
001660* ABOVE AND THE STEP'S KEY COUNTS.
001670*****************************************************
001680 9800-LOG-START.
001690     INITIALIZE CLNTRLOGREC.
001700     MOVE 'CLNTXTRC' TO RLOG-PROGRAM.
001710     MOVE 'S' TO RLOG-EVENT.
001720     CALL "CLNTRLOG" USING CLNTRLOGREC.
001730 9800-EXIT.
001740     EXIT.
001750 9850-LOG-END.
001760     MOVE 'E'              TO RLOG-EVENT.
001770     MOVE RETURN-CODE      TO RLOG-RC.
001780     MOVE 'EXTRACTED'      TO RLOG-CNT-LABEL (1).
001790     MOVE XTR-CLIENT-COUNT TO RLOG-CNT-VALUE (1).
001800     CALL "CLNTRLOG" USING CLNTRLOGREC.
001810 9850-EXIT.
001820     EXIT.

000200*
000210* DATE       AUTHOR    DESCRIPTION
000220* 09/02/26   JMELTON   INITIAL VERSION
000222* 10/15/26   JMELTON   LOGS ITS START, END, FUNCTION AND
000225*                      RETURN CODE TO THE RUNHIST RUN HISTORY
000227*                      THROUGH CLNTRLOG.
000230*****************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000420     88  LOCK-FUNC-CLEAR                VALUE 'CLEAR   '.
000430     88  LOCK-FUNC-SHOW                 VALUE 'SHOW    '.
000440 01  LOCK-HOLDER-IN            PIC X(08) VALUE SPACES.
000442****CALL PARAMETER RECORD PASSED TO THE RUN-HISTORY LOGGING
000445****MODULE.  SEE CLNTRLGP.
000447     COPY CLNTRLGP.
000450 PROCEDURE DIVISION.
000460 0000-MAINLINE.
000465     PERFORM 9800-LOG-START THRU 9800-EXIT.
000470     DISPLAY "ENTER FUNCTION - SET, CLEAR OR SHOW".
000480     ACCEPT LOCK-FUNCTION.
000490     IF LOCK-FUNC-SET
000560         DISPLAY "CLNTLOCK - INVALID FUNCTION " LOCK-FUNCTION
000570         MOVE 8 TO RETURN-CODE
000580     END-IF.
000585     PERFORM 9850-LOG-END THRU 9850-EXIT.
000590     STOP RUN.
000600 1000-SET-LOCK.
000610     DISPLAY "ENTER HOLDER NAME (BLANK = CLNTNITE)".
001420     MOVE ZERO TO RETURN-CODE.
001430 3000-EXIT.
001440     EXIT.
001450*****************************************************
001460* RUN-HISTORY START AND END RECORDS FOR THIS STEP - SEE
001470* CLNTRLOG.  THE END RECORD CARRIES THE RETURN CODE SET
001480* ABOVE AND THE FUNCTION RUN.
001490*****************************************************
001500 9800-LOG-START.
001510     INITIALIZE CLNTRLOGREC.
001520     MOVE 'CLNTLOCK' TO RLOG-PROGRAM.
001530     MOVE 'S' TO RLOG-EVENT.
001540     CALL "CLNTRLOG" USING CLNTRLOGREC.
001550 9800-EXIT.
001560     EXIT.
001570 9850-LOG-END.
001580     MOVE 'E'           TO RLOG-EVENT.
001590     MOVE RETURN-CODE   TO RLOG-RC.
001600     MOVE LOCK-FUNCTION TO RLOG-QUAL.
001610     CALL "CLNTRLOG" USING CLNTRLOGREC.
001620 9850-EXIT.
001630     EXIT.

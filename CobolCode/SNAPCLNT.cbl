000190*                      SNAPSHOT SO CMPRCLNT CAN SKIP CLIENTS
000200*                      ALREADY CLOSED.
000210* 08/22/26   JMELTON   APPENDED THE SNAPPED TOTAL TO THE
000212*                      RUNCTL RUN-CONTROL DATASET SO CLNTBAL
000214*                      CAN PROVE THE WINDOW BALANCES.
000216* 09/02/26   JMELTON   CARRIED THE NEW CONTACT PHONE AND
000218*                      EMAIL INTO THE SNAPSHOT SO CMPRCLNT
000220*                      CAN DETECT CONTACT CHANGES.
000222* 09/02/26   JMELTON   CARRIED THE TERMINAL OVERRIDE FLAG
000224*                      INTO THE SNAPSHOT SO CMPRCLNT CAN
000226*                      HONOR IT.
000228* 10/15/26   JMELTON   LOGS ITS START AND END, RETURN CODE AND
000230*                      KEY COUNTS TO THE RUNHIST RUN HISTORY
000232*                      THROUGH CLNTRLOG.
000234* 10/15/26   JMELTON   CARRIED THE OVERRIDE'S PER-GROUP
000236*                      RELEASE BYTES INTO THE SNAPSHOT.
000240*****************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000630 01  SNAP-COUNTERS          COMP.
000640     05  SNAP-CLIENT-COUNT     PIC 9(07) VALUE ZERO.
000650 01  SNAP-TODAY                PIC 9(08) VALUE ZERO.
000652****CALL PARAMETER RECORD PASSED TO THE RUN-HISTORY LOGGING
000655****MODULE.  SEE CLNTRLGP.
000657     COPY CLNTRLGP.
000660 PROCEDURE DIVISION.
000670 0000-MAINLINE.
000675     PERFORM 9800-LOG-START THRU 9800-EXIT.
000680     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000690     PERFORM 2000-PROCESS-CLIENT THRU 2000-EXIT
000700         UNTIL SNAP-DEMO-EOF-YES.
000710     PERFORM 3000-TERMINATE THRU 3000-EXIT.
000715     PERFORM 9850-LOG-END THRU 9850-EXIT.
000720     STOP RUN.
000730 1000-INITIALIZE.
000740     OPEN INPUT DEMO.
001232     MOVE OCLNTPHONE  TO SNAP-CLNTPHONE.
001234     MOVE OCLNTEMAIL  TO SNAP-CLNTEMAIL.
001236     MOVE OCLNTOVRD   TO SNAP-CLNTOVRD.
001238     MOVE OCLNTOVRD-GRPS TO SNAP-CLNTOVRD-GRPS.
001240     WRITE SNAPCLNTREC.
001250     IF NOT SNAP-SNAPFL-STATUS-OK
001260         DISPLAY "SNAPCLNT - WRITE ERROR ON SNAPFL, STATUS = "
001590     CLOSE RUNCTL.
001600 3100-EXIT.
001610     EXIT.
001620*****************************************************
001630* RUN-HISTORY START AND END RECORDS FOR THIS STEP - SEE
001640* CLNTRLOG.  THE END RECORD CARRIES THE RETURN CODE SET
001650* ABOVE AND THE STEP'S KEY COUNTS.
001660*****************************************************
001670 9800-LOG-START.
001680     INITIALIZE CLNTRLOGREC.
001690     MOVE 'SNAPCLNT' TO RLOG-PROGRAM.
001700     MOVE 'S' TO RLOG-EVENT.
001710     CALL "CLNTRLOG" USING CLNTRLOGREC.
001720 9800-EXIT.
001730     EXIT.
001740 9850-LOG-END.
001750     MOVE 'E'               TO RLOG-EVENT.
001760     MOVE RETURN-CODE       TO RLOG-RC.
001770     MOVE 'SNAPPED'         TO RLOG-CNT-LABEL (1).
001780     MOVE SNAP-CLIENT-COUNT TO RLOG-CNT-VALUE (1).
001790     CALL "CLNTRLOG" USING CLNTRLOGREC.
001800 9850-EXIT.
001810     EXIT.

000370*                      WITH A GRAND TOTAL.
000374* 09/02/26   JMELTON   CLIENT NUMBER WIDENED 9(05) TO 9(09)
000377*                      IN STEP WITH THE COPYBOOKS.
000378* 10/15/26   JMELTON   LOGS ITS START AND END, RETURN CODE AND
000379*                      KEY COUNTS TO THE RUNHIST RUN HISTORY
000380*                      THROUGH CLNTRLOG.
000385*****************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
002320     05  FILLER               PIC X(02) VALUE SPACES.
002330     05  RPT-TL-COUNT         PIC ZZZ,ZZ9.
002340     05  FILLER               PIC X(94) VALUE SPACES.
002342****CALL PARAMETER RECORD PASSED TO THE RUN-HISTORY LOGGING
002345****MODULE.  SEE CLNTRLGP.
002347     COPY CLNTRLGP.
002350 PROCEDURE DIVISION.
002360 0000-MAINLINE.
002365     PERFORM 9800-LOG-START THRU 9800-EXIT.
002370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002380     SORT SRTWORK
002390         ON ASCENDING KEY SRT-SORTKEY
002400         INPUT PROCEDURE 1200-SORT-INPUT THRU 1200-EXIT
002410         OUTPUT PROCEDURE 1400-SORT-OUTPUT THRU 1400-EXIT.
002420     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002425     PERFORM 9850-LOG-END THRU 9850-EXIT.
002430     STOP RUN.
002440 1000-INITIALIZE.
002450     ACCEPT RPT-TODAY FROM DATE YYYYMMDD.
005750     WRITE RPT-LINE-REC.
005760 3100-EXIT.
005770     EXIT.
005780*****************************************************
005790* RUN-HISTORY START AND END RECORDS FOR THIS STEP - SEE
005800* CLNTRLOG.  THE END RECORD CARRIES THE RETURN CODE SET
005810* ABOVE AND THE STEP'S KEY COUNTS.
005820*****************************************************
005830 9800-LOG-START.
005840     INITIALIZE CLNTRLOGREC.
005850     MOVE 'CLNTRPT' TO RLOG-PROGRAM.
005860     MOVE 'S' TO RLOG-EVENT.
005870     CALL "CLNTRLOG" USING CLNTRLOGREC.
005880 9800-EXIT.
005890     EXIT.
005900 9850-LOG-END.
005910     MOVE 'E'              TO RLOG-EVENT.
005920     MOVE RETURN-CODE      TO RLOG-RC.
005930     MOVE 'READ'           TO RLOG-CNT-LABEL (1).
005940     MOVE RPT-READ-COUNT   TO RLOG-CNT-VALUE (1).
005950     MOVE 'REPORTED'       TO RLOG-CNT-LABEL (2).
005960     MOVE RPT-CLIENT-COUNT TO RLOG-CNT-VALUE (2).
005970     MOVE 'PAGES'          TO RLOG-CNT-LABEL (3).
005980     MOVE RPT-PAGE-COUNT   TO RLOG-CNT-VALUE (3).
005990     CALL "CLNTRLOG" USING CLNTRLOGREC.
006000 9850-EXIT.
006010     EXIT.

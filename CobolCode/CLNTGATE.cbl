000220*      (THE DELETES CMPRCLNT WOULD PROJECT) DO NOT
000230*      EXCEED THE TOLERANCE PERCENTAGE OF THE MASTER.
000240*      AN EMPTY MASTER (INITIAL LOAD) SKIPS THIS CHECK.
000242*      SO DOES A SENDER THAT DOES NOT OWN THE CLIENT
000244*      LIFECYCLE - CMPRCLNT NEVER DELETES FOR IT.
000246* THE SENDER IS KEYED ON SYSIN (SEE CLNTSRCP); EACH
000248* SENDER'S JOB STEP POINTS AT ITS OWN FEED, CONTROL AND
000249* GATESTAT DATASETS.
000250*
000260* DATE       AUTHOR    DESCRIPTION
000262* 08/22/26   JMELTON   INITIAL VERSION, AFTER THE JUNE
000284*                      LIVING ONLY IN SYSOUT.
000286* 09/02/26   JMELTON   CLIENT NUMBER WIDENED 9(05) TO 9(09)
000288*                      IN STEP WITH THE COPYBOOKS.
000289* 10/15/26   JMELTON   ONE GATE PER FEED SENDER - THE SENDER
000290*                      IS KEYED ON SYSIN (BLANK = FEEDMAIN)
000291*                      AND STAMPED ON GATESTAT.  THE DELETE
000292*                      TOLERANCE ONLY APPLIES TO THE SENDER
000293*                      THAT OWNS THE CLIENT LIFECYCLE.
000295* 10/15/26   JMELTON   LOGS ITS START AND END, RETURN CODE AND
000296*                      KEY COUNTS TO THE RUNHIST RUN HISTORY
000297*                      THROUGH CLNTRLOG.
000299*****************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000944****SEQ, CTL, CNT OR TOL; SPACES WHEN THE FEED PASSED.
000946 01  GATE-FAIL-CODE          PIC X(04) VALUE SPACES.
000948 01  GATE-TODAY              PIC 9(08) VALUE ZERO.
000949****FEED SENDER THIS GATE IS FOR, KEYED ON SYSIN, AND ITS
000950****PRECEDENCE ENTRY.
000951 01  GATE-SOURCE-IN          PIC X(08) VALUE SPACES.
000952     COPY CLNTSRCP.
000954****CALL PARAMETER RECORD PASSED TO THE RUN-HISTORY LOGGING
000957****MODULE.  SEE CLNTRLGP.
000958     COPY CLNTRLGP.
000959 PROCEDURE DIVISION.
000960 0000-MAINLINE.
000965     PERFORM 9800-LOG-START THRU 9800-EXIT.
000970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000980     PERFORM 2000-MATCH-MERGE THRU 2000-EXIT
000990         UNTIL GATE-FEED-EOF-YES AND GATE-DEMO-EOF-YES.
001000     PERFORM 3000-CHECK-TOTALS THRU 3000-EXIT.
001010     PERFORM 4000-TERMINATE THRU 4000-EXIT.
001015     PERFORM 9850-LOG-END THRU 9850-EXIT.
001020     STOP RUN.
001030 1000-INITIALIZE.
001035     PERFORM 1100-SELECT-SOURCE THRU 1100-EXIT.
001040     OPEN INPUT FEEDFL.
001050     IF NOT GATE-FEEDFL-OK
001060         DISPLAY "CLNTGATE - UNABLE TO OPEN FEEDFL, STATUS = "
001200     PERFORM 2200-READ-DEMO THRU 2200-EXIT.
001210 1000-EXIT.
001220     EXIT.
001221*****************************************************
001222* PICKS UP THE SENDER FROM SYSIN AND FINDS ITS ENTRY ON
001223* THE PRECEDENCE TABLE.  BLANK IS THE PRIMARY SENDER.  A
001224* CODE NOT ON THE TABLE STOPS THE JOB - THE GATE CANNOT
001225* SAY WHOSE FEED IT IS LOOKING AT.
001226*****************************************************
001227 1100-SELECT-SOURCE.
001228     ACCEPT GATE-SOURCE-IN.
001229     SET SRCP-IDX TO 1.
001230     IF GATE-SOURCE-IN = SPACES
001231         MOVE SRCP-SOURCE (SRCP-IDX) TO GATE-SOURCE-IN
001232     END-IF.
001233     SEARCH SRCP-ENTRY
001234         AT END
001235             DISPLAY "CLNTGATE - UNKNOWN FEED SOURCE "
001236                 GATE-SOURCE-IN
001237             MOVE 16 TO RETURN-CODE
001238             STOP RUN
001239         WHEN SRCP-SOURCE (SRCP-IDX) = GATE-SOURCE-IN
001240             CONTINUE
001241     END-SEARCH.
001242     DISPLAY "CLNTGATE - FEED SOURCE       = " GATE-SOURCE-IN.
001243 1100-EXIT.
001244     EXIT.
001246 1500-READ-CONTROL.
001248     OPEN INPUT FEEDCTL.
001250     IF NOT GATE-FEEDCTL-OK AND NOT GATE-FEEDCTL-NOFILE
001260         DISPLAY "CLNTGATE - UNABLE TO OPEN FEEDCTL, STATUS = "
001270             GATE-FEEDCTL-STATUS
002330             "SKIPPED (INITIAL LOAD)"
002340         GO TO 3000-EXIT
002350     END-IF.
002352     IF SRCP-OWNS-LIFE (SRCP-IDX) NOT = 'Y'
002354         DISPLAY "CLNTGATE - SOURCE DOES NOT OWN THE CLIENT "
002356             "LIFECYCLE - DELETE CHECK SKIPPED"
002358         GO TO 3000-EXIT
002359     END-IF.
002360     COMPUTE GATE-DEL-HUNDRED = GATE-DELETE-COUNT * 100.
002370     COMPUTE GATE-TOL-LIMIT =
002380         GATE-MASTER-COUNT * GATE-DELETE-TOL-PCT.
002910     MOVE GATE-CONTROL-COUNT TO GSTA-CTL-COUNT.
002920     MOVE GATE-MASTER-COUNT  TO GSTA-MAST-COUNT.
002930     MOVE GATE-DELETE-COUNT  TO GSTA-DEL-COUNT.
002935     MOVE GATE-SOURCE-IN     TO GSTA-SOURCE.
002940     WRITE GSTAREC.
002950     IF NOT GATE-GSTA-OK
002960         DISPLAY "CLNTGATE - WRITE ERROR ON GATESTAT, "
002990     CLOSE GATESTAT.
003000 4500-EXIT.
003010     EXIT.
003020*****************************************************
003030* RUN-HISTORY START AND END RECORDS FOR THIS STEP - SEE
003040* CLNTRLOG.  THE END RECORD CARRIES THE RETURN CODE SET
003050* ABOVE AND THE STEP'S KEY COUNTS.
003060*****************************************************
003070 9800-LOG-START.
003080     INITIALIZE CLNTRLOGREC.
003090     MOVE 'CLNTGATE' TO RLOG-PROGRAM.
003100     MOVE 'S' TO RLOG-EVENT.
003110     CALL "CLNTRLOG" USING CLNTRLOGREC.
003120 9800-EXIT.
003130     EXIT.
003140 9850-LOG-END.
003150     MOVE 'E'                TO RLOG-EVENT.
003160     MOVE RETURN-CODE        TO RLOG-RC.
003170     MOVE GATE-SOURCE-IN     TO RLOG-QUAL.
003180     MOVE GATE-FAIL-CODE     TO RLOG-FLAG.
003190     MOVE 'FEED'             TO RLOG-CNT-LABEL (1).
003200     MOVE GATE-FEED-COUNT    TO RLOG-CNT-VALUE (1).
003210     MOVE 'CONTROL'          TO RLOG-CNT-LABEL (2).
003220     MOVE GATE-CONTROL-COUNT TO RLOG-CNT-VALUE (2).
003230     MOVE 'MASTER'           TO RLOG-CNT-LABEL (3).
003240     MOVE GATE-MASTER-COUNT  TO RLOG-CNT-VALUE (3).
003250     MOVE 'DELETES'          TO RLOG-CNT-LABEL (4).
003260     MOVE GATE-DELETE-COUNT  TO RLOG-CNT-VALUE (4).
003270     CALL "CLNTRLOG" USING CLNTRLOGREC.
003280 9850-EXIT.
003290     EXIT.

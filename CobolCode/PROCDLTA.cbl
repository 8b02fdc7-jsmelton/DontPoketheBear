000395*                      ACROSS THE WHOLE BATCH RUN - THE NEW
000400*                      PROCESS-99 SHUTDOWN CALL AT
000405*                      TERMINATION CLOSES THEM.
000406* 10/15/26   JMELTON   CLEARS PARM-APRV-SW ON EVERY CALL -
000407*                      ONLY CLNTAPRV SETS IT.
000408* 10/15/26   JMELTON   PASSES A BLANK PARM-USERID SO FEED
000409*                      CHANGES CARRY NO OPERATOR ID.
000410* 10/15/26   JMELTON   THE OPTIONAL NCOAFL FILE OF POSTAL
000411*                      CHANGE-OF-ADDRESS REWRITES FROM CLNTNCOA
000412*                      IS SWEPT WHOLE AT THE START OF THE RUN,
000413*                      THE SAME WAY AS RCYCFL, AND ITS COUNT
000414*                      GOES ON RUNCTL FOR CLNTBAL.
000415* 10/15/26   JMELTON   PASSES THE FEED SOURCE AND FIELD-
000417*                      GROUP FLAGS ON EACH TRANSACTION THROUGH
000419*                      TO PROCCLNT, WHICH APPLIES ONLY THE
000420*                      GROUPS THE SENDER OWNS.  DELTAFL IS NOW
000422*                      ONE DELTA PER FEED SENDER, CONCATENATED.
000424* 10/15/26   JMELTON   LOGS ITS START AND END, RETURN CODE AND
000427*                      KEY COUNTS TO THE RUNHIST RUN HISTORY
000429*                      THROUGH CLNTRLOG.
000445*****************************************************
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000728     SELECT REMAPRPT ASSIGN TO AS-REMAPRPT
000730         ORGANIZATION IS SEQUENTIAL
000732         FILE STATUS IS DLTA-REMAPRPT-STATUS.
000734     SELECT OPTIONAL NCOAFL ASSIGN TO AS-NCOAFL
000737         ORGANIZATION IS SEQUENTIAL
000738         FILE STATUS IS DLTA-NCOAFL-STATUS.
000739 DATA DIVISION.
000740 FILE SECTION.
000750 FD  DELTAFL
000760     RECORDING MODE IS F.
001272 01  DLTA-REMAP-LINE.
001273     05  DLTA-REMAP-CTL        PIC X(01).
001274     05  DLTA-REMAP-TEXT       PIC X(131).
001275****SURE-MATCH POSTAL CHANGE-OF-ADDRESS REWRITES WRITTEN BY
001276****CLNTNCOA, IN ICLNTREC LAYOUT.  OPTIONAL - ABSENT OR EMPTY
001277****EVERY NIGHT BUT THE ONE AFTER A VENDOR RETURN IS RUN.
001278****SWEPT WHOLE LIKE RCYCFL, OUTSIDE THE CHECKPOINT STREAM.
001279 FD  NCOAFL
001280     RECORDING MODE IS F.
001281 01  DLTA-NCOA-REC             PIC X(447).
001284 WORKING-STORAGE SECTION.
001287****NUMBER OF DELTAFL RECORDS PROCESSED BETWEEN CHECKPOINTS.
001290 77  DLTA-CHKPT-INTERVAL        PIC 9(05) VALUE 00001.
001291****LARGEST NUMBER OF MERGE PAIRS THE REMAP TABLE HOLDS.
001292****CLNTXRF IS APPEND-ONLY, SO THIS IS A LIFETIME MERGE
001526****THE FINAL SURVIVOR FALLS OUT.
001527     05  DLTA-XRF-HIT-SW      PIC X(01) VALUE 'N'.
001528         88  DLTA-XRF-HIT-YES          VALUE 'Y'.
001529     05  DLTA-NCOA-EOF-SW     PIC X(01) VALUE 'N'.
001530         88  DLTA-NCOA-EOF-YES         VALUE 'Y'.
001535 01  DLTA-FILE-STATUSES.
001540     05  DLTA-DELTAFL-STATUS  PIC X(02) VALUE '00'.
001550         88  DLTA-DELTAFL-OK           VALUE '00'.
001560         88  DLTA-DELTAFL-EOF          VALUE '10'.
001768         88  DLTA-CLNTXRF-EOF          VALUE '10'.
001770     05  DLTA-REMAPRPT-STATUS PIC X(02) VALUE '00'.
001772         88  DLTA-REMAPRPT-OK          VALUE '00'.
001774     05  DLTA-NCOAFL-STATUS   PIC X(02) VALUE '00'.
001776         88  DLTA-NCOAFL-OK            VALUE '00'.
001777         88  DLTA-NCOAFL-NOFILE        VALUE '05'.
001778         88  DLTA-NCOAFL-EOF           VALUE '10'.
001779 01  DLTA-COUNTERS         COMP.
001780     05  DLTA-READ-COUNT      PIC 9(07) VALUE ZERO.
001790****COUNT OF DELTAFL RECORDS EITHER APPLIED OR REJECTED, WITH
001800****NO I/O FAILURE AMONG THEM YET - THE VALUE CHECKPOINTED, SO
001830****CORRECTED REJECTS SWEPT IN FROM THE RECYCLE FILE AT THE
001840****START OF THE RUN.
001850     05  DLTA-RECYCLE-COUNT   PIC 9(07) VALUE ZERO.
001853****CHANGE-OF-ADDRESS REWRITES SWEPT IN FROM NCOAFL.
001856     05  DLTA-NCOA-COUNT      PIC 9(07) VALUE ZERO.
001860     05  DLTA-APPLIED-COUNT   PIC 9(07) VALUE ZERO.
001870     05  DLTA-ERROR-COUNT     PIC 9(07) VALUE ZERO.
001880     05  DLTA-REJECT-COUNT    PIC 9(07) VALUE ZERO.
002446     COPY CLNTEDTP.
002450****CALL PARAMETER RECORD PASSED TO PROCCLNT.
002460     COPY CLNTPARM.
002462****CALL PARAMETER RECORD PASSED TO THE RUN-HISTORY LOGGING
002465****MODULE.  SEE CLNTRLGP.
002467     COPY CLNTRLGP.
002470 PROCEDURE DIVISION.
002480 0000-MAINLINE.
002485     PERFORM 9800-LOG-START THRU 9800-EXIT.
002490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002500     PERFORM 2000-PROCESS-DELTA THRU 2000-EXIT
002510         UNTIL DLTA-EOF-YES.
002520     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002525     PERFORM 9850-LOG-END THRU 9850-EXIT.
002530     STOP RUN.
002540 1000-INITIALIZE.
002550     ACCEPT DLTA-RUN-DATE FROM DATE.
002690         MOVE 16 TO RETURN-CODE
002700         STOP RUN
002710     END-IF.
002711     OPEN INPUT NCOAFL.
002712     IF NOT DLTA-NCOAFL-OK AND NOT DLTA-NCOAFL-NOFILE
002713         DISPLAY "PROCDLTA - UNABLE TO OPEN NCOAFL, STATUS = "
002715             DLTA-NCOAFL-STATUS
002716         MOVE 16 TO RETURN-CODE
002717         STOP RUN
002718     END-IF.
002720     IF DLTA-RESTART-COUNT > ZERO
002730         OPEN EXTEND REJECTFL
002740     ELSE
003109     PERFORM 1500-LOAD-XRF THRU 1500-EXIT.
003110     PERFORM 1300-SWEEP-PENDING THRU 1300-EXIT.
003120     PERFORM 1400-SWEEP-RECYCLE THRU 1400-EXIT.
003125     PERFORM 1600-SWEEP-NCOA THRU 1600-EXIT.
003130     IF DLTA-RESTART-COUNT > ZERO
003140         DISPLAY "PROCDLTA - RESTARTING AFTER RECORD "
003150             DLTA-RESTART-COUNT
004165         TO DLTA-XRF-SURVIVOR (DLTA-XRF-COUNT).
004166 1550-EXIT.
004167     EXIT.
004168*****************************************************
004169* START-OF-RUN SWEEP OF THE NCOA FILE - THE POSTAL
004170* CHANGE-OF-ADDRESS REWRITES CLNTNCOA MATCHED TO A
004171* SINGLE CLIENT.  SAME PATH AS THE RECYCLE SWEEP: EDITED,
004172* PARKED ON THE PENDING FILE WHEN THE MOVE DATE IS STILL
004173* AHEAD, APPLIED OTHERWISE.  OUTSIDE THE CHECKPOINT, SO A
004174* RESTART SWEEPS IT AGAIN AND A RE-SWEPT REWRITE LANDS
004175* THE SAME ADDRESS.  THE JOB DROPS THE NCOA DATASET WITH
004176* THE RECYCLE DATASET AFTER A CLEAN END.
004177*****************************************************
004178 1600-SWEEP-NCOA.
004179     MOVE 'Y' TO DLTA-SWEEP-MODE-SW.
004180     PERFORM 1650-SWEEP-NCOA-ONE THRU 1650-EXIT
004181         UNTIL DLTA-NCOA-EOF-YES.
004182     MOVE 'N' TO DLTA-SWEEP-MODE-SW.
004183     CLOSE NCOAFL.
004184 1600-EXIT.
004185     EXIT.
004186 1650-SWEEP-NCOA-ONE.
004187     READ NCOAFL INTO INCLNTREC
004188         AT END
004189             MOVE 'Y' TO DLTA-NCOA-EOF-SW
004190             GO TO 1650-EXIT
004191     END-READ.
004192     IF NOT DLTA-NCOAFL-OK
004193         DISPLAY "PROCDLTA - READ ERROR ON NCOAFL, STATUS = "
004194             DLTA-NCOAFL-STATUS
004195         MOVE 'Y' TO DLTA-NCOA-EOF-SW
004196         ADD 1 TO DLTA-ERROR-COUNT
004197         GO TO 1650-EXIT
004198     END-IF.
004199     ADD 1 TO DLTA-NCOA-COUNT.
004200     PERFORM 2050-VALIDATE-DELTA THRU 2050-EXIT.
004201     IF NOT DLTA-VALID-YES
004202         PERFORM 2060-WRITE-REJECT THRU 2060-EXIT
004203         GO TO 1650-EXIT
004204     END-IF.
004205     PERFORM 2080-CHECK-EFFDATE THRU 2080-EXIT.
004206     IF DLTA-EFF-FUTURE-YES
004207         PERFORM 2070-HOLD-FUTURE THRU 2070-EXIT
004208     ELSE
004209         PERFORM 2090-APPLY-TXN THRU 2090-EXIT
004210     END-IF.
004211 1650-EXIT.
004212     EXIT.
004214****************************************************
004215* LOOKS FOR A CHECKPOINT LEFT BEHIND BY A PRIOR RUN THAT
004216* DID NOT FINISH.  A MISSING OR EMPTY CHKPTFL MEANS
004218* THIS IS A FRESH RUN AND DLTA-RESTART-COUNT STAYS ZERO.
004220* A CHECKPOINT WHOSE RUN DATE IS NOT TODAY'S IS STALE - IT
004221* WAS TAKEN AGAINST A DELTAFL FROM A DIFFERENT NIGHT, SO IT
004222* IS IGNORED THE SAME AS IF NO CHECKPOINT EXISTED.
004224****************************************************
004226 1100-CHECK-RESTART.
004227     MOVE ZERO TO DLTA-RESTART-COUNT.
004228     OPEN INPUT CHKPTFL.
004230     IF DLTA-CHKPTFL-OK
004240         READ CHKPTFL
004250             AT END
006240     EXIT.
006250 2200-BUILD-CLNTPARM.
006260     MOVE 'Y'         TO PARM-BATCH-SW.
006265     MOVE SPACE       TO PARM-APRV-SW.
006266     MOVE SPACES      TO PARM-USERID.
006270     MOVE IPROCESS    TO PARM-PROCESS.
006280     MOVE ICLNTIDEN   TO PARM-CLNTIDEN.
006290     MOVE ICLNTFNAME  TO PARM-CLNTFNAME.
006440     MOVE ICLNTMRGIDEN TO PARM-MRGIDEN.
006442     MOVE ICLNTPHONE  TO PARM-CLNTPHONE.
006444     MOVE ICLNTEMAIL  TO PARM-CLNTEMAIL.
006447     MOVE ICLNTFEED-INFO TO PARM-FEED-INFO.
006450 2200-EXIT.
006460     EXIT.
006470****************************************************
007107     MOVE 99  TO PARM-PROCESS.
007108     CALL "PROCCLNT" USING CLNTPARMREC.
007100     DISPLAY "PROCDLTA - RECYCLED SWEPT  = " DLTA-RECYCLE-COUNT.
007105     DISPLAY "PROCDLTA - NCOA SWEPT IN   = " DLTA-NCOA-COUNT.
007110     DISPLAY "PROCDLTA - RECORDS READ    = " DLTA-READ-COUNT.
007120     DISPLAY "PROCDLTA - RECORDS APPLIED = " DLTA-APPLIED-COUNT.
007130     DISPLAY "PROCDLTA - RECORDS REJECTED= " DLTA-REJECT-COUNT.
007310*****************************************************
007320* APPENDS THIS RUN'S TOTALS TO THE RUNCTL RUN-CONTROL
007330* DATASET - ONE RECORD PER TOTAL - SO CLNTBAL CAN PROVE
007340* READ + SWEPT + RECYCLED + NCOA = APPLIED + REJECTED +
007350* ERRORED + HELD AND TIE THE READ, RECYCLED AND NCOA
007360* COUNTS BACK TO WHAT CMPRCLNT, CLNTRCYC AND CLNTNCOA WROTE.
007370*****************************************************
007380 3100-WRITE-ALL-RUNCTL.
007390     OPEN EXTEND RUNCTL.
007656     MOVE 'SKIPPED'      TO DLTA-RCTL-LABEL.
007657     MOVE DLTA-SKIP-COUNT TO DLTA-RCTL-VALUE.
007658     PERFORM 3150-WRITE-ONE-RUNCTL THRU 3150-EXIT.
007659     MOVE 'NCOA-IN'      TO DLTA-RCTL-LABEL.
007660     MOVE DLTA-NCOA-COUNT TO DLTA-RCTL-VALUE.
007661     PERFORM 3150-WRITE-ONE-RUNCTL THRU 3150-EXIT.
007665     CLOSE RUNCTL.
007670 3100-EXIT.
007680     EXIT.
007690 3150-WRITE-ONE-RUNCTL.
007750     WRITE RCTLREC.
007760 3150-EXIT.
007770     EXIT.
007780*****************************************************
007790* RUN-HISTORY START AND END RECORDS FOR THIS STEP - SEE
007800* CLNTRLOG.  THE END RECORD CARRIES THE RETURN CODE SET
007810* ABOVE AND THE STEP'S KEY COUNTS.
007820*****************************************************
007830 9800-LOG-START.
007840     INITIALIZE CLNTRLOGREC.
007850     MOVE 'PROCDLTA' TO RLOG-PROGRAM.
007860     MOVE 'S' TO RLOG-EVENT.
007870     CALL "CLNTRLOG" USING CLNTRLOGREC.
007880 9800-EXIT.
007890     EXIT.
007900 9850-LOG-END.
007910     MOVE 'E'                TO RLOG-EVENT.
007920     MOVE RETURN-CODE        TO RLOG-RC.
007930     MOVE 'READ'             TO RLOG-CNT-LABEL (1).
007940     MOVE DLTA-READ-COUNT    TO RLOG-CNT-VALUE (1).
007950     MOVE 'APPLIED'          TO RLOG-CNT-LABEL (2).
007960     MOVE DLTA-APPLIED-COUNT TO RLOG-CNT-VALUE (2).
007970     MOVE 'REJECTED'         TO RLOG-CNT-LABEL (3).
007980     MOVE DLTA-REJECT-COUNT  TO RLOG-CNT-VALUE (3).
007990     MOVE 'RECYCLED'         TO RLOG-CNT-LABEL (4).
008000     MOVE DLTA-RECYCLE-COUNT TO RLOG-CNT-VALUE (4).
008010     CALL "CLNTRLOG" USING CLNTRLOGREC.
008020 9850-EXIT.
008030     EXIT.

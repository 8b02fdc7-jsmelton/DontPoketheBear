000100* OCCURRENCE OF EACH PROGRAM/LABEL PAIR FOR TONIGHT'S
000110* DATE WINS, SO A RERUN STEP SUPERSEDES ITSELF), COUNTS
000120* THE CLIENT MASTER ITSELF, AND PROVES THE CHAIN:
000130*   1. DELTAS-OUT (CMPRCLNT, SUMMED OVER THE FEED
000135*      SENDERS) = READ (PROCDLTA)
000150*   2. APPLIED + REJECTED + ERRORED + HELD + SKIPPED
000155*      (RESTART-SKIPPED WORK THE PRIOR ATTEMPT DISPOSED)
000160*      = READ + SWEPT + RECYCLED + NCOA (PROCDLTA)
000165*   3. CORRECTED (CLNTRCYC) = RECYCLED (PROCDLTA)
000170*   4. SNAPPED (SNAPCLNT) = MASTER RECORD COUNT
000172*   5. NCOA READ = MATCHED + NO-MATCH + AMBIGUOUS
000175*      (CLNTNCOA)
000177*   6. NCOA MATCHED (CLNTNCOA) = NCOA SWEPT IN (PROCDLTA)
000180* PRINTS A ONE-PAGE BALANCE REPORT AND ENDS WITH A
000190* NON-ZERO CONDITION CODE WHEN THE WINDOW DOES NOT
000200* BALANCE.  ON A CLEAN BALANCE THE RUNCTL DATASET IS
000256*                      RUNCTL, NOT JUST TONIGHT - AFTER AN
000258*                      OUT-OF-BALANCE OR BYPASSED NIGHT THE
000259*                      SWEEP PICKS UP OLDER CORRECTIONS.
000260* 10/15/26   JMELTON   ADDED THE NCOA CHANGE-OF-ADDRESS
000261*                      INTAKE - CLNTNCOA TOTALS ARE SUMMED
000262*                      ACROSS DATES LIKE THE CLNTRCYC ONES
000263*                      AND TIED TO WHAT PROCDLTA SWEPT IN.
000264* 10/15/26   JMELTON   CMPRCLNT NOW RUNS ONCE PER FEED SENDER
000265*                      AND WRITES DELTAS- PLUS THE SENDER TAG.
000267*                      THE LAST OCCURRENCE PER SENDER IS KEPT
000268*                      AND THE SENDERS ARE ADDED UP FOR CHECK
000270*                      1, SINCE PROCDLTA READS THEIR DELTAS
000271*                      CONCATENATED.
000273* 10/15/26   JMELTON   LOGS ITS START AND END, RETURN CODE AND
000276*                      KEY COUNTS TO THE RUNHIST RUN HISTORY
000277*                      THROUGH CLNTRLOG.
000278*****************************************************
000279 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT OPTIONAL RUNCTL ASSIGN TO AS-RUNCTL
000840     05  BAL-HELD            PIC 9(09) VALUE ZERO.
000842     05  BAL-RECYCLED        PIC 9(09) VALUE ZERO.
000844     05  BAL-SKIPPED         PIC 9(09) VALUE ZERO.
000845     05  BAL-NCOA-IN         PIC 9(09) VALUE ZERO.
000846     05  BAL-NCOA-READ       PIC 9(09) VALUE ZERO.
000847     05  BAL-NCOA-MATCHED    PIC 9(09) VALUE ZERO.
000848     05  BAL-NCOA-NOMATCH    PIC 9(09) VALUE ZERO.
000849     05  BAL-NCOA-AMBIG      PIC 9(09) VALUE ZERO.
000850     05  BAL-SNAPPED         PIC 9(09) VALUE ZERO.
000860     05  BAL-MASTER-COUNT    PIC 9(09) VALUE ZERO.
000870     05  BAL-LEFT-SIDE       PIC 9(09) VALUE ZERO.
000880     05  BAL-RIGHT-SIDE      PIC 9(09) VALUE ZERO.
000882****TONIGHT'S DELTAS-OUT FROM EACH FEED SENDER'S COMPARE,
000883****IN PRECEDENCE-TABLE ORDER.  THE OCCURS MUST MATCH
000884****SRCP-ENTRY-MAX - SEE CLNTSRCP.
000885 01  BAL-DELTAS-TABLE     COMP.
000887     05  BAL-DELTAS-SRC      PIC 9(09) VALUE ZERO
000888                             OCCURS 2 TIMES.
000889     COPY CLNTSRCP.
000890 01  BAL-TODAY               PIC 9(08) VALUE ZERO.
000892****OPTIONAL SYSIN OVERRIDE OF THE RUN DATE, FOR A WINDOW
000894****THAT SLIPS PAST MIDNIGHT OR A NEXT-MORNING RE-BALANCE.
001030     05  FILLER              PIC X(02) VALUE SPACES.
001040     05  BAL-CL-VERDICT      PIC X(14).
001050     05  FILLER              PIC X(44) VALUE SPACES.
001052****CALL PARAMETER RECORD PASSED TO THE RUN-HISTORY LOGGING
001055****MODULE.  SEE CLNTRLGP.
001057     COPY CLNTRLGP.
001060 PROCEDURE DIVISION.
001070 0000-MAINLINE.
001075     PERFORM 9800-LOG-START THRU 9800-EXIT.
001080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001090     PERFORM 2000-READ-RUNCTL THRU 2000-EXIT
001100         UNTIL BAL-RUNCTL-EOF-YES.
001110     PERFORM 2500-COUNT-MASTER THRU 2500-EXIT.
001120     PERFORM 3000-BALANCE THRU 3000-EXIT.
001130     PERFORM 4000-TERMINATE THRU 4000-EXIT.
001135     PERFORM 9850-LOG-END THRU 9850-EXIT.
001140     STOP RUN.
001150 1000-INITIALIZE.
001160     ACCEPT BAL-TODAY FROM DATE YYYYMMDD.
001340* ONE RUNCTL RECORD.  ONLY TONIGHT'S RECORDS COUNT, AND
001350* THE LAST OCCURRENCE OF EACH PROGRAM/LABEL WINS, SO A
001360* STEP RERUN THE SAME NIGHT SUPERSEDES ITS EARLIER
001370* TOTALS.  THE EXCEPTIONS ARE CLNTRCYC/CORRECTED AND THE
001371* CLNTNCOA INTAKE TOTALS, SUMMED ACROSS EVERY DATE STILL
001372* ON THE FILE: A CLEAN
001374* BALANCE EMPTIES RUNCTL, SO WHAT REMAINS SPANS EXACTLY
001376* THE DAYTIME RUNS WHOSE CORRECTIONS TONIGHT'S SWEEP
001378* PICKED UP, EVEN WHEN A GATE-FAILED OR OUT-OF-BALANCE
001507         ADD RCTL-COUNT TO BAL-CORRECTED
001508         GO TO 2000-EXIT
001509     END-IF.
001510****THE SAME GOES FOR THE NCOA INTAKE, RUN BY DAY AHEAD OF
001511****THE WINDOW THAT SWEEPS ITS REWRITES IN.
001512     IF RCTL-PROGRAM = 'CLNTNCOA'
001513         IF RCTL-LABEL = 'READ'
001514             ADD RCTL-COUNT TO BAL-NCOA-READ
001515         ELSE IF RCTL-LABEL = 'MATCHED'
001516             ADD RCTL-COUNT TO BAL-NCOA-MATCHED
001517         ELSE IF RCTL-LABEL = 'NO-MATCH'
001518             ADD RCTL-COUNT TO BAL-NCOA-NOMATCH
001519         ELSE IF RCTL-LABEL = 'AMBIGUOUS'
001520             ADD RCTL-COUNT TO BAL-NCOA-AMBIG
001521         END-IF
001522         GO TO 2000-EXIT
001523     END-IF.
001525     IF RCTL-DATE NOT = BAL-TODAY
001528         GO TO 2000-EXIT
001530     END-IF.
001540     IF RCTL-PROGRAM = 'CMPRCLNT'
001545             AND RCTL-LABEL (1:7) = 'DELTAS-'
001550         SET SRCP-IDX TO 1
001552         SEARCH SRCP-ENTRY
001554             AT END
001556                 DISPLAY "CLNTBAL - DELTAS ON RUNCTL FOR AN "
001557                     "UNKNOWN SENDER - " RCTL-LABEL
001558             WHEN SRCP-TAG (SRCP-IDX) = RCTL-LABEL (8:4)
001559                 MOVE RCTL-COUNT TO BAL-DELTAS-SRC (SRCP-IDX)
001560                 MOVE 'Y' TO BAL-FND-DELTAS
001561         END-SEARCH
001600     ELSE IF RCTL-PROGRAM = 'PROCDLTA' AND RCTL-LABEL = 'READ'
001610         MOVE RCTL-COUNT TO BAL-READ
001620         MOVE 'Y' TO BAL-FND-READ
001757     ELSE IF RCTL-PROGRAM = 'PROCDLTA' AND RCTL-LABEL =
001758             'SKIPPED'
001759         MOVE RCTL-COUNT TO BAL-SKIPPED
001760     ELSE IF RCTL-PROGRAM = 'PROCDLTA' AND RCTL-LABEL =
001761             'NCOA-IN'
001762         MOVE RCTL-COUNT TO BAL-NCOA-IN
001766     ELSE IF RCTL-PROGRAM = 'SNAPCLNT' AND RCTL-LABEL =
001770             'SNAPPED'
001780         MOVE RCTL-COUNT TO BAL-SNAPPED
001790         MOVE 'Y' TO BAL-FND-SNAPPED
002060 2500-EXIT.
002070     EXIT.
002080*****************************************************
002090* THE BALANCE CHECKS.  EACH PRINTS ITS TWO SIDES
002100* AND A VERDICT; ANY MISMATCH OR MISSING STEP TOTAL
002110* TRIPS THE OUT-OF-BALANCE SWITCH.
002120*****************************************************
002250             TO BAL-TEXT
002260         WRITE BAL-LINE-REC
002270     END-IF.
002275     MOVE ZERO TO BAL-DELTAS-OUT.
002276     PERFORM 3050-ADD-SENDER-DELTAS THRU 3050-EXIT
002277         VARYING SRCP-IDX FROM 1 BY 1
002278         UNTIL SRCP-IDX > SRCP-ENTRY-MAX.
002280     MOVE BAL-DELTAS-OUT TO BAL-LEFT-SIDE.
002290     MOVE BAL-READ TO BAL-RIGHT-SIDE.
002300     MOVE 'DELTAS WRITTEN = RECORDS READ'
002330     COMPUTE BAL-LEFT-SIDE = BAL-APPLIED + BAL-REJECTED
002340         + BAL-ERRORED + BAL-HELD + BAL-SKIPPED.
002350     COMPUTE BAL-RIGHT-SIDE = BAL-READ + BAL-SWEPT
002352         + BAL-RECYCLED + BAL-NCOA-IN.
002360     MOVE 'APPLD+REJ+ERR+HELD+SKIP = RD+SWP+RCY+NCOA'
002370         TO BAL-CL-DESC.
002380     PERFORM 3100-WRITE-CHECK THRU 3100-EXIT.
002382     MOVE BAL-CORRECTED TO BAL-LEFT-SIDE.
002386     MOVE 'REJECTS CORRECTED = RECYCLED SWEPT IN'
002388         TO BAL-CL-DESC.
002392     PERFORM 3100-WRITE-CHECK THRU 3100-EXIT.
002396     MOVE BAL-SNAPPED      TO BAL-LEFT-SIDE.
002400     MOVE BAL-MASTER-COUNT TO BAL-RIGHT-SIDE.
002410     MOVE 'CLIENTS SNAPSHOTTED = MASTER RECORD COUNT'
002420         TO BAL-CL-DESC.
002430     PERFORM 3100-WRITE-CHECK THRU 3100-EXIT.
002431     MOVE BAL-NCOA-READ TO BAL-LEFT-SIDE.
002432     COMPUTE BAL-RIGHT-SIDE = BAL-NCOA-MATCHED
002433         + BAL-NCOA-NOMATCH + BAL-NCOA-AMBIG.
002434     MOVE 'NCOA MOVES READ = MATCHED+NO MATCH+AMBIG'
002435         TO BAL-CL-DESC.
002436     PERFORM 3100-WRITE-CHECK THRU 3100-EXIT.
002437     MOVE BAL-NCOA-MATCHED TO BAL-LEFT-SIDE.
002438     MOVE BAL-NCOA-IN      TO BAL-RIGHT-SIDE.
002439     MOVE 'NCOA MATCHES WRITTEN = NCOA SWEPT IN'
002440         TO BAL-CL-DESC.
002441     PERFORM 3100-WRITE-CHECK THRU 3100-EXIT.
002445 3000-EXIT.
002450     EXIT.
002452 3050-ADD-SENDER-DELTAS.
002454     ADD BAL-DELTAS-SRC (SRCP-IDX) TO BAL-DELTAS-OUT.
002456 3050-EXIT.
002458     EXIT.
002460 3100-WRITE-CHECK.
002470     MOVE BAL-LEFT-SIDE  TO BAL-CL-LEFT.
002480     MOVE BAL-RIGHT-SIDE TO BAL-CL-RIGHT.
002840     END-IF.
002850 4000-EXIT.
002860     EXIT.
002870*****************************************************
002880* RUN-HISTORY START AND END RECORDS FOR THIS STEP - SEE
002890* CLNTRLOG.  THE END RECORD CARRIES THE RETURN CODE SET
002900* ABOVE AND THE STEP'S KEY COUNTS.
002910*****************************************************
002920 9800-LOG-START.
002930     INITIALIZE CLNTRLOGREC.
002940     MOVE 'CLNTBAL' TO RLOG-PROGRAM.
002950     MOVE 'S' TO RLOG-EVENT.
002960     CALL "CLNTRLOG" USING CLNTRLOGREC.
002970 9800-EXIT.
002980     EXIT.
002990 9850-LOG-END.
003000     MOVE 'E'              TO RLOG-EVENT.
003010     MOVE RETURN-CODE      TO RLOG-RC.
003020     MOVE 'DELTAS'         TO RLOG-CNT-LABEL (1).
003030     MOVE BAL-DELTAS-OUT   TO RLOG-CNT-VALUE (1).
003040     MOVE 'READ'           TO RLOG-CNT-LABEL (2).
003050     MOVE BAL-READ         TO RLOG-CNT-VALUE (2).
003060     MOVE 'REJECTED'       TO RLOG-CNT-LABEL (3).
003070     MOVE BAL-REJECTED     TO RLOG-CNT-VALUE (3).
003080     MOVE 'MASTER'         TO RLOG-CNT-LABEL (4).
003090     MOVE BAL-MASTER-COUNT TO RLOG-CNT-VALUE (4).
003100     IF BAL-OOB-YES
003110         MOVE 'OOB' TO RLOG-FLAG
003120     ELSE
003130         MOVE 'BAL' TO RLOG-FLAG
003140     END-IF.
003150     CALL "CLNTRLOG" USING CLNTRLOGREC.
003160 9850-EXIT.
003170     EXIT.

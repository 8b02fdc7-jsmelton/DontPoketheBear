000180* FEED AND BOUNCED - WITH ITS REJECT REASON.  A MISSING
000190* OR STALE GATESTAT RECORD GOES OUT AS VERDICT 'U' SO
000200* THE SENDER KNOWS THE WINDOW ITSELF HAD TROUBLE.
000202* ONE RUN PER FEED SENDER, KEYED ON SYSIN (SEE CLNTSRCP),
000204* READING THAT SENDER'S GATESTAT AND WRITING ITS OWN ACK
000206* FILE WITH ONLY THE REJECTS ITS OWN FEED PRODUCED.
000210*
000220* DATE       AUTHOR    DESCRIPTION
000230* 09/02/26   JMELTON   INITIAL VERSION
000231* 10/15/26   JMELTON   ONE ACK FILE PER FEED SENDER, KEYED ON
000232*                      SYSIN (BLANK = FEEDMAIN).  THE SENDER
000233*                      GOES IN THE HEADER, A GATESTAT RECORD
000235*                      STAMPED FOR ANOTHER SENDER IS TREATED
000236*                      AS MISSING, AND ONLY REJECTS CARRYING
000237*                      THIS SENDER ARE REPORTED - THOSE WITH
000238*                      NO SENDER GO TO THE PRIMARY SENDER.
000239* 10/15/26   JMELTON   LOGS ITS START AND END, RETURN CODE AND
000240*                      KEY COUNTS TO THE RUNHIST RUN HISTORY
000241*                      THROUGH CLNTRLOG.
000245*****************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000686****STEP AFTER IT, SO THE STEP'S CLOCK CANNOT BE USED TO
000688****MATCH THE NIGHT'S STAMPS.
000689 01  ACK-WINDOW-DATE         PIC 9(08) VALUE ZERO.
000690****FEED SENDER THIS ACK FILE IS FOR, KEYED ON SYSIN, AND
000691****THE SENDER A GIVEN REJECT BELONGS TO.
000692 01  ACK-SOURCE-IN           PIC X(08) VALUE SPACES.
000693 01  ACK-REJ-SOURCE          PIC X(08) VALUE SPACES.
000694     COPY CLNTSRCP.
000696****CALL PARAMETER RECORD PASSED TO THE RUN-HISTORY LOGGING
000697****MODULE.  SEE CLNTRLGP.
000698     COPY CLNTRLGP.
000699 PROCEDURE DIVISION.
000700 0000-MAINLINE.
000705     PERFORM 9800-LOG-START THRU 9800-EXIT.
000710     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000720     PERFORM 2000-WRITE-GATE-VERDICT THRU 2000-EXIT.
000730     PERFORM 2500-PROCESS-REJECTS THRU 2500-EXIT
000740         UNTIL ACK-REJECT-EOF-YES.
000750     PERFORM 3000-TERMINATE THRU 3000-EXIT.
000755     PERFORM 9850-LOG-END THRU 9850-EXIT.
000760     STOP RUN.
000770 1000-INITIALIZE.
000780     ACCEPT ACK-TODAY FROM DATE YYYYMMDD.
000782     COMPUTE ACK-TODAY-INT =
000784         FUNCTION INTEGER-OF-DATE(ACK-TODAY).
000786     MOVE ACK-TODAY TO ACK-WINDOW-DATE.
000788     PERFORM 1100-SELECT-SOURCE THRU 1100-EXIT.
000790     OPEN OUTPUT ACKFILE.
000800     IF NOT ACK-ACKFILE-OK
000810         DISPLAY "CLNTACK - UNABLE TO OPEN ACKFILE, STATUS = "
000870     MOVE 'HDR'     TO ACKH-MARKER.
000880     MOVE ACK-TODAY TO ACKH-RUNDATE.
000890     MOVE 'CLNTACK' TO ACKH-SOURCE.
000895     MOVE ACK-SOURCE-IN TO ACKH-SENDER.
000900     WRITE ACKHDRREC.
000910     PERFORM 9100-CHECK-ACK-WRITE THRU 9100-EXIT.
000920     OPEN INPUT REJECTFL.
000980     END-IF.
000990 1000-EXIT.
001000     EXIT.
001001*****************************************************
001002* PICKS UP THE SENDER FROM SYSIN AND CHECKS IT AGAINST
001003* THE PRECEDENCE TABLE.  BLANK IS THE PRIMARY SENDER.  A
001004* CODE NOT ON THE TABLE STOPS THE JOB BEFORE ANYTHING IS
001005* SENT.
001006*****************************************************
001007 1100-SELECT-SOURCE.
001008     ACCEPT ACK-SOURCE-IN.
001009     SET SRCP-IDX TO 1.
001010     IF ACK-SOURCE-IN = SPACES
001011         MOVE SRCP-SOURCE (SRCP-IDX) TO ACK-SOURCE-IN
001012     END-IF.
001013     SEARCH SRCP-ENTRY
001014         AT END
001015             DISPLAY "CLNTACK - UNKNOWN FEED SOURCE "
001016                 ACK-SOURCE-IN
001017             MOVE 16 TO RETURN-CODE
001018             STOP RUN
001019         WHEN SRCP-SOURCE (SRCP-IDX) = ACK-SOURCE-IN
001020             CONTINUE
001021     END-SEARCH.
001022     DISPLAY "CLNTACK - FEED SOURCE       = " ACK-SOURCE-IN.
001023 1100-EXIT.
001024     EXIT.
001026*****************************************************
001028* THE GATE VERDICT.  THE GATESTAT RECORD MUST BE THERE,
001030* WELL-FORMED, AND STAMPED TODAY OR YESTERDAY - THE GATE
001040* RUNS AT THE TOP OF THE WINDOW AND THIS STEP AT THE
001050* BOTTOM, SO A WINDOW THAT CROSSES MIDNIGHT IS A NORMAL
001060* NIGHT, NOT A STALE RECORD.  ITS DATE BECOMES THE
001062* WINDOW DATE THE REJECT STAMPS ARE MATCHED AGAINST.
001064* ANYTHING OLDER, OR MISSING, OR A RECORD THE GATE
001065* WROTE FOR ANOTHER SENDER, MEANS THE GATE NEVER
001066* REPORTED AND THE SENDER SEES VERDICT 'U'.
001068*****************************************************
001070 2000-WRITE-GATE-VERDICT.
001140         END-READ
001150         IF ACK-GSTA-OK AND GSTA-MARKER-OK
001152                 AND GSTA-RUNDATE NUMERIC
001153                 AND GSTA-RUNDATE NOT = ZERO
001154                 AND (GSTA-SOURCE = SPACES
001155                     OR GSTA-SOURCE = ACK-SOURCE-IN)
001156             COMPUTE ACK-GSTA-INT =
001158                 FUNCTION INTEGER-OF-DATE(GSTA-RUNDATE)
001161             COMPUTE ACK-AGE-WORK =
001182             MOVE GSTA-FEED-COUNT TO ACKG-FEED-COUNT
001184             MOVE GSTA-CTL-COUNT  TO ACKG-CTL-COUNT
001186             MOVE GSTA-DEL-COUNT  TO ACKG-DEL-COUNT
001188         END-IF
001190     END-IF.
001200     CLOSE GATESTAT.
001230     IF NOT ACK-GSTA-GOOD-YES
001430* ONE REJECT.  ONLY STAMPS FROM THIS WINDOW'S RUN DATE
001440* GO OUT - OLDER SUSPENSE WORK WAS ACKNOWLEDGED THE
001450* NIGHT IT BOUNCED AND IS CLNTRCYC'S TO WORK, NOT THE
001460* SENDER'S TO HEAR ABOUT TWICE.  ONLY REJECTS FROM THIS
001465* SENDER'S FEED GO OUT; ONE WITH NO SENDER ON IT (OLDER
001466* WORK, RECYCLED OR POSTAL CHANGES) IS THE PRIMARY'S.
001470*****************************************************
001480 2500-PROCESS-REJECTS.
001490     READ REJECTFL
001640     IF RJCT-REJDATE NOT = ACK-WINDOW-DATE
001650         GO TO 2500-EXIT
001660     END-IF.
001662     IF RJCT-FEEDSRC = SPACES
001663         MOVE SRCP-SOURCE (1) TO ACK-REJ-SOURCE
001664     ELSE
001665         MOVE RJCT-FEEDSRC    TO ACK-REJ-SOURCE
001666     END-IF.
001667     IF ACK-REJ-SOURCE NOT = ACK-SOURCE-IN
001668         GO TO 2500-EXIT
001669     END-IF.
001670     MOVE SPACES        TO ACKREJREC.
001680     MOVE 'REJ'         TO ACKR-MARKER.
001690     MOVE RJCT-CLNTIDEN TO ACKR-CLNTIDEN.
001970     END-IF.
001980 9100-EXIT.
001990     EXIT.
002000*****************************************************
002010* RUN-HISTORY START AND END RECORDS FOR THIS STEP - SEE
002020* CLNTRLOG.  THE END RECORD CARRIES THE RETURN CODE SET
002030* ABOVE AND THE STEP'S KEY COUNTS.
002040*****************************************************
002050 9800-LOG-START.
002060     INITIALIZE CLNTRLOGREC.
002070     MOVE 'CLNTACK' TO RLOG-PROGRAM.
002080     MOVE 'S' TO RLOG-EVENT.
002090     CALL "CLNTRLOG" USING CLNTRLOGREC.
002100 9800-EXIT.
002110     EXIT.
002120 9850-LOG-END.
002130     MOVE 'E'             TO RLOG-EVENT.
002140     MOVE RETURN-CODE     TO RLOG-RC.
002150     MOVE ACK-SOURCE-IN   TO RLOG-QUAL.
002160     MOVE 'REJ READ'      TO RLOG-CNT-LABEL (1).
002170     MOVE ACK-REJ-READ    TO RLOG-CNT-VALUE (1).
002180     MOVE 'ACKED'         TO RLOG-CNT-LABEL (2).
002190     MOVE ACK-REJ-WRITTEN TO RLOG-CNT-VALUE (2).
002200     CALL "CLNTRLOG" USING CLNTRLOGREC.
002210 9850-EXIT.
002220     EXIT.

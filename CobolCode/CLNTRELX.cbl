000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CLNTRELX.
000030 AUTHOR.        J MELTON.
000040 INSTALLATION.  CLIENT SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************
000080* DOWNSTREAM CLIENT RELATIONSHIP EXTRACT.
000090* READS THE CLNTREL KSDS FRONT TO BACK AND WRITES ONE
000100* RLXRELREC PER ROW TO A SEQUENTIAL INTERFACE FILE FOR
000110* THE SAME RECEIVING SYSTEMS AS THE CLIENT EXTRACT.
000120* LIKE CLNTXTRC IT IS A STRAIGHT, UNFILTERED COPY -
000130* ACTIVE AND ENDED ROWS, BOTH SIDES OF EVERY PAIR -
000140* BRACKETED BY HDR AND TRL CONTROL RECORDS.  THE TYPE
000150* DESCRIPTION IS TAKEN FROM CLNTRTYP SO A CONSUMER NEED
000160* NOT CARRY ITS OWN COPY OF THE CODES.  A SHOP WITH NO
000170* RELATIONSHIP FILE YET GETS AN EMPTY EXTRACT - HDR AND
000180* A ZERO-COUNT TRL.
000190*
000200* DATE       AUTHOR    DESCRIPTION
000210* 10/15/26   JMELTON   INITIAL VERSION
000212* 10/15/26   JMELTON   LOGS ITS START AND END, RETURN CODE AND
000215*                      KEY COUNTS TO THE RUNHIST RUN HISTORY
000217*                      THROUGH CLNTRLOG.
000220*****************************************************
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT OPTIONAL CLNTREL ASSIGN TO AS-CLNTREL
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS SEQUENTIAL
000290         RECORD KEY IS REL-KEY
000300         FILE STATUS IS RLX-REL-STATUS.
000310     SELECT RELXFILE ASSIGN TO AS-RELXFILE
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS RLX-RELXFILE-STATUS.
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  CLNTREL.
000370     COPY CLNTRREC.
000380 FD  RELXFILE
000390     RECORDING MODE IS F.
000400     COPY CLNTRXRC.
000410 WORKING-STORAGE SECTION.
000420 01  RLX-SWITCHES.
000430     05  RLX-REL-EOF-SW       PIC X(01) VALUE 'N'.
000440         88  RLX-REL-EOF-YES           VALUE 'Y'.
000450 01  RLX-FILE-STATUSES.
000460     05  RLX-REL-STATUS       PIC X(02) VALUE '00'.
000470         88  RLX-REL-STATUS-OK         VALUE '00'.
000480         88  RLX-REL-STATUS-NOFILE     VALUE '05'.
000490         88  RLX-REL-STATUS-EOF        VALUE '10'.
000500     05  RLX-RELXFILE-STATUS  PIC X(02) VALUE '00'.
000510         88  RLX-RELXFILE-STATUS-OK    VALUE '00'.
000520 01  RLX-COUNTERS           COMP.
000530     05  RLX-ROW-COUNT         PIC 9(07) VALUE ZERO.
000540     05  RLX-ACTIVE-COUNT      PIC 9(07) VALUE ZERO.
000550****UNSIGNED SUM OF EVERY RLX-CLNTIDEN WRITTEN, FOR THE
000560****TRAILER HASH TOTAL.
000570     05  RLX-HASH-TOTAL        PIC 9(13) VALUE ZERO.
000580 01  RLX-RUN-DATE              PIC 9(08) VALUE ZERO.
000590****RELATIONSHIP TYPE CODES AND THEIR DESCRIPTIONS.
000600     COPY CLNTRTYP.
000602****CALL PARAMETER RECORD PASSED TO THE RUN-HISTORY LOGGING
000605****MODULE.  SEE CLNTRLGP.
000607     COPY CLNTRLGP.
000610 PROCEDURE DIVISION.
000620 0000-MAINLINE.
000625     PERFORM 9800-LOG-START THRU 9800-EXIT.
000630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000640     PERFORM 2000-PROCESS-ROW THRU 2000-EXIT
000650         UNTIL RLX-REL-EOF-YES.
000660     PERFORM 3000-TERMINATE THRU 3000-EXIT.
000665     PERFORM 9850-LOG-END THRU 9850-EXIT.
000670     STOP RUN.
000680 1000-INITIALIZE.
000690     OPEN INPUT CLNTREL.
000700     IF RLX-REL-STATUS-NOFILE
000710         DISPLAY "CLNTRELX - NO RELATIONSHIP FILE - EMPTY "
000720             "EXTRACT WRITTEN"
000730         MOVE 'Y' TO RLX-REL-EOF-SW
000740     ELSE IF NOT RLX-REL-STATUS-OK
000750         DISPLAY "CLNTRELX - UNABLE TO OPEN CLNTREL, STATUS = "
000760             RLX-REL-STATUS
000770         MOVE 16 TO RETURN-CODE
000780         STOP RUN
000790     END-IF.
000800     OPEN OUTPUT RELXFILE.
000810     IF NOT RLX-RELXFILE-STATUS-OK
000820         DISPLAY "CLNTRELX - UNABLE TO OPEN RELXFILE, STATUS = "
000830             RLX-RELXFILE-STATUS
000840         MOVE 16 TO RETURN-CODE
000850         STOP RUN
000860     END-IF.
000870     ACCEPT RLX-RUN-DATE FROM DATE YYYYMMDD.
000880     MOVE SPACES       TO RLXHDRREC.
000890     MOVE 'HDR'        TO RLXH-MARKER.
000900     MOVE RLX-RUN-DATE TO RLXH-RUNDATE.
000910     MOVE 'CLNTRELX'   TO RLXH-SOURCE.
000920     WRITE RLXHDRREC.
000930     IF NOT RLX-RELXFILE-STATUS-OK
000940         DISPLAY "CLNTRELX - WRITE ERROR ON RELXFILE, STATUS = "
000950             RLX-RELXFILE-STATUS
000960         MOVE 16 TO RETURN-CODE
000970         STOP RUN
000980     END-IF.
000990     IF NOT RLX-REL-EOF-YES
001000         PERFORM 2100-READ-REL THRU 2100-EXIT
001010     END-IF.
001020 1000-EXIT.
001030     EXIT.
001040 2000-PROCESS-ROW.
001050     ADD 1 TO RLX-ROW-COUNT.
001060     PERFORM 2300-WRITE-EXTRACT THRU 2300-EXIT.
001070     PERFORM 2100-READ-REL THRU 2100-EXIT.
001080 2000-EXIT.
001090     EXIT.
001100 2100-READ-REL.
001110     READ CLNTREL NEXT RECORD
001120         AT END
001130             MOVE 'Y' TO RLX-REL-EOF-SW
001140     END-READ.
001150     IF NOT RLX-REL-STATUS-OK AND NOT RLX-REL-STATUS-EOF
001160         DISPLAY "CLNTRELX - READ ERROR ON CLNTREL, STATUS = "
001170             RLX-REL-STATUS
001180         MOVE 16 TO RETURN-CODE
001190         STOP RUN
001200     END-IF.
001210 2100-EXIT.
001220     EXIT.
001230 2300-WRITE-EXTRACT.
001240     MOVE SPACES          TO RLXRELREC.
001250     MOVE REL-CLNTIDEN    TO RLX-CLNTIDEN.
001260     MOVE REL-TYPE        TO RLX-TYPE.
001270     MOVE REL-TYPE        TO RLX-TYPEDESC.
001280     SET RTYP-IDX TO 1.
001290     SEARCH RTYP-ENTRY
001300         AT END
001310             CONTINUE
001320         WHEN RTYP-CODE (RTYP-IDX) = REL-TYPE
001330             MOVE RTYP-DESC (RTYP-IDX) TO RLX-TYPEDESC
001340     END-SEARCH.
001350     MOVE REL-RELIDEN     TO RLX-RELIDEN.
001360     MOVE REL-STATE       TO RLX-STATE.
001370     MOVE REL-START-DATE  TO RLX-START-DATE.
001380     IF REL-STATE-ACTIVE
001390         ADD 1 TO RLX-ACTIVE-COUNT
001400         MOVE ZERO        TO RLX-END-DATE
001410         MOVE SPACES      TO RLX-END-REASON
001420     ELSE
001430         MOVE REL-END-DATE   TO RLX-END-DATE
001440         MOVE REL-END-REASON TO RLX-END-REASON
001450     END-IF.
001460     ADD REL-CLNTIDEN     TO RLX-HASH-TOTAL.
001470     WRITE RLXRELREC.
001480     IF NOT RLX-RELXFILE-STATUS-OK
001490         DISPLAY "CLNTRELX - WRITE ERROR ON RELXFILE, STATUS = "
001500             RLX-RELXFILE-STATUS
001510         MOVE 16 TO RETURN-CODE
001520         STOP RUN
001530     END-IF.
001540 2300-EXIT.
001550     EXIT.
001560 3000-TERMINATE.
001570     MOVE SPACES          TO RLXTRLREC.
001580     MOVE 'TRL'           TO RLXT-MARKER.
001590     MOVE RLX-ROW-COUNT   TO RLXT-COUNT.
001600     MOVE RLX-HASH-TOTAL  TO RLXT-HASH.
001610     WRITE RLXTRLREC.
001620     IF NOT RLX-RELXFILE-STATUS-OK
001630         DISPLAY "CLNTRELX - WRITE ERROR ON RELXFILE, STATUS = "
001640             RLX-RELXFILE-STATUS
001650         MOVE 16 TO RETURN-CODE
001660         STOP RUN
001670     END-IF.
001680     CLOSE CLNTREL.
001690     CLOSE RELXFILE.
001700     DISPLAY "CLNTRELX - ROWS EXTRACTED    = " RLX-ROW-COUNT.
001710     DISPLAY "CLNTRELX - ACTIVE ROWS       = " RLX-ACTIVE-COUNT.
001720     DISPLAY "CLNTRELX - CLNTIDEN HASH     = " RLX-HASH-TOTAL.
001730     MOVE ZERO TO RETURN-CODE.
001740 3000-EXIT.
001750     EXIT.
001760*****************************************************
001770* RUN-HISTORY START AND END RECORDS FOR THIS STEP - SEE
001780* CLNTRLOG.  THE END RECORD CARRIES THE RETURN CODE SET
001790* ABOVE AND THE STEP'S KEY COUNTS.
001800*****************************************************
001810 9800-LOG-START.
001820     INITIALIZE CLNTRLOGREC.
001830     MOVE 'CLNTRELX' TO RLOG-PROGRAM.
001840     MOVE 'S' TO RLOG-EVENT.
001850     CALL "CLNTRLOG" USING CLNTRLOGREC.
001860 9800-EXIT.
001870     EXIT.
001880 9850-LOG-END.
001890     MOVE 'E'              TO RLOG-EVENT.
001900     MOVE RETURN-CODE      TO RLOG-RC.
001910     MOVE 'ROWS'           TO RLOG-CNT-LABEL (1).
001920     MOVE RLX-ROW-COUNT    TO RLOG-CNT-VALUE (1).
001930     MOVE 'ACTIVE'         TO RLOG-CNT-LABEL (2).
001940     MOVE RLX-ACTIVE-COUNT TO RLOG-CNT-VALUE (2).
001950     CALL "CLNTRLOG" USING CLNTRLOGREC.
001960 9850-EXIT.
001970     EXIT.

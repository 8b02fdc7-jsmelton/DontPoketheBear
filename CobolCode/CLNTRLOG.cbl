000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CLNTRLOG.
000030 AUTHOR.        J MELTON.
000040 INSTALLATION.  CLIENT SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************
000080* COMMON RUN-HISTORY LOGGING MODULE.
000090* CALLED BY EVERY PROGRAM STEP OF THE CLNTNITE WINDOW AS
000100* IT BEGINS (RLOG-EVENT 'S') AND AS IT ENDS ('E'), AND
000110* APPENDS ONE CLNTRHST RECORD PER CALL TO THE PERMANENT
000120* RUNHIST DATASET, WHICH CLNTSLAR REPORTS FROM.  THE
000130* START CALL STAMPS THE START DATE AND TIME INTO THE
000140* CALLER'S AREA SO THE END RECORD CAN REPEAT THEM.
000150* LOGGING NEVER FAILS A STEP - A RUN WITH NO RUNHIST DD
000160* (A PROGRAM RUN OUTSIDE THE WINDOW) IS SIMPLY NOT
000170* LOGGED, AND ANY OTHER OPEN OR WRITE ERROR IS REPORTED
000180* ON SYSOUT AND IGNORED.  THE CALLER'S RLOG-RC GOES BACK
000190* AS THE RETURN-CODE ON EVERY CALL.  SEE CLNTRLGP.
000200*
000210* DATE       AUTHOR    DESCRIPTION
000220* 10/15/26   JMELTON   INITIAL VERSION
000230*****************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT RUNHIST ASSIGN TO AS-RUNHIST
000280         ORGANIZATION IS SEQUENTIAL
000290         FILE STATUS IS RLG-RUNHIST-STATUS.
000300 DATA DIVISION.
000310 FILE SECTION.
000320****PERMANENT RUN HISTORY OF THE NIGHTLY WINDOW.
000330 FD  RUNHIST
000340     RECORDING MODE IS F.
000350     COPY CLNTRHST.
000360 WORKING-STORAGE SECTION.
000370 01  RLG-RUNHIST-STATUS        PIC X(02) VALUE '00'.
000380     88  RLG-RUNHIST-OK                 VALUE '00'.
000390     88  RLG-RUNHIST-NOTALLOC           VALUE '35'.
000400 01  RLG-TODAY                 PIC 9(08) VALUE ZERO.
000410 01  RLG-NOW                   PIC 9(08) VALUE ZERO.
000420 01  RLG-DAY-INT               PIC 9(07) VALUE ZERO COMP.
000430 01  RLG-SUB                   PIC 9(02) VALUE ZERO COMP.
000440 LINKAGE SECTION.
000450     COPY CLNTRLGP.
000460 PROCEDURE DIVISION USING CLNTRLOGREC.
000470 0000-MAINLINE.
000480     ACCEPT RLG-TODAY FROM DATE YYYYMMDD.
000490     ACCEPT RLG-NOW FROM TIME.
000500     IF RLOG-EVENT-START
000510         MOVE RLG-TODAY TO RLOG-START-DATE
000520         MOVE RLG-NOW   TO RLOG-START-TIME
000530     END-IF.
000540     PERFORM 1000-WRITE-HISTORY THRU 1000-EXIT.
000550     MOVE RLOG-RC TO RETURN-CODE.
000560     GOBACK.
000570*****************************************************
000580* BUILDS AND APPENDS THE RECORD.  THE NIGHT COMES FROM
000590* THE STEP'S START, SO A STEP'S START AND END RECORDS
000600* ALWAYS FALL ON THE SAME NIGHT.
000610*****************************************************
000620 1000-WRITE-HISTORY.
000630     OPEN EXTEND RUNHIST.
000640     IF RLG-RUNHIST-NOTALLOC
000650         GO TO 1000-EXIT
000660     END-IF.
000670     IF NOT RLG-RUNHIST-OK
000680         DISPLAY "CLNTRLOG - UNABLE TO OPEN RUNHIST, STATUS = "
000690             RLG-RUNHIST-STATUS " - " RLOG-PROGRAM " NOT LOGGED"
000700         GO TO 1000-EXIT
000710     END-IF.
000720     MOVE SPACES          TO RHSTREC.
000730     MOVE RLOG-START-DATE TO RHST-NIGHT.
000740     IF RLOG-START-TIME < 12000000
000750         COMPUTE RLG-DAY-INT =
000760             FUNCTION INTEGER-OF-DATE(RLOG-START-DATE) - 1
000770         COMPUTE RHST-NIGHT =
000780             FUNCTION DATE-OF-INTEGER(RLG-DAY-INT)
000790     END-IF.
000800     MOVE RLOG-EVENT      TO RHST-EVENT.
000810     MOVE RLOG-PROGRAM    TO RHST-PROGRAM.
000820     MOVE RLOG-QUAL       TO RHST-QUAL.
000830     MOVE RLOG-START-DATE TO RHST-START-DATE.
000840     MOVE RLOG-START-TIME TO RHST-START-TIME.
000850     IF RLOG-EVENT-START
000860         MOVE ZERO        TO RHST-END-DATE
000870         MOVE ZERO        TO RHST-END-TIME
000880         MOVE ZERO        TO RHST-RC
000890         MOVE 1 TO RLG-SUB
000900         PERFORM 1100-CLEAR-COUNT THRU 1100-EXIT
000910             UNTIL RLG-SUB > 4
000920     ELSE
000930         MOVE RLG-TODAY   TO RHST-END-DATE
000940         MOVE RLG-NOW     TO RHST-END-TIME
000950         MOVE RLOG-RC     TO RHST-RC
000960         MOVE RLOG-FLAG   TO RHST-FLAG
000970         MOVE RLOG-COUNTS TO RHST-COUNTS
000980     END-IF.
000990     WRITE RHSTREC.
001000     IF NOT RLG-RUNHIST-OK
001010         DISPLAY "CLNTRLOG - WRITE ERROR ON RUNHIST, STATUS = "
001020             RLG-RUNHIST-STATUS " - " RLOG-PROGRAM " NOT LOGGED"
001030     END-IF.
001040     CLOSE RUNHIST.
001050 1000-EXIT.
001060     EXIT.
001070 1100-CLEAR-COUNT.
001080     MOVE SPACES TO RHST-CNT-LABEL (RLG-SUB).
001090     MOVE ZERO   TO RHST-CNT-VALUE (RLG-SUB).
001100     ADD 1 TO RLG-SUB.
001110 1100-EXIT.
001120     EXIT.

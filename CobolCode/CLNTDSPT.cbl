000280*
000290* DATE       AUTHOR    DESCRIPTION
000300* 09/02/26   JMELTON   INITIAL VERSION
000305* 10/15/26   JMELTON   AUDIT LRECL 127 TO 136 - THE OPENER/
000306*                      CLOSER ALSO GOES IN AUD-USERID.
000310*****************************************************
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000480     COPY CLNTAUDT.
000490 FD  AUDITOT
000500     RECORDING MODE IS F.
000510 01  DSPT-AUDITOT-REC          PIC X(136).
000520 FD  DSPTRPT
000530     RECORDING MODE IS F.
000540 01  DSPT-LINE-REC.
002810     MOVE SPACES           TO DAUD-EFFDATE.
002820     MOVE ZERO             TO DAUD-HIST-CLNTIDEN.
002830     MOVE SPACES           TO DAUD-HIST-TIMESTAMP.
002835     MOVE DSPT-OPER-ID     TO DAUD-USERID.
002840     WRITE DSPT-AUDITOT-REC FROM DAUDITREC.
002850     IF NOT DSPT-AUDITOT-OK
002860         DISPLAY "CLNTDSPT - WRITE ERROR ON AUDITOT, STATUS = "

000280*
000290* DATE       AUTHOR    DESCRIPTION
000300* 09/02/26   JMELTON   INITIAL VERSION
000305* 10/15/26   JMELTON   AUDIT LRECL 127 TO 136, HISTORY 265 TO
000306*                      273 FOR THE NEW USER ID FIELDS.
000310*****************************************************
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000520****COPY SO THE LIVE CLUSTER'S FD KEEPS THE HIST NAMES.
000530 FD  HISTARC
000540     RECORDING MODE IS F.
000550 01  ARCQ-HISTARC-REC          PIC X(273).
000560 FD  AUDTARC
000570     RECORDING MODE IS F.
000580     COPY CLNTAUDT.
000620****AND THE RELOAD LOG ENTRY.
000630 FD  AUDITFL
000640     RECORDING MODE IS F.
000650 01  ARCQ-AUDOUT-REC           PIC X(136).
000660 WORKING-STORAGE SECTION.
000670 01  ARCQ-SWITCHES.
000680     05  ARCQ-HARC-EOF-SW    PIC X(01) VALUE 'N'.

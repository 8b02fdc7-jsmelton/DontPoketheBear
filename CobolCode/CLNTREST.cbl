000210*
000220* DATE       AUTHOR    DESCRIPTION
000230* 08/22/26   JMELTON   INITIAL VERSION
000235* 10/15/26   JMELTON   CLEARS THE NEW AUD-USERID ON THE
000236*                      RESTORE ENTRY.
000240*****************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
001710     MOVE ZERO               TO AUD-HIST-CLNTIDEN.
001720     MOVE SPACES             TO AUD-HIST-TIMESTAMP.
001722     MOVE 'N'                TO AUD-DISPUTE-SW.
001724     MOVE SPACES             TO AUD-USERID.
001730     OPEN EXTEND AUDITFL.
001740     IF NOT REST-AUDITFL-STATUS-OK AND NOT REST-AUDITFL-NOFILE
001750         CLOSE AUDITFL

000290*
000300* DATE       AUTHOR    DESCRIPTION
000310* 09/02/26   JMELTON   INITIAL VERSION
000311* 10/15/26   JMELTON   CLEARS PARM-APRV-SW ON EVERY CALL -
000312*                      ONLY CLNTAPRV SETS IT.
000314* 10/15/26   JMELTON   PASSES A BLANK PARM-USERID SO MASS
000315*                      CHANGES CARRY NO OPERATOR ID.
000316* 10/15/26   JMELTON   PASSES BLANK FEED SOURCE AND FIELD-
000318*                      GROUP FLAGS SO A MASS CHANGE APPLIES IN
000319*                      FULL AND AUDITS AS BATCH.
000320*****************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
004100         STOP RUN
004110     END-IF.
004120     MOVE 'Y'          TO PARM-BATCH-SW.
004125     MOVE SPACE        TO PARM-APRV-SW.
004126     MOVE SPACES       TO PARM-USERID.
004128     MOVE SPACES       TO PARM-FEED-INFO.
004130     MOVE IPROCESS     TO PARM-PROCESS.
004140     MOVE ICLNTIDEN    TO PARM-CLNTIDEN.
004150     MOVE ICLNTFNAME   TO PARM-CLNTFNAME.

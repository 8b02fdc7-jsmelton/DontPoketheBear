000130*   1 - CLIENT MASTER ROWS (FLAT REPRO IMAGE OR A
000140*       CLNTBKUP BACKUP - THE HDRDATE= HEADER PASSES
000150*       THROUGH UNTOUCHED), 448 TO 448.
000160*   2 - SNAPSHOT, 196 TO 255.
000170*   3 - HISTORY ROWS (FLAT REPRO IMAGE), 211 TO 273.
000180*   4 - AUDIT TRAIL OR ITS ARCHIVE, 119 TO 136.
000190*   5 - MERGE CROSS-REFERENCE, 20 TO 28.
000200*   6 - DELTA-SHAPED DATASETS (REJECTS, PENDING,
000210*       RECYCLE, OR A DELTA FILE), 447 TO 447 - THE
000220*       REJECT STAMP AND RETIRING MERGE NUMBER RIDE
000230*       ALONG, SO ONE MODE COVERS ALL FOUR.
000232* THE NEW SIDE IS ALWAYS THE CURRENT COPYBOOK LAYOUT -
000234* CLNTHREC AND CLNTAUDT WITH THE OPERATOR USER ID LEFT
000236* BLANK - SO A DATASET CONVERTED HERE IS ALREADY IN THE
000238* SHAPE CLNTUIDC PRODUCES AND MUST NOT BE PADDED AGAIN.
000240* SEE THE CLNTCNVT JOB FOR THE REPRO/REDEFINE
000250* CHOREOGRAPHY AROUND THE TWO VSAM CLUSTERS.
000260*
000270* DATE       AUTHOR    DESCRIPTION
000280* 09/02/26   JMELTON   INITIAL VERSION
000281* 10/15/26   JMELTON   SNAPSHOT OUTPUT FOLLOWS CLNTSNAP TO 255
000282*                      (OVERRIDE GROUP BYTES, LEFT BLANK).
000284* 10/15/26   JMELTON   HISTORY AND AUDIT OUTPUT DOCUMENTED AT
000286*                      THEIR CURRENT 273 AND 136 BYTES (USER
000288*                      ID BLANK), MATCHING THE JOB.
000290*****************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.

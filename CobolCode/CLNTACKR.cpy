      * 01    03   'HDR'
      * 04    08   RUN DATE, YYYYMMDD
      * 12    08   SOURCE SYSTEM ('CLNTACK')
      * 20    08   FEED SENDER THE FILE IS FOR (FEEDMAIN,
      *            FEEDCNTC - SEE CLNTSRCP)
      *
      * GATE VERDICT (ACKGTEREC), ONE PER FILE:
      * COL   LEN  FIELD
      *
      * DATE       AUTHOR    DESCRIPTION
      * 09/02/26   JMELTON   INITIAL VERSION
      * 10/15/26   JMELTON   ADDED THE FEED SENDER TO THE HEADER
      *                      IN THE UNUSED COLUMNS FROM 20 - EACH
      *                      SENDER NOW GETS ITS OWN FILE CARRYING
      *                      ONLY ITS OWN REJECTS.  EXISTING
      *                      COLUMNS DO NOT MOVE.
      *****************************************************
       01  ACKHDRREC.
           05  ACKH-MARKER          PIC X(03).
           05  ACKH-RUNDATE         PIC 9(08).
           05  ACKH-SOURCE          PIC X(08).
           05  ACKH-SENDER          PIC X(08).
           05  FILLER               PIC X(53).
       01  ACKGTEREC.
           05  ACKG-MARKER          PIC X(03).
           05  ACKG-VERDICT         PIC X(01).

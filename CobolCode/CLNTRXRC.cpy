      *****************************************************
      * CLIENT RELATIONSHIP EXTRACT RECORD.
      * FIXED INTERFACE LAYOUT OF THE RELATIONSHIP LISTING
      * CLNTRELX WRITES FOR THE SAME DOWNSTREAM CONSUMERS AS
      * THE CLIENT EXTRACT (CLNTXREC).  ITS COLUMN POSITIONS
      * ARE NOT TO CHANGE WITHOUT NOTICE TO EVERY CONSUMER.
      *
      * EVERY ROW ON CLNTREL IS LISTED, ACTIVE AND ENDED, IN
      * CLIENT NUMBER ORDER.  EACH RELATIONSHIP THEREFORE
      * APPEARS TWICE - ONCE UNDER EACH CLIENT, WITH THE
      * INVERSE TYPE (SEE CLNTRTYP) - SO A CONSUMER LOOKING UP
      * ONE CLIENT FINDS ALL OF ITS RELATIONSHIPS WITHOUT
      * SEARCHING THE RELATED-CLIENT COLUMN.
      *
      * THE FILE IS BRACKETED BY THE SAME CONTROL RECORDS AS
      * THE CLIENT EXTRACT:
      *   FIRST RECORD  - HEADER, 'HDR' IN COL 1-3, WITH THE
      *                   RUN DATE AND SOURCE SYSTEM.
      *   LAST RECORD   - TRAILER, 'TRL' IN COL 1-3, WITH THE
      *                   DETAIL RECORD COUNT AND A HASH TOTAL
      *                   (UNSIGNED SUM) OVER RLX-CLNTIDEN.
      * DETAIL RECORDS ALWAYS BEGIN WITH A NUMERIC CLIENT ID.
      *
      * DETAIL RECORD (RLXRELREC):
      * COL   LEN  FIELD
      * ---   ---  -----------------------------------------
      * 01    09   CLIENT ID NUMBER
      * 10    04   RELATIONSHIP TYPE CODE
      * 14    20   RELATIONSHIP DESCRIPTION, READ AS "CLIENT
      *            (COL 01) IS THE ... CLIENT (COL 34)"
      * 34    09   RELATED CLIENT ID NUMBER
      * 43    01   STATE - A ACTIVE, E ENDED
      * 44    08   START DATE, YYYYMMDD
      * 52    08   END DATE, YYYYMMDD (ZEROS WHILE ACTIVE)
      * 60    08   END REASON - TERM, CLOSE, DELETE, PURGE,
      *            MERGE OR ERASE (BLANK WHILE ACTIVE)
      * 68    13   RESERVED, SPACES
      *
      * HEADER RECORD (RLXHDRREC):
      * COL   LEN  FIELD
      * ---   ---  -----------------------------------------
      * 01    03   'HDR'
      * 04    08   RUN DATE, YYYYMMDD
      * 12    08   SOURCE SYSTEM ('CLNTRELX')
      *
      * TRAILER RECORD (RLXTRLREC):
      * COL   LEN  FIELD
      * ---   ---  -----------------------------------------
      * 01    03   'TRL'
      * 04    09   DETAIL RECORD COUNT
      * 13    13   HASH TOTAL OF RLX-CLNTIDEN, TRUNCATED TO
      *            13 DIGITS
      *
      * DATE       AUTHOR    DESCRIPTION
      * 10/15/26   JMELTON   INITIAL VERSION
      * 10/15/26   JMELTON   ERASE ADDED TO THE END REASONS
      *                      (CLNTERAS).
      *****************************************************
       01  RLXRELREC.
           05  RLX-CLNTIDEN     PIC 9(09).
           05  RLX-TYPE         PIC X(04).
           05  RLX-TYPEDESC     PIC X(20).
           05  RLX-RELIDEN      PIC 9(09).
           05  RLX-STATE        PIC X(01).
           05  RLX-START-DATE   PIC 9(08).
           05  RLX-END-DATE     PIC 9(08).
           05  RLX-END-REASON   PIC X(08).
           05  FILLER           PIC X(13).
       01  RLXHDRREC.
           05  RLXH-MARKER      PIC X(03).
           05  RLXH-RUNDATE     PIC 9(08).
           05  RLXH-SOURCE      PIC X(08).
           05  FILLER           PIC X(61).
       01  RLXTRLREC.
           05  RLXT-MARKER      PIC X(03).
           05  RLXT-COUNT       PIC 9(09).
           05  RLXT-HASH        PIC 9(13).
           05  FILLER           PIC X(55).

      *            EMAIL(40)
      * 251   240  AFTER IMAGE, SAME SHAPE (SPACES WHEN
      *            ACTION IS D)
      * 491   08   SOURCE OF THE CHANGE - THE FEED SOURCE
      *            (FEEDMAIN, FEEDCNTC), BATCH, TERM OR
      *            COMPLNCE AS ON THE AUDIT TRAIL, OR
      *            MULTIPLE WHEN THE NIGHT'S CHANGES TO THE
      *            CLIENT CAME FROM MORE THAN ONE SOURCE
      *
      * HEADER: 'HDR' + RUN DATE YYYYMMDD + SOURCE ('CLNTCHGX')
      * TRAILER: 'TRL' + DETAIL COUNT 9(09) + HASH TOTAL 9(13)
      *                      TO BOTH IMAGES - LRECL GOES 390 TO
      *                      490.  CONSUMERS WERE NOTICED AHEAD
      *                      OF THE CUTOVER.
      * 10/15/26   JMELTON   APPENDED THE SOURCE OF THE CHANGE
      *                      NOW THAT TWO FEEDS UPDATE THE
      *                      MASTER - LRECL GOES 490 TO 498.
      *                      CONSUMERS WERE NOTICED AHEAD OF THE
      *                      CUTOVER.
      *****************************************************
       01  CHGXREC.
           05  CHGX-ACTION          PIC X(01).
               10  CHGX-A-DATE      PIC X(08).
               10  CHGX-A-PHONE     PIC X(10).
               10  CHGX-A-EMAIL     PIC X(40).
           05  CHGX-SOURCE          PIC X(08).
       01  CHGXHDRREC.
           05  CHGXH-MARKER     PIC X(03).
           05  CHGXH-RUNDATE    PIC 9(08).
           05  CHGXH-SOURCE     PIC X(08).
           05  FILLER           PIC X(479).
       01  CHGXTRLREC.
           05  CHGXT-MARKER     PIC X(03).
           05  CHGXT-COUNT      PIC 9(09).
           05  CHGXT-HASH       PIC 9(13).
           05  FILLER           PIC X(473).

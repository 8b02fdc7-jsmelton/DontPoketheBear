      *                      119 TO 127.  REALLOCATE THE AUDIT
      *                      DATASET AND RUN CLNTCNVT OVER THE
      *                      EXISTING TRAIL AND ITS ARCHIVE.
      * 10/15/26   JMELTON   APPENDED AUD-USERID, THE OPERATOR
      *                      BEHIND A TERMINAL ENTRY (BLANK FROM
      *                      THE FEED), AND THE REFUSED OPERATION
      *                      PROCCLNT LOGS WHEN CLNTOPRF DOES NOT
      *                      LET A USER RUN A MENU OPTION.  LRECL
      *                      GOES 127 TO 136 - REALLOCATE THE
      *                      AUDIT DATASET AND ITS ARCHIVE WHEN
      *                      THIS GOES IN.
      *****************************************************
       01  AUDITREC.
           05  AUD-DATE          PIC 9(08).
           05  AUD-HIST-TIMESTAMP  PIC X(16).
           05  AUD-DISPUTE-SW      PIC X(01).
               88  AUD-DISPUTE-OPEN           VALUE 'Y'.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  AUD-USERID          PIC X(08).

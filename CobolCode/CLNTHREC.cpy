      *                      GOES 215 TO 265, RECORDSIZE(265 265).
      *                      REDEFINE AND RELOAD THE CLUSTER WHEN
      *                      THIS GOES IN.
      * 10/15/26   JMELTON   APPENDED HIST-USERID, THE OPERATOR
      *                      WHOSE CHANGE SAVED THIS PRIOR IMAGE
      *                      (BLANK FROM THE FEED) - LRECL GOES
      *                      265 TO 273, RECORDSIZE(273 273).
      *                      REDEFINE AND RELOAD THE CLUSTER WHEN
      *                      THIS GOES IN.
      *****************************************************
       01  HISTREC.
           05  HIST-KEY.
               10  HIST-CLNTYY       PIC X(04).
           05  HIST-CLNTPHONE        PIC X(10).
           05  HIST-CLNTEMAIL        PIC X(40).
           05  HIST-USERID           PIC X(08).

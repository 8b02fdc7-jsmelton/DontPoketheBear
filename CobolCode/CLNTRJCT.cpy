      * 09/02/26   JMELTON   MIRRORED THE NEW ICLNTPHONE/ICLNTEMAIL
      *                      CONTACT FIELDS AT THE SAME OFFSETS AS
      *                      ICLNTREC.
      * 10/15/26   JMELTON   MIRRORED THE FEED SOURCE AND FIELD-
      *                      GROUP FLAGS AT THE SAME OFFSETS AS
      *                      ICLNTREC SO A RECYCLED REJECT STILL
      *                      ONLY APPLIES WHAT ITS SENDER OWNS,
      *                      AND CLNTACK CAN REPORT EACH REJECT
      *                      BACK TO THE SENDER THAT SENT IT.
      *****************************************************
       01  RJCTCLNTREC.
           02  RJCT-PROCESS         PIC 9(02).
           02  RJCT-MRGIDEN         PIC 9(09).
           02  RJCT-CLNTPHONE       PIC X(10).
           02  RJCT-CLNTEMAIL       PIC X(40).
           02  RJCT-FEED-INFO.
               05  RJCT-FEEDSRC     PIC X(08).
               05  RJCT-GRP-NAME    PIC X(01).
               05  RJCT-GRP-ADDR    PIC X(01).
               05  RJCT-GRP-CONTACT PIC X(01).
               05  RJCT-GRP-LIFE    PIC X(01).
           02  FILLER               PIC X(127).

      * 09/02/26   JMELTON   ADDED CHANGE REASON 06, MASS CHANGE -
      *                      STAMPED BY CLNTMASS SO A BAD MASS RUN
      *                      CAN BE TRACED AND UNWOUND.
      * 10/15/26   JMELTON   CARVED THE SENDING FEED SOURCE AND
      *                      ITS FIELD-GROUP FLAGS OUT OF THE
      *                      TRAILING FILLER (SEE CLNTSRCP).  A
      *                      GROUP FLAGGED 'N' IS NOT CARRIED BY
      *                      THE TRANSACTION AND PROCCLNT LEAVES
      *                      THE MASTER'S VALUES FOR IT ALONE;
      *                      'Y' OR SPACES MEAN CARRIED, SO EVERY
      *                      TRANSACTION BUILT BEFORE THE CHANGE
      *                      STILL APPLIES IN FULL.
      * 10/15/26   JMELTON   ADDED CHANGE REASON 07, SEASONAL
      *                      ADDRESS SWITCH - STAMPED BY CLNTSEAS
      *                      WHEN IT PUTS A CLIENT'S SEASONAL,
      *                      MAILING OR RESIDENCE ADDRESS (SEE
      *                      CLNTAREC) ON THE MASTER.
      *****************************************************
       01  INCLNTREC.
           02  IPROCESS         PIC 9(02).
               88  ICLNTRSN-CLOSURE     VALUE '04'.
               88  ICLNTRSN-CONTACT-CHG VALUE '05'.
               88  ICLNTRSN-MASS-CHG    VALUE '06'.
               88  ICLNTRSN-SEASON-CHG  VALUE '07'.
               88  ICLNTRSN-OTHER       VALUE '99'.
           02  ICLNTEFFDATE.
               05  ICLNTEFFMM   PIC X(02).
           02  ICLNTMRGIDEN     PIC 9(09).
           02  ICLNTPHONE       PIC X(10).
           02  ICLNTEMAIL       PIC X(40).
      ****FEED SOURCE THAT GENERATED THE TRANSACTION (SPACES
      ****WHEN IT DID NOT COME FROM A FEED) AND THE FIELD GROUPS
      ****IT CARRIES.
           02  ICLNTFEED-INFO.
               05  ICLNTFEEDSRC     PIC X(08).
               05  ICLNTGRP-NAME    PIC X(01).
               05  ICLNTGRP-ADDR    PIC X(01).
               05  ICLNTGRP-CONTACT PIC X(01).
               05  ICLNTGRP-LIFE    PIC X(01).
           02  FILLER           PIC X(127).

      *****************************************************
      * MONTHLY MASTER DATA-QUALITY RECORD ON THE DQHISTFL
      * DATASET.  ONE ROW PER MONTH, APPENDED BY THE CLNTREED
      * RE-EDIT RUN: HOW MANY MASTER RECORDS WERE READ, HOW
      * MANY FAILED ONE OR MORE OF TODAY'S CLNTEDIT RULES, THE
      * FAILURE COUNT FOR EACH RULE, AND THE BLANK PHONE/EMAIL
      * COUNTS.  DQ-RULE-CNT IS IN CLNTEDIT'S OWN CHECK ORDER -
      * STATE, ZIP, MONTH, DAY, YEAR, PHONE, EMAIL - WITH ANY
      * MESSAGE CLNTREED DOES NOT RECOGNISE COUNTED IN THE
      * EIGHTH SLOT.  A MONTH RERUN IS APPENDED AGAIN - READERS
      * TAKE THE LAST OCCURRENCE OF EACH MONTH, THE SAME
      * LAST-WINS CONVENTION AS THE STATSFL DATASET.
      *
      * DATE       AUTHOR    DESCRIPTION
      * 10/15/26   JMELTON   INITIAL VERSION
      *****************************************************
       01  DQHISTREC.
           05  DQ-MONTH             PIC 9(06).
           05  FILLER               PIC X(01).
           05  DQ-RUN-DATE          PIC 9(08).
           05  FILLER               PIC X(01).
           05  DQ-READ              PIC 9(07).
           05  FILLER               PIC X(01).
           05  DQ-EXCEPTIONS        PIC 9(07).
           05  FILLER               PIC X(01).
           05  DQ-RULE-COUNTS.
               10  DQ-RULE-CNT      PIC 9(07) OCCURS 8 TIMES.
           05  FILLER               PIC X(01).
           05  DQ-BLANK-PHONE       PIC 9(07).
           05  FILLER               PIC X(01).
           05  DQ-BLANK-EMAIL       PIC 9(07).
           05  FILLER               PIC X(01).
           05  DQ-BLANK-BOTH        PIC 9(07).
           05  FILLER               PIC X(08).

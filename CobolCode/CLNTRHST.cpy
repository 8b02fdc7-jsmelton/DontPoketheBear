      *****************************************************
      * RUN-HISTORY RECORD ON THE RUNHIST DATASET.  EVERY
      * PROGRAM STEP OF THE CLNTNITE WINDOW APPENDS A START
      * RECORD AS IT BEGINS AND AN END RECORD, WITH ITS
      * RETURN CODE AND KEY COUNTS, AS IT FINISHES, THROUGH
      * THE COMMON CLNTRLOG MODULE.  UNLIKE RUNCTL THE DATASET
      * IS NEVER CLEARED - IT IS THE PERMANENT RECORD OF THE
      * WINDOW THAT CLNTSLAR REPORTS THE SLA AND TRENDS FROM.
      *
      * RHST-NIGHT IS THE WINDOW'S NIGHT: THE STEP'S START
      * DATE, OR THE DAY BEFORE WHEN THE STEP STARTED BEFORE
      * NOON, SO A WINDOW THAT RUNS PAST MIDNIGHT STAYS ONE
      * NIGHT.  THE END RECORD REPEATS THE START DATE AND
      * TIME, SO IT CARRIES THE STEP'S ELAPSED TIME ON ITS
      * OWN; A START RECORD WITH NO MATCHING END RECORD IS A
      * STEP THAT ABENDED OR STOPPED ON A HARD ERROR.
      *
      * RHST-FLAG CARRIES A STEP'S OWN VERDICT WHERE IT HAS
      * ONE - THE GATE'S FAIL CODE (SEE CLNTGSTA), 'BAL' OR
      * 'OOB' FROM CLNTBAL.  UNUSED COUNT SLOTS ARE BLANK
      * WITH A ZERO VALUE.
      *
      * DATE       AUTHOR    DESCRIPTION
      * 10/15/26   JMELTON   INITIAL VERSION
      *****************************************************
       01  RHSTREC.
           05  RHST-NIGHT           PIC 9(08).
           05  FILLER               PIC X(01).
           05  RHST-EVENT           PIC X(01).
               88  RHST-EVENT-START           VALUE 'S'.
               88  RHST-EVENT-END             VALUE 'E'.
           05  FILLER               PIC X(01).
           05  RHST-PROGRAM         PIC X(08).
           05  FILLER               PIC X(01).
           05  RHST-QUAL            PIC X(08).
           05  FILLER               PIC X(01).
           05  RHST-START-DATE      PIC 9(08).
           05  RHST-START-TIME      PIC 9(08).
           05  FILLER               PIC X(01).
           05  RHST-END-DATE        PIC 9(08).
           05  RHST-END-TIME        PIC 9(08).
           05  FILLER               PIC X(01).
           05  RHST-RC              PIC 9(04).
           05  FILLER               PIC X(01).
           05  RHST-FLAG            PIC X(04).
           05  FILLER               PIC X(01).
           05  RHST-COUNTS.
               10  RHST-COUNT-ENTRY OCCURS 4 TIMES.
                   15  RHST-CNT-LABEL   PIC X(10).
                   15  RHST-CNT-VALUE   PIC 9(09).
           05  FILLER               PIC X(11).

      *****************************************************
      * CALL PARAMETER LAYOUT FOR "CALL 'CLNTRLOG'".
      * THE CALLER INITIALIZES THE AREA, FILLS RLOG-PROGRAM
      * AND CALLS WITH RLOG-EVENT 'S' AS THE STEP BEGINS -
      * CLNTRLOG STAMPS RLOG-START-DATE/TIME - THEN, AS THE
      * STEP ENDS, CALLS AGAIN WITH THE SAME AREA, EVENT 'E',
      * THE STEP'S RETURN-CODE IN RLOG-RC AND ITS KEY COUNTS.
      * RLOG-QUAL TELLS APART RUNS OF ONE PROGRAM THAT DO
      * DIFFERENT JOBS IN THE WINDOW (THE FEED SENDER CODE,
      * THE CLNTLOCK FUNCTION).  THE CALL HANDS RLOG-RC BACK
      * AS THE RETURN-CODE, SO THE STEP'S OWN CODE SURVIVES
      * THE CALL.  SEE CLNTRHST FOR THE RECORD WRITTEN.
      *
      * DATE       AUTHOR    DESCRIPTION
      * 10/15/26   JMELTON   INITIAL VERSION
      *****************************************************
       01  CLNTRLOGREC.
           05  RLOG-EVENT           PIC X(01).
               88  RLOG-EVENT-START           VALUE 'S'.
               88  RLOG-EVENT-END             VALUE 'E'.
           05  RLOG-PROGRAM         PIC X(08).
           05  RLOG-QUAL            PIC X(08).
           05  RLOG-START-DATE      PIC 9(08).
           05  RLOG-START-TIME      PIC 9(08).
           05  RLOG-RC              PIC 9(04).
           05  RLOG-FLAG            PIC X(04).
           05  RLOG-COUNTS.
               10  RLOG-COUNT-ENTRY OCCURS 4 TIMES.
                   15  RLOG-CNT-LABEL   PIC X(10).
                   15  RLOG-CNT-VALUE   PIC 9(09).

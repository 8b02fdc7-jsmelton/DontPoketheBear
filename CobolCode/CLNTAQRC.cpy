      *****************************************************
      * SUPERVISOR-APPROVAL QUEUE RECORD ON THE CLNTAPRQ
      * KSDS.  A TERMINAL REWRITE, CLOSE/DELETE, MERGE OR
      * DELETE-ALL IS NO LONGER APPLIED TO THE MASTER WHEN
      * IT IS KEYED - PROCCLNT EDITS IT AS BEFORE AND QUEUES
      * IT HERE WITH THE RECORD AS IT STOOD (BEFORE IMAGE),
      * THE RECORD AS KEYED (AFTER IMAGE) AND THE KEYING
      * OPERATOR.  CLNTAPRV LISTS THE QUEUE FOR A SUPERVISOR,
      * WHO APPROVES (APPLIED THROUGH PROCCLNT SO HISTORY AND
      * AUDIT HAPPEN AS ALWAYS) OR REJECTS EACH ITEM - NEVER
      * ONE THEY KEYED THEMSELVES.  AN ITEM LEFT UNDECIDED
      * TOO LONG IS EXPIRED ONTO THE EXCEPTIONS REPORT.
      * DECIDED ITEMS STAY ON FILE AS THE DUAL-CONTROL
      * RECORD.
      *
      * KEYED ON THE QUEUE TIMESTAMP (YYYYMMDDHHMMSSCC) PLUS
      * THE CLIENT NUMBER SO THE QUEUE READS BACK OLDEST
      * FIRST.  A MERGE IS QUEUED UNDER THE SURVIVING CLIENT
      * WITH THE RETIRING ONE IN APRQ-MRGIDEN; A DELETE-ALL
      * UNDER CLIENT ZERO.  BOTH IMAGES ARE WHOLE OCLNTREC
      * RECORDS - FOR A MERGE THE BEFORE IMAGE IS THE
      * RETIRING CLIENT AND THE AFTER IMAGE THE SURVIVOR.
      *
      * DATE       AUTHOR    DESCRIPTION
      * 10/15/26   JMELTON   INITIAL VERSION
      *****************************************************
       01  APRQREC.
           05  APRQ-KEY.
               10  APRQ-TIMESTAMP    PIC X(16).
               10  APRQ-TS-X REDEFINES APRQ-TIMESTAMP.
                   15  APRQ-TS-DATE  PIC 9(08).
                   15  APRQ-TS-TIME  PIC 9(08).
               10  APRQ-CLNTIDEN     PIC 9(09).
           05  APRQ-PROCESS          PIC 9(02).
           05  APRQ-STATUS           PIC X(01).
               88  APRQ-PENDING               VALUE 'P'.
               88  APRQ-APPROVED              VALUE 'A'.
               88  APRQ-REJECTED              VALUE 'R'.
               88  APRQ-EXPIRED               VALUE 'X'.
               88  APRQ-FAILED                VALUE 'F'.
           05  APRQ-MAKER            PIC X(08).
           05  APRQ-CHECKER          PIC X(08).
           05  APRQ-DECIDED-DATE     PIC 9(08).
           05  APRQ-DECIDED-TIME     PIC 9(08).
      ****THE MAKER'S ANSWER TO THE FOLLOW-UP QUESTION - ON A
      ****REWRITE 0 = DO NOT PROTECT FROM THE FEED, ON A
      ****CLOSE/DELETE 0 = PHYSICAL DELETE.  ANYTHING ELSE IS
      ****THE SAFE DEFAULT (PROTECT, CLOSE).
           05  APRQ-ANSWER           PIC X(01).
           05  APRQ-MRGIDEN          PIC 9(09).
      ****WHY AN ITEM WAS REJECTED, FAILED OR EXPIRED.
           05  APRQ-NOTE             PIC X(40).
           05  APRQ-BEFORE-IMAGE     PIC X(448).
           05  APRQ-AFTER-IMAGE      PIC X(448).

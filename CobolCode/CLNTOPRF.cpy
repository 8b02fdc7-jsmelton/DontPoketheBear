      *****************************************************
      * OPERATOR PROFILE RECORD ON THE CLNTOPRF KSDS, KEYED
      * ON THE OPERATOR'S USER ID.  ONE ROW PER USER ALLOWED
      * ON PROCCLNT'S TERMINAL MENU, SAYING WHICH OPTION
      * GROUPS THE USER MAY RUN:
      *   INQUIRY - 1 SEARCH, 6 DISPLAY, 7 NAME SEARCH,
      *             9 NOTES, 10 RELATIONSHIPS, 11 ADDRESSES
      *   UPDATE  - 2 INSERT, 3 REWRITE, 4 CLOSE/DELETE, THE
      *             ADD AND END FUNCTIONS UNDER OPTION 10, AND
      *             THE ADD/CHANGE AND DELETE FUNCTIONS UNDER
      *             OPTION 11
      *   MERGE   - 8 MERGE
      *   DELALL  - 5 DELETE ALL
      * A USER WITH NO ROW MAY RUN NOTHING.  PROCCLNT READS
      * IT BEFORE EVERY TERMINAL DISPATCH; ONLY CLNTOPRM
      * MAINTAINS IT.
      *
      * DATE       AUTHOR    DESCRIPTION
      * 10/15/26   JMELTON   INITIAL VERSION
      * 10/15/26   JMELTON   ADDED OPTION 10, CLIENT
      *                      RELATIONSHIPS.
      * 10/15/26   JMELTON   ADDED OPTION 11, CLIENT ADDRESSES.
      *****************************************************
       01  OPRFREC.
           05  OPRF-USERID           PIC X(08).
           05  OPRF-NAME             PIC X(30).
           05  OPRF-RIGHTS.
               10  OPRF-INQUIRY-SW   PIC X(01).
                   88  OPRF-INQUIRY-YES       VALUE 'Y'.
               10  OPRF-UPDATE-SW    PIC X(01).
                   88  OPRF-UPDATE-YES        VALUE 'Y'.
               10  OPRF-MERGE-SW     PIC X(01).
                   88  OPRF-MERGE-YES         VALUE 'Y'.
               10  OPRF-DELALL-SW    PIC X(01).
                   88  OPRF-DELALL-YES        VALUE 'Y'.
      ****WHEN AND BY WHOM THE ROW WAS LAST ADDED OR CHANGED.
           05  OPRF-MAINT-DATE       PIC 9(08).
           05  OPRF-MAINT-USER       PIC X(08).
           05  FILLER                PIC X(22).

      *****************************************************
      * CLIENT RELATIONSHIP RECORD ON THE CLNTREL KSDS.  ONE
      * ROW SAYS THAT CLIENT REL-CLNTIDEN STANDS IN
      * RELATIONSHIP REL-TYPE TO CLIENT REL-RELIDEN (SPOUSE
      * OF, OWNER OF, HOLDS POWER OF ATTORNEY OVER, ...).  THE
      * TYPES AND THEIR INVERSES ARE IN CLNTRTYP.
      * EVERY RELATIONSHIP IS HELD AS A PAIR - THE ROW AS
      * KEYED AND ITS RECIPROCAL UNDER THE RELATED CLIENT WITH
      * THE INVERSE TYPE - SO EITHER CLIENT'S RELATIONSHIPS
      * READ BACK BY KEY.  THE TWO ROWS ARE ALWAYS ADDED,
      * ENDED AND REPOINTED TOGETHER.
      * A RELATIONSHIP IS NEVER DELETED BY MAINTENANCE - IT IS
      * ENDED (REL-STATE 'E') WITH THE DATE, THE REASON AND
      * WHO ENDED IT, SO THE FILE STILL SHOWS WHAT WAS ONCE
      * RECORDED:
      *   TERM    - ENDED BY AN OPERATOR (PROCCLNT OPTION 10)
      *   CLOSE   - THE CLIENT WAS CLOSED
      *   DELETE  - THE CLIENT WAS PHYSICALLY DELETED
      *   PURGE   - THE CLIENT WAS PURGED BY CLNTPRGE
      *   ERASE   - THE CLIENT WAS ERASED BY CLNTERAS
      *   MERGE   - THE TWO CLIENTS WERE MERGED INTO ONE
      * ADDED, ENDED AND LISTED FROM PROCCLNT'S TERMINAL MENU
      * (OPTION 10), SHOWN ON THE OPTION 6 DISPLAY AND BY
      * CLNTHINQ, REPOINTED TO THE SURVIVOR BY A MERGE, AND
      * PUBLISHED TO EXTRACT CONSUMERS BY CLNTRELX.
      *
      * DATE       AUTHOR    DESCRIPTION
      * 10/15/26   JMELTON   INITIAL VERSION
      *****************************************************
       01  RELREC.
           05  REL-KEY.
               10  REL-CLNTIDEN      PIC 9(09).
               10  REL-TYPE          PIC X(04).
               10  REL-RELIDEN       PIC 9(09).
           05  REL-STATE             PIC X(01).
               88  REL-STATE-ACTIVE           VALUE 'A'.
               88  REL-STATE-ENDED            VALUE 'E'.
      ****YYYYMMDD THE RELATIONSHIP WAS ADDED, AND BY WHOM.
           05  REL-START-DATE        PIC 9(08).
           05  REL-ADD-USERID        PIC X(08).
      ****YYYYMMDD IT WAS ENDED (ZERO WHILE ACTIVE), WHY, AND
      ****BY WHOM (BLANK WHEN A BATCH RUN ENDED IT ON ITS OWN;
      ****AN ERASURE CARRIES THE OPERATOR WHO AUTHORIZED IT).
           05  REL-END-DATE          PIC 9(08).
           05  REL-END-REASON        PIC X(08).
           05  REL-END-USERID        PIC X(08).
           05  FILLER                PIC X(17).

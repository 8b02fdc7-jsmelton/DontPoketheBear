      * 09/02/26   JMELTON   ADDED PARM-CLNTPHONE/PARM-CLNTEMAIL
      *                      TO CARRY THE NEW CONTACT FIELDS
      *                      THROUGH TO PROCCLNT.
      * 10/15/26   JMELTON   ADDED PARM-APRV-SW/PARM-APRV-ANSWER
      *                      SO CLNTAPRV CAN APPLY A SUPERVISOR-
      *                      APPROVED TERMINAL CHANGE THROUGH THE
      *                      BATCH PATH AS THE TERMINAL CHANGE IT
      *                      IS, WITH THE MAKER'S PROTECT OR
      *                      CLOSE/DELETE ANSWER.
      * 10/15/26   JMELTON   ADDED PARM-USERID - THE SIGNED-ON
      *                      OPERATOR CLNTTERM PASSES IN (OR THE
      *                      MAKER OF AN APPROVED CHANGE), CHECKED
      *                      AGAINST CLNTOPRF AND STAMPED ON EVERY
      *                      AUDIT AND HISTORY ENTRY.  BLANK FROM
      *                      THE FEED CALLERS.
      * 10/15/26   JMELTON   ADDED PARM-FEED-INFO - THE SENDING
      *                      FEED SOURCE AND WHICH FIELD GROUPS
      *                      THE TRANSACTION CARRIES, STRAIGHT
      *                      FROM ICLNTFEED-INFO.  SPACES FROM
      *                      EVERY CALLER BUT PROCDLTA.
      *****************************************************
       01  CLNTPARMREC.
           05  PARM-BATCH-SW    PIC X(01).
           05  PARM-MRGIDEN     PIC 9(09).
           05  PARM-CLNTPHONE   PIC X(10).
           05  PARM-CLNTEMAIL   PIC X(40).
           05  PARM-APRV-SW     PIC X(01).
               88  PARM-APRV-YES          VALUE 'Y'.
           05  PARM-APRV-ANSWER PIC X(01).
           05  PARM-USERID      PIC X(08).
           05  PARM-FEED-INFO.
               10  PARM-FEEDSRC     PIC X(08).
               10  PARM-GRP-NAME    PIC X(01).
               10  PARM-GRP-ADDR    PIC X(01).
               10  PARM-GRP-CONTACT PIC X(01).
               10  PARM-GRP-LIFE    PIC X(01).
           05  FILLER           PIC X(155).

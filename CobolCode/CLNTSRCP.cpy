      *****************************************************
      * FEED SOURCE PRECEDENCE TABLE.  ONE ENTRY PER SOURCE
      * SYSTEM THAT SENDS US A NIGHTLY CLIENT FEED, SAYING
      * WHICH FIELD GROUPS THAT SOURCE OWNS:
      *   NAME    - FIRST, MIDDLE AND LAST NAME
      *   ADDR    - ADDRESS LINES, CITY, STATE, ZIP AND THE
      *             CLIENT DATE (THE SAME GROUPING AS CHANGE
      *             REASON 01)
      *   CONTACT - PHONE AND EMAIL
      *   LIFE    - THE CLIENT'S EXISTENCE: NEW ACCOUNTS,
      *             CLOSURES AND REOPENING A CLOSED CLIENT
      * CMPRCLNT ONLY GENERATES UPDATES FOR THE GROUPS THE
      * SENDING SOURCE OWNS, AND PROCCLNT ONLY APPLIES THOSE
      * GROUPS, SO TWO FEEDS NEVER OVERWRITE EACH OTHER.
      * SRCP-SOURCE IS THE CODE KEYED ON SYSIN TO CLNTGATE,
      * CMPRCLNT AND CLNTACK AND IS STAMPED AS THE AUDIT
      * SOURCE OF EVERY CHANGE THE FEED MAKES.  SRCP-TAG IS
      * THE SHORT NAME USED ON RUNCTL.  THE FIRST ENTRY IS THE
      * PRIMARY SENDER, USED WHEN SYSIN IS BLANK.  EVERY
      * GROUP MUST BE OWNED BY EXACTLY ONE ENTRY.
      * ADDING A SENDER MEANS A NEW FILLER ENTRY, THE OCCURS
      * BELOW AND SRCP-ENTRY-MAX ALL RAISED TOGETHER - AND THE
      * PER-SENDER TABLES SIZED TO MATCH, WHICH CANNOT TAKE
      * THEIR OCCURS FROM HERE: AUDR-SRC-FEED IN CLNTAUDR AND
      * BAL-DELTAS-SRC IN CLNTBAL.
      *
      * DATE       AUTHOR    DESCRIPTION
      * 10/15/26   JMELTON   INITIAL VERSION - FEEDMAIN (THE
      *                      ORIGINAL SENDER) KEEPS NAMES,
      *                      ADDRESSES AND THE CLIENT LIFECYCLE;
      *                      FEEDCNTC, THE CONTACT SYSTEM, OWNS
      *                      PHONE AND EMAIL.
      * 10/15/26   JMELTON   LISTED THE PER-SENDER TABLES THAT
      *                      MUST GROW WITH SRCP-ENTRY-MAX.
      *****************************************************
       01  SRCP-TABLE-VALUES.
      ****             SOURCE  TAG NAME ADDR CONTACT LIFE
           05  FILLER          PIC X(16)
                                   VALUE 'FEEDMAINMAINYYNY'.
           05  FILLER          PIC X(16)
                                   VALUE 'FEEDCNTCCNTCNNYN'.
       01  SRCP-TABLE REDEFINES SRCP-TABLE-VALUES.
           05  SRCP-ENTRY        OCCURS 2 TIMES
                                 INDEXED BY SRCP-IDX.
               10  SRCP-SOURCE         PIC X(08).
               10  SRCP-TAG            PIC X(04).
               10  SRCP-OWNS-NAME      PIC X(01).
               10  SRCP-OWNS-ADDR      PIC X(01).
               10  SRCP-OWNS-CONTACT   PIC X(01).
               10  SRCP-OWNS-LIFE      PIC X(01).
       01  SRCP-ENTRY-MAX        PIC 9(02) VALUE 02.

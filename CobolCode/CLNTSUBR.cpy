      *****************************************************
      * SUBSCRIPTION CONTROL CARD (CLNTSUBS), 80 BYTES.  ONE
      * SUBSCRIBER CARD PER DOWNSTREAM CONSUMER, FOLLOWED BY
      * ONE OR MORE FIELD CARDS NAMING, IN ORDER, THE FIELDS
      * THAT CONSUMER RECEIVES (NAMES FROM THE CLNTSFLD
      * CATALOG).  CLNTSUBX READS THE CARDS AND WRITES ONE
      * EXTRACT PER SUBSCRIBER.
      *
      * SUBSCRIBER CARD ('S'):
      * COL   LEN  FIELD
      * ---   ---  -----------------------------------------
      * 01    01   'S'
      * 03    08   SUBSCRIBER ID - ON THE EXTRACT'S HDR RECORD
      * 12    01   OUTPUT SLOT 1-8 - THE EXTRACT IS WRITTEN TO
      *            DD SUBOUTN
      * 14    01   SCOPE  - F FULL FILE, C CHANGES ONLY
      * 16    01   FILTER - A ACTIVE CLIENTS ONLY, L ALL
      * 18    01   FORMAT - F FIXED WIDTH, C COMMA DELIMITED,
      *            P PIPE DELIMITED
      * 20    30   DESCRIPTION (DOCUMENTATION ONLY)
      *
      * FIELD CARD ('F'):
      * 01    01   'F'
      * 03    08   SUBSCRIBER ID, AS ON ITS 'S' CARD
      * 12    63   UP TO SEVEN FIELD NAMES, EACH 8 BYTES
      *            FOLLOWED BY A SPACE.  BLANK NAMES ARE
      *            IGNORED, SO A CARD MAY BE PART FILLED.
      *
      * A CARD WITH '*' IN COL 1 IS A COMMENT.
      *
      * DATE       AUTHOR    DESCRIPTION
      * 10/15/26   JMELTON   INITIAL VERSION
      *****************************************************
       01  SUBCREC.
           05  SUBC-TYPE             PIC X(01).
               88  SUBC-SUBSCRIBER            VALUE 'S'.
               88  SUBC-FIELDS                VALUE 'F'.
               88  SUBC-COMMENT               VALUE '*'.
           05  FILLER                PIC X(01).
           05  SUBC-SUBID            PIC X(08).
           05  FILLER                PIC X(01).
           05  SUBC-BODY             PIC X(69).
           05  SUBC-SUB-BODY REDEFINES SUBC-BODY.
               10  SUBC-SLOT         PIC X(01).
               10  FILLER            PIC X(01).
               10  SUBC-SCOPE        PIC X(01).
                   88  SUBC-SCOPE-FULL        VALUE 'F'.
                   88  SUBC-SCOPE-CHANGES     VALUE 'C'.
               10  FILLER            PIC X(01).
               10  SUBC-FILTER       PIC X(01).
                   88  SUBC-FILTER-ACTIVE     VALUE 'A'.
                   88  SUBC-FILTER-ALL        VALUE 'L'.
               10  FILLER            PIC X(01).
               10  SUBC-FORMAT       PIC X(01).
                   88  SUBC-FORMAT-FIXED      VALUE 'F'.
                   88  SUBC-FORMAT-COMMA      VALUE 'C'.
                   88  SUBC-FORMAT-PIPE       VALUE 'P'.
               10  FILLER            PIC X(01).
               10  SUBC-DESC         PIC X(30).
               10  FILLER            PIC X(31).
           05  SUBC-FLD-BODY REDEFINES SUBC-BODY.
               10  SUBC-FLD-ENTRY    OCCURS 7 TIMES.
                   15  SUBC-FLD-NAME PIC X(08).
                   15  FILLER        PIC X(01).
               10  FILLER            PIC X(06).

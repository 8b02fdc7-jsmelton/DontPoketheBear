      *****************************************************
      * SUBSCRIBER EXTRACT FIELD CATALOG.  SFLD-ROW IS ONE
      * CLIENT AS CLNTSUBX SEES IT - EVERY FIELD A SUBSCRIBER
      * MAY ASK FOR - AND SFLD-TABLE NAMES EACH FIELD WITH ITS
      * POSITION AND LENGTH IN THE ROW.  A SUBSCRIBER'S FIELD
      * CARDS (CLNTSUBR) USE THESE NAMES.  THE FIRST FOURTEEN
      * FIELDS, IN ORDER, ARE THE CLNTXREC DETAIL LAYOUT.
      *   B - AVAILABLE ON FULL-FILE AND CHANGES-ONLY
      *       EXTRACTS.  ON A CHANGES-ONLY EXTRACT THEY ARE
      *       THE AFTER IMAGE (SPACES FOR A DELETE).
      *   C - CHANGES-ONLY EXTRACTS ONLY: THE ACTION CODE, THE
      *       SOURCE OF THE CHANGE AND THE BEFORE IMAGE, AS ON
      *       CLNTCGXR.
      * TO PUBLISH A NEW MASTER FIELD, ADD IT TO THE END OF
      * SFLD-ROW, ADD A CATALOG ENTRY, RAISE SFLD-ENTRY OCCURS
      * 27 BY ONE, AND FILL IT IN CLNTSUBX 3100-BUILD-FULL-ROW.
      * ONLY THE SUBSCRIBERS WHO THEN NAME IT ON A FIELD CARD
      * GET IT.
      *
      * DATE       AUTHOR    DESCRIPTION
      * 10/15/26   JMELTON   INITIAL VERSION
      * 10/15/26   JMELTON   DROPPED SFLD-ENTRY-MAX, WHICH NOTHING
      *                      READ - THE OCCURS IS THE LIMIT.
      *****************************************************
       01  SFLD-ROW.
           05  SFLD-CLNTIDEN         PIC 9(09).
           05  SFLD-FNAME            PIC X(15).
           05  SFLD-MNAME            PIC X(15).
           05  SFLD-LNAME            PIC X(25).
           05  SFLD-ADDR1            PIC X(40).
           05  SFLD-ADDR2            PIC X(40).
           05  SFLD-CITY             PIC X(40).
           05  SFLD-STATE            PIC X(02).
           05  SFLD-ZIP              PIC X(05).
           05  SFLD-CHGDATE          PIC X(08).
           05  SFLD-STATUS           PIC X(01).
           05  SFLD-CLSDATE          PIC X(08).
           05  SFLD-PHONE            PIC X(10).
           05  SFLD-EMAIL            PIC X(40).
           05  SFLD-ACTION           PIC X(01).
           05  SFLD-CHGSRC           PIC X(08).
           05  SFLD-BEFORE           PIC X(240).
       01  SFLD-TABLE-VALUES.
      ****             NAME    POS LEN SCOPE
           05  FILLER          PIC X(15) VALUE 'CLNTIDEN001009B'.
           05  FILLER          PIC X(15) VALUE 'FNAME   010015B'.
           05  FILLER          PIC X(15) VALUE 'MNAME   025015B'.
           05  FILLER          PIC X(15) VALUE 'LNAME   040025B'.
           05  FILLER          PIC X(15) VALUE 'ADDR1   065040B'.
           05  FILLER          PIC X(15) VALUE 'ADDR2   105040B'.
           05  FILLER          PIC X(15) VALUE 'CITY    145040B'.
           05  FILLER          PIC X(15) VALUE 'STATE   185002B'.
           05  FILLER          PIC X(15) VALUE 'ZIP     187005B'.
           05  FILLER          PIC X(15) VALUE 'CHGDATE 192008B'.
           05  FILLER          PIC X(15) VALUE 'STATUS  200001B'.
           05  FILLER          PIC X(15) VALUE 'CLSDATE 201008B'.
           05  FILLER          PIC X(15) VALUE 'PHONE   209010B'.
           05  FILLER          PIC X(15) VALUE 'EMAIL   219040B'.
           05  FILLER          PIC X(15) VALUE 'ACTION  259001C'.
           05  FILLER          PIC X(15) VALUE 'CHGSRC  260008C'.
           05  FILLER          PIC X(15) VALUE 'B-FNAME 268015C'.
           05  FILLER          PIC X(15) VALUE 'B-MNAME 283015C'.
           05  FILLER          PIC X(15) VALUE 'B-LNAME 298025C'.
           05  FILLER          PIC X(15) VALUE 'B-ADDR1 323040C'.
           05  FILLER          PIC X(15) VALUE 'B-ADDR2 363040C'.
           05  FILLER          PIC X(15) VALUE 'B-CITY  403040C'.
           05  FILLER          PIC X(15) VALUE 'B-STATE 443002C'.
           05  FILLER          PIC X(15) VALUE 'B-ZIP   445005C'.
           05  FILLER          PIC X(15) VALUE 'B-DATE  450008C'.
           05  FILLER          PIC X(15) VALUE 'B-PHONE 458010C'.
           05  FILLER          PIC X(15) VALUE 'B-EMAIL 468040C'.
       01  SFLD-TABLE REDEFINES SFLD-TABLE-VALUES.
           05  SFLD-ENTRY        OCCURS 27 TIMES
                                 INDEXED BY SFLD-IDX.
               10  SFLD-NAME           PIC X(08).
               10  SFLD-POS            PIC 9(03).
               10  SFLD-LEN            PIC 9(03).
               10  SFLD-SCOPE          PIC X(01).
                   88  SFLD-SCOPE-CHANGES         VALUE 'C'.

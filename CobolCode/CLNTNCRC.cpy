      *****************************************************
      * POSTAL CHANGE-OF-ADDRESS (NCOA) RETURN RECORD, AS THE
      * MAIL VENDOR SENDS IT BACK EACH MONTH.  ONE DETAIL PER
      * MOVE THE VENDOR FOUND AGAINST OUR MAILING LIST: THE
      * NAME AS WE SENT IT, THE ADDRESS WE HAD, THE ADDRESS
      * THE POST OFFICE HAS ON FILE NOW, AND THE DATE THE
      * MOVE TOOK EFFECT.  THE VENDOR OWNS THIS LAYOUT - KEEP
      * IT IN STEP WITH THEIR RECORD SPECIFICATION, NOT WITH
      * ANY CLIENT SYSTEMS RECORD.  READ BY CLNTNCOA.
      *
      * HEADER AND TRAILER RECORDS MAY BE PRESENT AND CARRY
      * NOTHING CLNTNCOA USES - ONLY RECORD TYPE 'D' IS A
      * MOVE.  THE MOVE DATE MAY COME WITH A DAY OF 00 WHEN
      * THE POST OFFICE HAS ONLY THE MONTH; CLNTNCOA TAKES
      * THE FIRST OF THE MONTH.
      *
      * LRECL 350, RECFM FB.
      *
      * DATE       AUTHOR    DESCRIPTION
      * 10/15/26   JMELTON   INITIAL VERSION
      *****************************************************
       01  NCOAREC.
           05  NCOA-REC-TYPE        PIC X(01).
               88  NCOA-HEADER               VALUE 'H'.
               88  NCOA-DETAIL               VALUE 'D'.
               88  NCOA-TRAILER              VALUE 'T'.
           05  NCOA-SEQ-NBR         PIC 9(09).
           05  NCOA-NAME.
               10  NCOA-LNAME       PIC X(25).
               10  NCOA-FNAME       PIC X(15).
               10  NCOA-MNAME       PIC X(15).
           05  NCOA-OLD-ADDR.
               10  NCOA-OLD-ADDR1   PIC X(40).
               10  NCOA-OLD-ADDR2   PIC X(40).
               10  NCOA-OLD-CITY    PIC X(40).
               10  NCOA-OLD-STATE   PIC X(02).
               10  NCOA-OLD-ZIP     PIC X(05).
               10  NCOA-OLD-ZIP4    PIC X(04).
           05  NCOA-NEW-ADDR.
               10  NCOA-NEW-ADDR1   PIC X(40).
               10  NCOA-NEW-ADDR2   PIC X(40).
               10  NCOA-NEW-CITY    PIC X(40).
               10  NCOA-NEW-STATE   PIC X(02).
               10  NCOA-NEW-ZIP     PIC X(05).
               10  NCOA-NEW-ZIP4    PIC X(04).
           05  NCOA-MOVE-DATE.
               10  NCOA-MOVE-YY     PIC X(04).
               10  NCOA-MOVE-MM     PIC X(02).
               10  NCOA-MOVE-DD     PIC X(02).
      ****I - INDIVIDUAL, F - WHOLE FAMILY, B - BUSINESS.
           05  NCOA-MOVE-TYPE       PIC X(01).
               88  NCOA-MOVE-INDIV           VALUE 'I'.
               88  NCOA-MOVE-FAMILY          VALUE 'F'.
               88  NCOA-MOVE-BUSINESS        VALUE 'B'.
      ****VENDOR FOOTNOTE CODE - PRINTED ON REVIEW, NOT ACTED ON.
           05  NCOA-FOOTNOTE        PIC X(02).
           05  FILLER               PIC X(12).

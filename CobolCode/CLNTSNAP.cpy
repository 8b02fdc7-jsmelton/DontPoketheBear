      * 09/02/26   JMELTON   APPENDED SNAP-CLNTOVRD SO CMPRCLNT
      *                      CAN HONOR THE TERMINAL OVERRIDE ON
      *                      THE MASTER - LRECL GOES 250 TO 251.
      * 10/15/26   JMELTON   APPENDED SNAP-CLNTOVRD-GRPS, THE
      *                      OVERRIDE'S PER-GROUP RELEASE BYTES
      *                      (SEE OCLNTREC), SO A SENDER THAT HAS
      *                      CAUGHT UP IS NO LONGER HELD WHILE
      *                      ANOTHER SENDER STILL DIFFERS - LRECL
      *                      GOES 251 TO 255.  REALLOCATE BOTH
      *                      SNAPSHOT DATASETS AND RERUN SNAPCLNT
      *                      INTO EACH BEFORE THE NEXT WINDOW.
      *****************************************************
       01  SNAPCLNTREC.
           05  SNAP-CLNTIDEN    PIC 9(09).
           05  SNAP-CLNTEMAIL   PIC X(40).
           05  SNAP-CLNTOVRD    PIC X(01).
               88  SNAP-OVERRIDE        VALUE 'Y'.
           05  SNAP-CLNTOVRD-GRPS.
               10  SNAP-OVRD-NAME   PIC X(01).
                   88  SNAP-OVRD-NAME-FREE      VALUE 'N'.
               10  SNAP-OVRD-ADDR   PIC X(01).
                   88  SNAP-OVRD-ADDR-FREE      VALUE 'N'.
               10  SNAP-OVRD-CONTACT PIC X(01).
                   88  SNAP-OVRD-CONTACT-FREE   VALUE 'N'.
               10  SNAP-OVRD-LIFE   PIC X(01).
                   88  SNAP-OVRD-LIFE-FREE      VALUE 'N'.

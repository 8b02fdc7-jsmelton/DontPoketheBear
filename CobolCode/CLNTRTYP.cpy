      *****************************************************
      * CLIENT RELATIONSHIP TYPE TABLE.  ONE ENTRY PER TYPE
      * CODE THAT MAY APPEAR IN REL-TYPE ON THE CLNTREL KSDS
      * (SEE CLNTRREC), WITH THE CODE OF ITS INVERSE - THE
      * TYPE CARRIED ON THE RECIPROCAL ROW UNDER THE RELATED
      * CLIENT - AND THE WORDING USED ON DISPLAYS, REPORTS
      * AND THE RELATIONSHIP EXTRACT.  "A SPOU B" READS "A IS
      * SPOUSE OF B"; "A OWNR C" READS "A IS OWNER OF C", AND
      * ITS RECIPROCAL "C OWNB A" READS "C IS OWNED BY A".
      * A NEW TYPE GOES IN WITH ITS INVERSE, AND RTYP-ENTRY-
      * MAX AND THE OCCURS MOVE WITH IT.
      *
      * DATE       AUTHOR    DESCRIPTION
      * 10/15/26   JMELTON   INITIAL VERSION
      *****************************************************
       01  RTYP-TABLE-VALUES.
      ****             TYPEINV DESCRIPTION
           05  FILLER          PIC X(28)
                         VALUE 'SPOUSPOUSPOUSE OF           '.
           05  FILLER          PIC X(28)
                         VALUE 'OWNROWNBOWNER OF            '.
           05  FILLER          PIC X(28)
                         VALUE 'OWNBOWNROWNED BY            '.
           05  FILLER          PIC X(28)
                         VALUE 'POA POABHOLDS POA OVER      '.
           05  FILLER          PIC X(28)
                         VALUE 'POABPOA POA HELD BY         '.
       01  RTYP-TABLE REDEFINES RTYP-TABLE-VALUES.
           05  RTYP-ENTRY        OCCURS 5 TIMES
                                 INDEXED BY RTYP-IDX.
               10  RTYP-CODE           PIC X(04).
               10  RTYP-INVERSE        PIC X(04).
               10  RTYP-DESC           PIC X(20).
       01  RTYP-ENTRY-MAX        PIC 9(02) VALUE 05.

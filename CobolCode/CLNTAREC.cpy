      *****************************************************
      * CLIENT ADDRESS RECORD ON THE CLNTADDR KSDS.  THE
      * MASTER (OCLNTREC) CARRIES ONE ADDRESS - THE ACTIVE
      * MAILING ADDRESS.  THIS FILE HOLDS EVERY ADDRESS A
      * CLIENT HAS GIVEN US, ONE ROW EACH, TYPED:
      *   RES     - RESIDENCE
      *   MAIL    - MAILING ADDRESS, WHEN IT IS NOT THE
      *             RESIDENCE
      *   SEAS    - SEASONAL ADDRESS, IN USE EVERY YEAR FROM
      *             ADR-FROM-MMDD THROUGH ADR-TO-MMDD.  A
      *             RANGE WHOSE FROM IS LATER THAN ITS TO
      *             RUNS OVER NEW YEAR (1101 TO 0331 IS
      *             NOVEMBER THROUGH MARCH).  A CLIENT MAY
      *             HAVE SEVERAL, NUMBERED BY ADR-SEQ.
      * RES AND MAIL ROWS ALWAYS CARRY ADR-SEQ 01 AND ZERO
      * MONTH-DAYS.
      * EACH NIGHT CLNTSEAS WORKS OUT WHICH ROW SHOULD BE ON
      * THE MASTER - A SEASONAL ROW WHOSE RANGE TAKES IN
      * TODAY, OTHERWISE THE MAILING ROW, OTHERWISE THE
      * RESIDENCE - AND WHEN THAT IS NOT THE ROW MARKED
      * ADR-ON-MASTER IT REWRITES THE MASTER'S ADDRESS
      * THROUGH PROCCLNT UNDER CHANGE REASON 07 AND MOVES THE
      * MARK.  A CLIENT WITH NO ROWS HERE IS LEFT TO THE FEED
      * AND THE TERMINAL AS BEFORE.
      * ADDED, CHANGED, DELETED AND LISTED FROM PROCCLNT'S
      * TERMINAL MENU (OPTION 11) AND SHOWN BY CLNTHINQ.  A
      * CHANGE OR DELETE OF THE MARKED ROW CLEARS THE MARK SO
      * THE NEXT NIGHT PUTS THE RIGHT ADDRESS BACK ON.
      *
      * DATE       AUTHOR    DESCRIPTION
      * 10/15/26   JMELTON   INITIAL VERSION
      *****************************************************
       01  ADRREC.
           05  ADR-KEY.
               10  ADR-CLNTIDEN      PIC 9(09).
               10  ADR-TYPE          PIC X(04).
                   88  ADR-TYPE-RES           VALUE 'RES '.
                   88  ADR-TYPE-MAIL          VALUE 'MAIL'.
                   88  ADR-TYPE-SEAS          VALUE 'SEAS'.
                   88  ADR-TYPE-VALID         VALUE 'RES ' 'MAIL'
                                                    'SEAS'.
               10  ADR-SEQ           PIC 9(02).
           05  ADR-ADDR1             PIC X(40).
           05  ADR-ADDR2             PIC X(40).
           05  ADR-CITY              PIC X(40).
           05  ADR-STATE             PIC X(02).
           05  ADR-ZIP               PIC X(05).
      ****SEASONAL RANGE, MMDD THROUGH MMDD INCLUSIVE.  ZERO ON
      ****RES AND MAIL ROWS.
           05  ADR-FROM-MMDD         PIC 9(04).
           05  ADR-FROM-X REDEFINES ADR-FROM-MMDD.
               10  ADR-FROM-MM       PIC 9(02).
               10  ADR-FROM-DD       PIC 9(02).
           05  ADR-TO-MMDD           PIC 9(04).
           05  ADR-TO-X REDEFINES ADR-TO-MMDD.
               10  ADR-TO-MM         PIC 9(02).
               10  ADR-TO-DD         PIC 9(02).
      ****'Y' ON THE ONE ROW CLNTSEAS LAST PUT ON THE MASTER.
           05  ADR-MASTER-SW         PIC X(01).
               88  ADR-ON-MASTER              VALUE 'Y'.
      ****YYYYMMDD THE ROW WAS LAST KEYED, AND BY WHOM.
           05  ADR-MAINT-DATE        PIC 9(08).
           05  ADR-MAINT-USERID      PIC X(08).
      ****YYYYMMDD CLNTSEAS LAST PUT THE ROW ON THE MASTER.
           05  ADR-SWITCH-DATE       PIC 9(08).
           05  FILLER                PIC X(25).

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CLNTINTG.
000030 AUTHOR.        J MELTON.
000040 INSTALLATION.  CLIENT SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************
000080* WEEKLY CROSS-FILE REFERENTIAL-INTEGRITY SWEEP.  A
000090* CLIENT NOW LIVES ACROSS THE MASTER AND ITS LAST-NAME
000100* PATH, CLNTHIST, AUDITFL (AND ITS ARCHIVE), CLNTXRF,
000110* CLNTNOTE AND THE PENDING FILE, AND NOTHING ELSE CHECKS
000120* THAT THEY AGREE.  NOTHING IS UPDATED - EVERY ORPHAN
000130* AND CONTRADICTION IS LISTED FOR SOMEONE TO LOOK AT
000140* BEFORE THE MONTHLY CLNTPRGE ARCHIVES THE EVIDENCE.
000150*
000160* CHECKS, IN REPORT ORDER -
000170*   AIX      RECORDS READ THROUGH THE LAST-NAME PATH
000180*            MUST EQUAL THE BASE CLUSTER COUNT.
000190*   CLNTXRF  A RETIRED NUMBER MUST BE OFF THE MASTER;
000200*            ITS SURVIVOR MUST BE ON IT.  A SURVIVOR
000210*            THAT WAS ITSELF RETIRED LATER IS FOLLOWED
000220*            DOWN THE CHAIN THE WAY PROCDLTA FOLLOWS IT,
000230*            AND THE END OF THE CHAIN MUST BE ON THE
000240*            MASTER.
000250*   AUDITFL  AN ENTRY CARRYING A CLNTHIST KEY MUST FIND
000260*            THAT ROW.  ARCHIVED ENTRIES ARE NOT CHECKED -
000270*            THEIR ROWS WENT TO HISTARC WITH THEM.
000280*   CLOSE    AN INACTIVE MASTER RECORD MUST HAVE A CLOSE
000290*            ENTRY ON AUDITFL OR AUDTARC.
000300*   ORPHANS  NOTES, AND PENDING REWRITES, CLOSURES AND
000310*            MERGES (A PENDING INSERT IS NOT ON THE MASTER
000320*            YET BY DESIGN), MUST BELONG TO A CLIENT ON THE
000330*            MASTER OR RETIRED IN CLNTXRF.
000340*
000350* SEVERITY - A SERIOUS FINDING SETS RC 8.  WARNINGS SET
000360* RC 4: A MERGE CHAIN THAT RESOLVES TO A CLIENT ON THE
000370* MASTER, AND NOTES OR PENDING WORK LEFT BEHIND BY A
000380* CLIENT THE AUDIT TRAIL SHOWS WAS DELETED OR PURGED.
000390*
000400* DATE       AUTHOR    DESCRIPTION
000410* 10/15/26   JMELTON   INITIAL VERSION
000411* 10/15/26   JMELTON   THE ARCHIVE PASS TESTS ITS OPERATION IN
000412*                      WORKING STORAGE, NOT IN THE CLOSED
000413*                      AUDITFL RECORD AREA.
000415* 10/15/26   JMELTON   THE LINE THAT TRIGGERS A PAGE BREAK IS
000417*                      HELD ACROSS THE HEADINGS INSTEAD OF
000418*                      BEING OVERWRITTEN BY THEM.
000420*****************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT DEMO ASSIGN TO AS-CLNTFILE
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS OCLNTIDEN
000500         ALTERNATE RECORD KEY IS OCLNTLNAME
000510             WITH DUPLICATES
000520         FILE STATUS IS INT-DEMO-STATUS.
000530     SELECT CLNTHIST ASSIGN TO AS-CLNTHIST
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS HIST-KEY
000570         FILE STATUS IS INT-HIST-STATUS.
000580     SELECT OPTIONAL CLNTXRF ASSIGN TO AS-CLNTXRF
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS INT-XRF-STATUS.
000610     SELECT OPTIONAL CLNTNOTE ASSIGN TO AS-CLNTNOTE
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS SEQUENTIAL
000640         RECORD KEY IS NOTE-KEY
000650         FILE STATUS IS INT-NOTE-STATUS.
000660     SELECT OPTIONAL PENDIN ASSIGN TO AS-PENDIN
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS INT-PEND-STATUS.
000690     SELECT OPTIONAL AUDITFL ASSIGN TO AS-AUDITFL
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS INT-AUDITFL-STATUS.
000720     SELECT OPTIONAL AUDTARC ASSIGN TO AS-AUDTARC
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS INT-AUDTARC-STATUS.
000750     SELECT RPTFILE ASSIGN TO AS-RPTFILE
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS INT-RPTFILE-STATUS.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  DEMO.
000810     COPY OCLNTREC.
000820 FD  CLNTHIST.
000830     COPY CLNTHREC.
000840 FD  CLNTXRF
000850     RECORDING MODE IS F.
000860     COPY CLNTMXRC.
000870 FD  CLNTNOTE.
000880     COPY CLNTNREC.
000890 FD  PENDIN
000900     RECORDING MODE IS F.
000910     COPY ICLNTREC.
000920 FD  AUDITFL
000930     RECORDING MODE IS F.
000940     COPY CLNTAUDT.
000950****THE AUDIT ARCHIVE - SAME LAYOUT, READ ONLY FOR THE
000960****CLOSE, DELETE AND PURGE ENTRIES IT STILL HOLDS.
000970 FD  AUDTARC
000980     RECORDING MODE IS F.
000990     COPY CLNTAUDT REPLACING LEADING ==AUD== BY ==AARC==.
001000 FD  RPTFILE
001010     RECORDING MODE IS F.
001020 01  INT-LINE-REC.
001030     05  INT-CTL             PIC X(01).
001040     05  INT-TEXT            PIC X(131).
001050 WORKING-STORAGE SECTION.
001060 77  INT-MAX-LINES           PIC 9(03) VALUE 055.
001063****THE PENDING PRINT LINE, HELD WHILE HEADINGS ARE WRITTEN.
001067 01  INT-HOLD-LINE           PIC X(131) VALUE SPACES.
001070 77  INT-XRF-MAX             PIC 9(05) VALUE 20000 COMP.
001080 77  INT-XRF-HOP-MAX         PIC 9(02) VALUE 10 COMP.
001090 77  INT-INACT-MAX           PIC 9(05) VALUE 20000 COMP.
001100 77  INT-ORPH-MAX            PIC 9(05) VALUE 05000 COMP.
001110 01  INT-SWITCHES.
001120     05  INT-DEMO-EOF-SW     PIC X(01) VALUE 'N'.
001130         88  INT-DEMO-EOF-YES         VALUE 'Y'.
001140     05  INT-XRF-EOF-SW      PIC X(01) VALUE 'N'.
001150         88  INT-XRF-EOF-YES          VALUE 'Y'.
001160     05  INT-NOTE-EOF-SW     PIC X(01) VALUE 'N'.
001170         88  INT-NOTE-EOF-YES         VALUE 'Y'.
001180     05  INT-PEND-EOF-SW     PIC X(01) VALUE 'N'.
001190         88  INT-PEND-EOF-YES         VALUE 'Y'.
001200     05  INT-AUDIT-EOF-SW    PIC X(01) VALUE 'N'.
001210         88  INT-AUDIT-EOF-YES        VALUE 'Y'.
001220     05  INT-ARC-EOF-SW      PIC X(01) VALUE 'N'.
001230         88  INT-ARC-EOF-YES          VALUE 'Y'.
001240     05  INT-FOUND-SW        PIC X(01) VALUE 'N'.
001250         88  INT-FOUND-YES            VALUE 'Y'.
001260     05  INT-KNOWN-SW        PIC X(01) VALUE 'N'.
001270         88  INT-KNOWN-YES            VALUE 'Y'.
001280     05  INT-HIT-SW          PIC X(01) VALUE 'N'.
001290         88  INT-HIT-YES              VALUE 'Y'.
001300     05  INT-LOOP-SW         PIC X(01) VALUE 'N'.
001310         88  INT-LOOP-YES             VALUE 'Y'.
001320     05  INT-CUR-ORPH-SW     PIC X(01) VALUE 'N'.
001330         88  INT-CUR-ORPH-YES         VALUE 'Y'.
001340 01  INT-FILE-STATUSES.
001350     05  INT-DEMO-STATUS     PIC X(02) VALUE '00'.
001360         88  INT-DEMO-OK              VALUE '00' '02'.
001370         88  INT-DEMO-EOF             VALUE '10'.
001380         88  INT-DEMO-NOTFND          VALUE '23'.
001390     05  INT-HIST-STATUS     PIC X(02) VALUE '00'.
001400         88  INT-HIST-OK              VALUE '00'.
001410         88  INT-HIST-NOTFND          VALUE '23'.
001420     05  INT-XRF-STATUS      PIC X(02) VALUE '00'.
001430         88  INT-XRF-OK               VALUE '00'.
001440         88  INT-XRF-NOFILE           VALUE '05'.
001450     05  INT-NOTE-STATUS     PIC X(02) VALUE '00'.
001460         88  INT-NOTE-OK              VALUE '00'.
001470         88  INT-NOTE-NOFILE          VALUE '05'.
001480     05  INT-PEND-STATUS     PIC X(02) VALUE '00'.
001490         88  INT-PEND-OK              VALUE '00'.
001500         88  INT-PEND-NOFILE          VALUE '05'.
001510     05  INT-AUDITFL-STATUS  PIC X(02) VALUE '00'.
001520         88  INT-AUDITFL-OK           VALUE '00'.
001530         88  INT-AUDITFL-NOFILE       VALUE '05'.
001540     05  INT-AUDTARC-STATUS  PIC X(02) VALUE '00'.
001550         88  INT-AUDTARC-OK           VALUE '00'.
001560         88  INT-AUDTARC-NOFILE       VALUE '05'.
001570     05  INT-RPTFILE-STATUS  PIC X(02) VALUE '00'.
001580         88  INT-RPTFILE-OK           VALUE '00'.
001590 01  INT-COUNTERS        COMP.
001600     05  INT-BASE-COUNT      PIC 9(09) VALUE ZERO.
001610     05  INT-PATH-COUNT      PIC 9(09) VALUE ZERO.
001620     05  INT-NOTE-READ       PIC 9(09) VALUE ZERO.
001630     05  INT-PEND-READ       PIC 9(09) VALUE ZERO.
001640     05  INT-AUDIT-READ      PIC 9(09) VALUE ZERO.
001650     05  INT-AUDIT-KEYED     PIC 9(09) VALUE ZERO.
001660     05  INT-ARC-READ        PIC 9(09) VALUE ZERO.
001670     05  INT-SER-AIX         PIC 9(07) VALUE ZERO.
001680     05  INT-SER-XRF         PIC 9(07) VALUE ZERO.
001690     05  INT-WRN-XRF         PIC 9(07) VALUE ZERO.
001700     05  INT-SER-HIST        PIC 9(07) VALUE ZERO.
001710     05  INT-SER-CLOSE       PIC 9(07) VALUE ZERO.
001720     05  INT-SER-ORPH        PIC 9(07) VALUE ZERO.
001730     05  INT-WRN-ORPH        PIC 9(07) VALUE ZERO.
001740     05  INT-INACT-OVFL      PIC 9(07) VALUE ZERO.
001750     05  INT-ORPH-OVFL       PIC 9(07) VALUE ZERO.
001760     05  INT-SERIOUS-TOTAL   PIC 9(07) VALUE ZERO.
001770     05  INT-WARNING-TOTAL   PIC 9(07) VALUE ZERO.
001780     05  INT-XRF-COUNT       PIC 9(05) VALUE ZERO.
001790     05  INT-XRF-SUB         PIC 9(05) VALUE ZERO.
001800     05  INT-XRF-SCAN        PIC 9(05) VALUE ZERO.
001810     05  INT-XRF-HOPS        PIC 9(02) VALUE ZERO.
001820     05  INT-INACT-COUNT     PIC 9(05) VALUE ZERO.
001830     05  INT-INACT-SUB       PIC 9(05) VALUE ZERO.
001840     05  INT-ORPH-COUNT      PIC 9(05) VALUE ZERO.
001850     05  INT-ORPH-SUB        PIC 9(05) VALUE ZERO.
001860     05  INT-CUR-ORPH-SUB    PIC 9(05) VALUE ZERO.
001870     05  INT-LINE-COUNT      PIC 9(03) VALUE ZERO.
001880     05  INT-PAGE-COUNT      PIC 9(05) VALUE ZERO.
001890 01  INT-TODAY               PIC 9(08) VALUE ZERO.
001900 01  INT-CHK-IDEN            PIC 9(09) VALUE ZERO.
001910 01  INT-CHK-SOURCE          PIC X(08) VALUE SPACES.
001920 01  INT-CHAIN-IDEN          PIC 9(09) VALUE ZERO.
001930 01  INT-PREV-NOTE-IDEN      PIC 9(09) VALUE ZERO.
001940 01  INT-MARK-IDEN           PIC 9(09) VALUE ZERO.
001945 01  INT-MARK-OPER           PIC X(08) VALUE SPACES.
001950 01  INT-ED-COUNT            PIC Z,ZZZ,ZZ9.
001960 01  INT-ED-COUNT-2          PIC Z,ZZZ,ZZ9.
001970 01  INT-ED-ITEMS            PIC ZZZ,ZZ9.
001980****THE MERGE CROSS-REFERENCE, LOADED WHOLE THE SAME WAY
001990****PROCDLTA LOADS IT FOR ITS RETIRED-NUMBER REMAP.
002000 01  INT-XRF-TABLE.
002010     05  INT-XRF-ENTRY OCCURS 20000 TIMES.
002020         10  INT-XRF-RETIRED     PIC 9(09).
002030         10  INT-XRF-SURVIVOR    PIC 9(09).
002040         10  INT-XRF-DATE        PIC 9(08).
002050****INACTIVE MASTER RECORDS, MARKED OFF AS THEIR CLOSE
002060****ENTRIES TURN UP IN THE AUDIT PASS.
002070 01  INT-INACT-TABLE.
002080     05  INT-IN-ENTRY OCCURS 20000 TIMES.
002090         10  INT-IN-IDEN         PIC 9(09).
002100         10  INT-IN-CLSDATE      PIC X(08).
002110         10  INT-IN-CLOSED-SW    PIC X(01).
002120             88  INT-IN-CLOSED            VALUE 'Y'.
002130****CLIENT NUMBERS HOLDING NOTES OR PENDING WORK BUT
002140****NEITHER ON THE MASTER NOR RETIRED - ONE ENTRY PER
002150****CLIENT AND SOURCE FILE.  MARKED WHEN THE AUDIT PASS
002160****FINDS THE CLIENT WAS DELETED OR PURGED.
002170 01  INT-ORPH-TABLE.
002180     05  INT-OR-ENTRY OCCURS 5000 TIMES.
002190         10  INT-OR-IDEN         PIC 9(09).
002200         10  INT-OR-SOURCE       PIC X(08).
002210         10  INT-OR-ITEMS        PIC 9(07) COMP.
002220         10  INT-OR-REMOVED-SW   PIC X(01).
002230             88  INT-OR-REMOVED           VALUE 'Y'.
002240 01  INT-PAGE-HDR-1.
002250     05  FILLER              PIC X(34)
002260            VALUE 'CROSS-FILE INTEGRITY SWEEP        '.
002270     05  FILLER              PIC X(09) VALUE 'RUN DATE:'.
002280     05  INT-H1-DATE         PIC 9(08).
002290     05  FILLER              PIC X(03) VALUE SPACES.
002300     05  FILLER              PIC X(06) VALUE 'PAGE: '.
002310     05  INT-H1-PAGE         PIC ZZZ9.
002320     05  FILLER              PIC X(67) VALUE SPACES.
002330 01  INT-SECTION-LINE.
002340     05  FILLER              PIC X(02) VALUE SPACES.
002350     05  INT-SE-TITLE        PIC X(70).
002360     05  FILLER              PIC X(59) VALUE SPACES.
002370 01  INT-DETAIL-HDR.
002380     05  FILLER              PIC X(04) VALUE SPACES.
002390     05  FILLER              PIC X(08) VALUE 'SEVERITY'.
002400     05  FILLER              PIC X(02) VALUE SPACES.
002410     05  FILLER              PIC X(11) VALUE 'CLIENT NO'.
002420     05  FILLER              PIC X(106) VALUE 'FINDING'.
002430 01  INT-DETAIL-LINE.
002440     05  FILLER              PIC X(04) VALUE SPACES.
002450     05  INT-DL-SEV          PIC X(08).
002460     05  FILLER              PIC X(02) VALUE SPACES.
002470     05  INT-DL-CLNTIDEN     PIC 9(09).
002480     05  FILLER              PIC X(02) VALUE SPACES.
002490     05  INT-DL-TEXT         PIC X(106).
002500 01  INT-SUMMARY-LINE.
002510     05  FILLER              PIC X(02) VALUE SPACES.
002520     05  INT-SM-LABEL        PIC X(40).
002530     05  INT-SM-COUNT        PIC Z,ZZZ,ZZ9.
002540     05  FILLER              PIC X(80) VALUE SPACES.
002550 PROCEDURE DIVISION.
002560 0000-MAINLINE.
002570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002580     PERFORM 2000-CHECK-MASTER THRU 2000-EXIT.
002590     PERFORM 2200-CHECK-AIX THRU 2200-EXIT.
002600     PERFORM 2400-CHECK-XRF THRU 2400-EXIT.
002610     PERFORM 2600-COLLECT-NOTES THRU 2600-EXIT.
002620     PERFORM 2700-COLLECT-PENDING THRU 2700-EXIT.
002630     PERFORM 2800-CHECK-AUDIT THRU 2800-EXIT.
002640     PERFORM 3000-LIST-UNCLOSED THRU 3000-EXIT.
002650     PERFORM 3200-LIST-ORPHANS THRU 3200-EXIT.
002660     PERFORM 4000-TERMINATE THRU 4000-EXIT.
002670     STOP RUN.
002680 1000-INITIALIZE.
002690     ACCEPT INT-TODAY FROM DATE YYYYMMDD.
002700     OPEN INPUT DEMO.
002710     IF NOT INT-DEMO-OK
002720         DISPLAY "CLNTINTG - UNABLE TO OPEN DEMO, STATUS = "
002730             INT-DEMO-STATUS
002740         MOVE 16 TO RETURN-CODE
002750         STOP RUN
002760     END-IF.
002770     OPEN INPUT CLNTHIST.
002780     IF NOT INT-HIST-OK
002790         DISPLAY "CLNTINTG - UNABLE TO OPEN CLNTHIST, STATUS = "
002800             INT-HIST-STATUS
002810         MOVE 16 TO RETURN-CODE
002820         STOP RUN
002830     END-IF.
002840     OPEN OUTPUT RPTFILE.
002850     IF NOT INT-RPTFILE-OK
002860         DISPLAY "CLNTINTG - UNABLE TO OPEN RPTFILE, STATUS = "
002870             INT-RPTFILE-STATUS
002880         MOVE 16 TO RETURN-CODE
002890         STOP RUN
002900     END-IF.
002910     PERFORM 1500-LOAD-XRF THRU 1500-EXIT.
002920     PERFORM 2910-WRITE-HEADINGS THRU 2910-EXIT.
002930 1000-EXIT.
002940     EXIT.
002950 1500-LOAD-XRF.
002960     OPEN INPUT CLNTXRF.
002970     IF NOT INT-XRF-OK AND NOT INT-XRF-NOFILE
002980         DISPLAY "CLNTINTG - UNABLE TO OPEN CLNTXRF, STATUS = "
002990             INT-XRF-STATUS
003000         MOVE 16 TO RETURN-CODE
003010         STOP RUN
003020     END-IF.
003030     PERFORM 1550-LOAD-ONE-XRF THRU 1550-EXIT
003040         UNTIL INT-XRF-EOF-YES.
003050     CLOSE CLNTXRF.
003060 1500-EXIT.
003070     EXIT.
003080 1550-LOAD-ONE-XRF.
003090     READ CLNTXRF
003100         AT END
003110             MOVE 'Y' TO INT-XRF-EOF-SW
003120             GO TO 1550-EXIT
003130     END-READ.
003140     IF NOT INT-XRF-OK
003150         DISPLAY "CLNTINTG - READ ERROR ON CLNTXRF, STATUS = "
003160             INT-XRF-STATUS
003170         MOVE 16 TO RETURN-CODE
003180         STOP RUN
003190     END-IF.
003200     IF MXRF-RETIRED-IDEN NOT NUMERIC
003210             OR MXRF-SURVIVOR-IDEN NOT NUMERIC
003220         GO TO 1550-EXIT
003230     END-IF.
003240     IF INT-XRF-COUNT >= INT-XRF-MAX
003250         DISPLAY "CLNTINTG - CROSS-REFERENCE TABLE FULL - "
003260             "RAISE INT-XRF-MAX AND THE OCCURS AND RERUN"
003270         MOVE 16 TO RETURN-CODE
003280         STOP RUN
003290     END-IF.
003300     ADD 1 TO INT-XRF-COUNT.
003310     MOVE MXRF-RETIRED-IDEN  TO INT-XRF-RETIRED (INT-XRF-COUNT).
003320     MOVE MXRF-SURVIVOR-IDEN TO INT-XRF-SURVIVOR (INT-XRF-COUNT).
003330     IF MXRF-MERGE-DATE NUMERIC
003340         MOVE MXRF-MERGE-DATE TO INT-XRF-DATE (INT-XRF-COUNT)
003350     ELSE
003360         MOVE ZERO TO INT-XRF-DATE (INT-XRF-COUNT)
003370     END-IF.
003380 1550-EXIT.
003390     EXIT.
003400*****************************************************
003410* BASE CLUSTER PASS IN PRIME-KEY ORDER - THE COUNT FOR
003420* THE PATH CHECK AND THE INACTIVE CLIENTS FOR THE CLOSE
003430* CHECK.
003440*****************************************************
003450 2000-CHECK-MASTER.
003460     READ DEMO NEXT RECORD
003470         AT END
003480             GO TO 2000-EXIT
003490     END-READ.
003500     IF NOT INT-DEMO-OK
003510         DISPLAY "CLNTINTG - READ ERROR ON DEMO, STATUS = "
003520             INT-DEMO-STATUS
003530         MOVE 16 TO RETURN-CODE
003540         STOP RUN
003550     END-IF.
003560     ADD 1 TO INT-BASE-COUNT.
003570     IF OCLNT-INACTIVE
003580         IF INT-INACT-COUNT >= INT-INACT-MAX
003590             ADD 1 TO INT-INACT-OVFL
003600         ELSE
003610             ADD 1 TO INT-INACT-COUNT
003620             MOVE OCLNTIDEN
003630                 TO INT-IN-IDEN (INT-INACT-COUNT)
003640             MOVE OCLNTCLSDATE
003650                 TO INT-IN-CLSDATE (INT-INACT-COUNT)
003660             MOVE 'N' TO INT-IN-CLOSED-SW (INT-INACT-COUNT)
003670         END-IF
003680     END-IF.
003690     GO TO 2000-CHECK-MASTER.
003700 2000-EXIT.
003710     EXIT.
003720*****************************************************
003730* THE SAME CLUSTER READ THROUGH THE LAST-NAME PATH.  THE
003740* AIX IS UPGRADE, SO EVERY BASE RECORD SHOULD COME BACK
003750* EXACTLY ONCE; A DIFFERENT COUNT MEANS THE AIX NEEDS A
003760* REBUILD (CLNTAIX1 BLDINDEX STEP).
003770*****************************************************
003780 2200-CHECK-AIX.
003790     MOVE 'LAST-NAME ALTERNATE INDEX AGAINST THE BASE CLUSTER'
003800         TO INT-SE-TITLE.
003810     PERFORM 2920-START-SECTION THRU 2920-EXIT.
003820     MOVE LOW-VALUES TO OCLNTLNAME.
003830     START DEMO KEY IS NOT LESS THAN OCLNTLNAME
003840         INVALID KEY
003850             GO TO 2220-AIX-DONE
003860     END-START.
003870 2210-AIX-LOOP.
003880     READ DEMO NEXT RECORD
003890         AT END
003900             GO TO 2220-AIX-DONE
003910     END-READ.
003920     IF NOT INT-DEMO-OK
003930         DISPLAY "CLNTINTG - READ ERROR ON DEMO PATH, STATUS = "
003940             INT-DEMO-STATUS
003950         MOVE 16 TO RETURN-CODE
003960         STOP RUN
003970     END-IF.
003980     ADD 1 TO INT-PATH-COUNT.
003990     GO TO 2210-AIX-LOOP.
004000 2220-AIX-DONE.
004010     MOVE INT-BASE-COUNT TO INT-ED-COUNT.
004020     MOVE INT-PATH-COUNT TO INT-ED-COUNT-2.
004030     MOVE ZERO TO INT-DL-CLNTIDEN.
004040     MOVE SPACES TO INT-DL-TEXT.
004050     STRING 'BASE CLUSTER RECORDS ' DELIMITED BY SIZE
004060            INT-ED-COUNT            DELIMITED BY SIZE
004070            '  READ THROUGH PATH '  DELIMITED BY SIZE
004080            INT-ED-COUNT-2          DELIMITED BY SIZE
004090         INTO INT-DL-TEXT.
004100     IF INT-BASE-COUNT = INT-PATH-COUNT
004110         MOVE 'OK' TO INT-DL-SEV
004120     ELSE
004130         ADD 1 TO INT-SER-AIX
004140         MOVE 'SERIOUS' TO INT-DL-SEV
004150     END-IF.
004160     PERFORM 2930-WRITE-DETAIL THRU 2930-EXIT.
004170 2200-EXIT.
004180     EXIT.
004190*****************************************************
004200* EVERY CROSS-REFERENCE PAIR AGAINST THE MASTER.
004210*****************************************************
004220 2400-CHECK-XRF.
004230     MOVE 'MERGE CROSS-REFERENCE (CLNTXRF)' TO INT-SE-TITLE.
004240     PERFORM 2920-START-SECTION THRU 2920-EXIT.
004250     PERFORM 2410-CHECK-ONE-XRF THRU 2410-EXIT
004260         VARYING INT-XRF-SUB FROM 1 BY 1
004270         UNTIL INT-XRF-SUB > INT-XRF-COUNT.
004280     IF INT-SER-XRF + INT-WRN-XRF = ZERO
004290         PERFORM 2940-WRITE-NONE THRU 2940-EXIT
004300     END-IF.
004310 2400-EXIT.
004320     EXIT.
004330 2410-CHECK-ONE-XRF.
004340     MOVE INT-XRF-RETIRED (INT-XRF-SUB) TO INT-DL-CLNTIDEN.
004350     MOVE INT-XRF-RETIRED (INT-XRF-SUB) TO OCLNTIDEN.
004360     READ DEMO KEY IS OCLNTIDEN
004370         INVALID KEY
004380             CONTINUE
004390         NOT INVALID KEY
004400             ADD 1 TO INT-SER-XRF
004410             MOVE 'SERIOUS' TO INT-DL-SEV
004420             MOVE SPACES TO INT-DL-TEXT
004430             STRING 'RETIRED NUMBER STILL ON THE MASTER - '
004440                        DELIMITED BY SIZE
004450                    'MERGED INTO ' DELIMITED BY SIZE
004460                    INT-XRF-SURVIVOR (INT-XRF-SUB)
004470                        DELIMITED BY SIZE
004480                    ' ON ' DELIMITED BY SIZE
004490                    INT-XRF-DATE (INT-XRF-SUB) DELIMITED BY SIZE
004500                 INTO INT-DL-TEXT
004510             PERFORM 2930-WRITE-DETAIL THRU 2930-EXIT
004520     END-READ.
004530     MOVE INT-XRF-SURVIVOR (INT-XRF-SUB) TO INT-CHAIN-IDEN.
004540     PERFORM 2420-RESOLVE-CHAIN THRU 2420-EXIT.
004550     IF INT-LOOP-YES
004560         ADD 1 TO INT-SER-XRF
004570         MOVE 'SERIOUS' TO INT-DL-SEV
004580         MOVE SPACES TO INT-DL-TEXT
004590         STRING 'MERGE CHAIN FROM SURVIVOR ' DELIMITED BY SIZE
004600                INT-XRF-SURVIVOR (INT-XRF-SUB) DELIMITED BY SIZE
004610                ' NEVER ENDS - IT LOOPS' DELIMITED BY SIZE
004620             INTO INT-DL-TEXT
004630         PERFORM 2930-WRITE-DETAIL THRU 2930-EXIT
004640         GO TO 2410-EXIT
004650     END-IF.
004660     IF INT-XRF-HOPS > ZERO
004670         ADD 1 TO INT-WRN-XRF
004680         MOVE 'WARNING' TO INT-DL-SEV
004690         MOVE SPACES TO INT-DL-TEXT
004700         STRING 'SURVIVOR ' DELIMITED BY SIZE
004710                INT-XRF-SURVIVOR (INT-XRF-SUB) DELIMITED BY SIZE
004720                ' WAS ITSELF RETIRED - CHAIN ENDS AT '
004730                    DELIMITED BY SIZE
004740                INT-CHAIN-IDEN DELIMITED BY SIZE
004750             INTO INT-DL-TEXT
004760         PERFORM 2930-WRITE-DETAIL THRU 2930-EXIT
004770     END-IF.
004780     MOVE INT-CHAIN-IDEN TO OCLNTIDEN.
004790     READ DEMO KEY IS OCLNTIDEN
004800         INVALID KEY
004810             ADD 1 TO INT-SER-XRF
004820             MOVE 'SERIOUS' TO INT-DL-SEV
004830             MOVE SPACES TO INT-DL-TEXT
004840             STRING 'SURVIVOR ' DELIMITED BY SIZE
004850                    INT-CHAIN-IDEN DELIMITED BY SIZE
004860                    ' IS NOT ON THE MASTER' DELIMITED BY SIZE
004870                 INTO INT-DL-TEXT
004880             PERFORM 2930-WRITE-DETAIL THRU 2930-EXIT
004890     END-READ.
004900 2410-EXIT.
004910     EXIT.
004920*****************************************************
004930* FOLLOWS INT-CHAIN-IDEN THROUGH ANY LATER MERGES TO THE
004940* NUMBER THAT SURVIVES TODAY, COUNTING THE HOPS.  MORE
004950* HOPS THAN PROCDLTA WOULD TAKE IS A LOOP.
004960*****************************************************
004970 2420-RESOLVE-CHAIN.
004980     MOVE ZERO TO INT-XRF-HOPS.
004990     MOVE 'N'  TO INT-LOOP-SW.
005000     MOVE 'Y'  TO INT-HIT-SW.
005010     PERFORM 2430-RESOLVE-ONE THRU 2430-EXIT
005020         UNTIL NOT INT-HIT-YES
005030             OR INT-LOOP-YES.
005040 2420-EXIT.
005050     EXIT.
005060 2430-RESOLVE-ONE.
005070     MOVE 'N' TO INT-HIT-SW.
005080     PERFORM 2440-SCAN-ONE THRU 2440-EXIT
005090         VARYING INT-XRF-SCAN FROM 1 BY 1
005100         UNTIL INT-XRF-SCAN > INT-XRF-COUNT
005110             OR INT-HIT-YES.
005120     IF INT-HIT-YES
005130         ADD 1 TO INT-XRF-HOPS
005140         IF INT-XRF-HOPS > INT-XRF-HOP-MAX
005150             MOVE 'Y' TO INT-LOOP-SW
005160         END-IF
005170     END-IF.
005180 2430-EXIT.
005190     EXIT.
005200 2440-SCAN-ONE.
005210     IF INT-XRF-RETIRED (INT-XRF-SCAN) = INT-CHAIN-IDEN
005220         MOVE INT-XRF-SURVIVOR (INT-XRF-SCAN) TO INT-CHAIN-IDEN
005230         MOVE 'Y' TO INT-HIT-SW
005240     END-IF.
005250 2440-EXIT.
005260     EXIT.
005270*****************************************************
005280* NOTES ARE KEYED BY CLIENT, SO EACH CLIENT IS LOOKED UP
005290* ONCE, ON ITS FIRST NOTE, AND THE REST ARE COUNTED.
005300*****************************************************
005310 2600-COLLECT-NOTES.
005320     OPEN INPUT CLNTNOTE.
005330     IF NOT INT-NOTE-OK AND NOT INT-NOTE-NOFILE
005340         DISPLAY "CLNTINTG - UNABLE TO OPEN CLNTNOTE, STATUS = "
005350             INT-NOTE-STATUS
005360         MOVE 16 TO RETURN-CODE
005370         STOP RUN
005380     END-IF.
005390     MOVE 'NOTES' TO INT-CHK-SOURCE.
005400     PERFORM 2610-COLLECT-ONE-NOTE THRU 2610-EXIT
005410         UNTIL INT-NOTE-EOF-YES.
005420     CLOSE CLNTNOTE.
005430 2600-EXIT.
005440     EXIT.
005450 2610-COLLECT-ONE-NOTE.
005460     READ CLNTNOTE NEXT RECORD
005470         AT END
005480             MOVE 'Y' TO INT-NOTE-EOF-SW
005490             GO TO 2610-EXIT
005500     END-READ.
005510     IF NOT INT-NOTE-OK
005520         DISPLAY "CLNTINTG - READ ERROR ON CLNTNOTE, STATUS = "
005530             INT-NOTE-STATUS
005540         MOVE 16 TO RETURN-CODE
005550         STOP RUN
005560     END-IF.
005570     ADD 1 TO INT-NOTE-READ.
005580     IF INT-NOTE-READ = 1
005590             OR NOTE-CLNTIDEN NOT = INT-PREV-NOTE-IDEN
005600         MOVE NOTE-CLNTIDEN TO INT-PREV-NOTE-IDEN
005610         MOVE NOTE-CLNTIDEN TO INT-CHK-IDEN
005620         PERFORM 2950-CHECK-CLIENT THRU 2950-EXIT
005630         IF INT-KNOWN-YES
005640             MOVE 'N' TO INT-CUR-ORPH-SW
005650         ELSE
005660             PERFORM 2960-FIND-ORPHAN THRU 2960-EXIT
005670             MOVE INT-ORPH-SUB TO INT-CUR-ORPH-SUB
005680             MOVE 'Y' TO INT-CUR-ORPH-SW
005690         END-IF
005700     END-IF.
005710     IF INT-CUR-ORPH-YES AND INT-CUR-ORPH-SUB > ZERO
005720         ADD 1 TO INT-OR-ITEMS (INT-CUR-ORPH-SUB)
005730     END-IF.
005740 2610-EXIT.
005750     EXIT.
005760*****************************************************
005770* THE CURRENT PENDING GENERATION.  ONLY WORK AGAINST AN
005780* EXISTING CLIENT IS CHECKED - REWRITES, CLOSURES, AND
005790* BOTH SIDES OF A MERGE.
005800*****************************************************
005810 2700-COLLECT-PENDING.
005820     OPEN INPUT PENDIN.
005830     IF NOT INT-PEND-OK AND NOT INT-PEND-NOFILE
005840         DISPLAY "CLNTINTG - UNABLE TO OPEN PENDIN, STATUS = "
005850             INT-PEND-STATUS
005860         MOVE 16 TO RETURN-CODE
005870         STOP RUN
005880     END-IF.
005890     MOVE 'PENDING' TO INT-CHK-SOURCE.
005900     PERFORM 2710-COLLECT-ONE-PEND THRU 2710-EXIT
005910         UNTIL INT-PEND-EOF-YES.
005920     CLOSE PENDIN.
005930 2700-EXIT.
005940     EXIT.
005950 2710-COLLECT-ONE-PEND.
005960     READ PENDIN
005970         AT END
005980             MOVE 'Y' TO INT-PEND-EOF-SW
005990             GO TO 2710-EXIT
006000     END-READ.
006010     IF NOT INT-PEND-OK
006020         DISPLAY "CLNTINTG - READ ERROR ON PENDIN, STATUS = "
006030             INT-PEND-STATUS
006040         MOVE 16 TO RETURN-CODE
006050         STOP RUN
006060     END-IF.
006070     ADD 1 TO INT-PEND-READ.
006080     IF IPROCESS NOT = 03 AND IPROCESS NOT = 04
006090             AND IPROCESS NOT = 08
006100         GO TO 2710-EXIT
006110     END-IF.
006120     MOVE ICLNTIDEN TO INT-CHK-IDEN.
006130     PERFORM 2720-CHECK-PEND-IDEN THRU 2720-EXIT.
006140     IF IPROCESS = 08 AND ICLNTMRGIDEN NUMERIC
006150             AND ICLNTMRGIDEN NOT = ZERO
006160         MOVE ICLNTMRGIDEN TO INT-CHK-IDEN
006170         PERFORM 2720-CHECK-PEND-IDEN THRU 2720-EXIT
006180     END-IF.
006190 2710-EXIT.
006200     EXIT.
006210 2720-CHECK-PEND-IDEN.
006220     PERFORM 2950-CHECK-CLIENT THRU 2950-EXIT.
006230     IF INT-KNOWN-YES
006240         GO TO 2720-EXIT
006250     END-IF.
006260     PERFORM 2960-FIND-ORPHAN THRU 2960-EXIT.
006270     IF INT-ORPH-SUB > ZERO
006280         ADD 1 TO INT-OR-ITEMS (INT-ORPH-SUB)
006290     END-IF.
006300 2720-EXIT.
006310     EXIT.
006320*****************************************************
006330* THE LIVE AUDIT TRAIL - HISTORY KEYS CHECKED AND LISTED
006340* AS FOUND - THEN THE ARCHIVE.  BOTH MARK CLOSE ENTRIES
006350* AGAINST THE INACTIVE CLIENTS AND DELETE/PURGE ENTRIES
006360* AGAINST THE ORPHANS.
006370*****************************************************
006380 2800-CHECK-AUDIT.
006390     MOVE 'AUDIT ENTRIES WHOSE CLNTHIST KEY HAS NO ROW'
006400         TO INT-SE-TITLE.
006410     PERFORM 2920-START-SECTION THRU 2920-EXIT.
006420     OPEN INPUT AUDITFL.
006430     IF NOT INT-AUDITFL-OK AND NOT INT-AUDITFL-NOFILE
006440         DISPLAY "CLNTINTG - UNABLE TO OPEN AUDITFL, STATUS = "
006450             INT-AUDITFL-STATUS
006460         MOVE 16 TO RETURN-CODE
006470         STOP RUN
006480     END-IF.
006490     PERFORM 2810-CHECK-ONE-AUDIT THRU 2810-EXIT
006500         UNTIL INT-AUDIT-EOF-YES.
006510     CLOSE AUDITFL.
006520     IF INT-SER-HIST = ZERO
006530         PERFORM 2940-WRITE-NONE THRU 2940-EXIT
006540     END-IF.
006550     OPEN INPUT AUDTARC.
006560     IF NOT INT-AUDTARC-OK AND NOT INT-AUDTARC-NOFILE
006570         DISPLAY "CLNTINTG - UNABLE TO OPEN AUDTARC, STATUS = "
006580             INT-AUDTARC-STATUS
006590         MOVE 16 TO RETURN-CODE
006600         STOP RUN
006610     END-IF.
006620     PERFORM 2850-MARK-ONE-ARCHIVE THRU 2850-EXIT
006630         UNTIL INT-ARC-EOF-YES.
006640     CLOSE AUDTARC.
006650 2800-EXIT.
006660     EXIT.
006670 2810-CHECK-ONE-AUDIT.
006680     READ AUDITFL
006690         AT END
006700             MOVE 'Y' TO INT-AUDIT-EOF-SW
006710             GO TO 2810-EXIT
006720     END-READ.
006730     IF NOT INT-AUDITFL-OK
006740         DISPLAY "CLNTINTG - READ ERROR ON AUDITFL, STATUS = "
006750             INT-AUDITFL-STATUS
006760         MOVE 16 TO RETURN-CODE
006770         STOP RUN
006780     END-IF.
006790     ADD 1 TO INT-AUDIT-READ.
006800     IF AUD-CLNTIDEN NUMERIC
006810         MOVE AUD-CLNTIDEN TO INT-MARK-IDEN
006815         MOVE AUD-OPERATION TO INT-MARK-OPER
006820         PERFORM 2870-MARK-OPERATION THRU 2870-EXIT
006830     END-IF.
006840     IF AUD-HIST-CLNTIDEN NOT NUMERIC
006850             OR AUD-HIST-CLNTIDEN = ZERO
006860             OR AUD-HIST-TIMESTAMP = SPACES
006870         GO TO 2810-EXIT
006880     END-IF.
006890     ADD 1 TO INT-AUDIT-KEYED.
006900     MOVE AUD-HIST-CLNTIDEN  TO HIST-CLNTIDEN.
006910     MOVE AUD-HIST-TIMESTAMP TO HIST-TIMESTAMP.
006920     READ CLNTHIST
006930         INVALID KEY
006940             ADD 1 TO INT-SER-HIST
006950             MOVE 'SERIOUS' TO INT-DL-SEV
006960             MOVE AUD-CLNTIDEN TO INT-DL-CLNTIDEN
006970             MOVE SPACES TO INT-DL-TEXT
006980             STRING AUD-OPERATION DELIMITED BY SIZE
006990                    ' OF ' DELIMITED BY SIZE
007000                    AUD-DATE DELIMITED BY SIZE
007010                    ' ' DELIMITED BY SIZE
007020                    AUD-TIME DELIMITED BY SIZE
007030                    ' - NO CLNTHIST ROW FOR KEY '
007040                        DELIMITED BY SIZE
007050                    AUD-HIST-CLNTIDEN DELIMITED BY SIZE
007060                    '/' DELIMITED BY SIZE
007070                    AUD-HIST-TIMESTAMP DELIMITED BY SIZE
007080                 INTO INT-DL-TEXT
007090             PERFORM 2930-WRITE-DETAIL THRU 2930-EXIT
007100     END-READ.
007110 2810-EXIT.
007120     EXIT.
007130 2850-MARK-ONE-ARCHIVE.
007140     READ AUDTARC
007150         AT END
007160             MOVE 'Y' TO INT-ARC-EOF-SW
007170             GO TO 2850-EXIT
007180     END-READ.
007190     IF NOT INT-AUDTARC-OK
007200         DISPLAY "CLNTINTG - READ ERROR ON AUDTARC, STATUS = "
007210             INT-AUDTARC-STATUS
007220         MOVE 16 TO RETURN-CODE
007230         STOP RUN
007240     END-IF.
007250     ADD 1 TO INT-ARC-READ.
007260     IF AARC-CLNTIDEN NOT NUMERIC
007270         GO TO 2850-EXIT
007280     END-IF.
007290     MOVE AARC-CLNTIDEN TO INT-MARK-IDEN.
007300     MOVE AARC-OPERATION TO INT-MARK-OPER.
007310     PERFORM 2870-MARK-OPERATION THRU 2870-EXIT.
007320 2850-EXIT.
007330     EXIT.
007340*****************************************************
007350* INT-MARK-OPER AND INT-MARK-IDEN IN - A CLOSE MARKS THE
007360* INACTIVE ENTRY, A DELETE OR PURGE MARKS ANY ORPHAN.
007370*****************************************************
007380 2870-MARK-OPERATION.
007390     IF INT-MARK-OPER = 'CLOSE'
007400         PERFORM 2880-MARK-CLOSED THRU 2880-EXIT
007410             VARYING INT-INACT-SUB FROM 1 BY 1
007420             UNTIL INT-INACT-SUB > INT-INACT-COUNT
007430     ELSE IF INT-MARK-OPER = 'DELETE'
007440             OR INT-MARK-OPER = 'PURGE'
007450         PERFORM 2890-MARK-REMOVED THRU 2890-EXIT
007460             VARYING INT-ORPH-SUB FROM 1 BY 1
007470             UNTIL INT-ORPH-SUB > INT-ORPH-COUNT
007480     END-IF.
007490 2870-EXIT.
007500     EXIT.
007510 2880-MARK-CLOSED.
007520     IF INT-IN-IDEN (INT-INACT-SUB) = INT-MARK-IDEN
007530         MOVE 'Y' TO INT-IN-CLOSED-SW (INT-INACT-SUB)
007540     END-IF.
007550 2880-EXIT.
007560     EXIT.
007570 2890-MARK-REMOVED.
007580     IF INT-OR-IDEN (INT-ORPH-SUB) = INT-MARK-IDEN
007590         MOVE 'Y' TO INT-OR-REMOVED-SW (INT-ORPH-SUB)
007600     END-IF.
007610 2890-EXIT.
007620     EXIT.
007630 2900-WRITE-LINE.
007640     IF INT-LINE-COUNT > INT-MAX-LINES
007645         MOVE INT-TEXT TO INT-HOLD-LINE
007650         PERFORM 2910-WRITE-HEADINGS THRU 2910-EXIT
007655         MOVE INT-HOLD-LINE TO INT-TEXT
007660     END-IF.
007670     MOVE ' ' TO INT-CTL.
007680     WRITE INT-LINE-REC.
007690     ADD 1 TO INT-LINE-COUNT.
007700 2900-EXIT.
007710     EXIT.
007720 2910-WRITE-HEADINGS.
007730     ADD 1 TO INT-PAGE-COUNT.
007740     MOVE INT-PAGE-COUNT TO INT-H1-PAGE.
007750     MOVE INT-TODAY      TO INT-H1-DATE.
007760     MOVE '1' TO INT-CTL.
007770     MOVE INT-PAGE-HDR-1 TO INT-TEXT.
007780     WRITE INT-LINE-REC.
007790     MOVE ' ' TO INT-CTL.
007800     MOVE SPACES TO INT-TEXT.
007810     WRITE INT-LINE-REC.
007820     MOVE 2 TO INT-LINE-COUNT.
007830 2910-EXIT.
007840     EXIT.
007850 2920-START-SECTION.
007860     IF INT-LINE-COUNT > INT-MAX-LINES - 6
007870         PERFORM 2910-WRITE-HEADINGS THRU 2910-EXIT
007880     END-IF.
007890     MOVE SPACES TO INT-TEXT.
007900     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
007910     MOVE INT-SECTION-LINE TO INT-TEXT.
007920     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
007930     MOVE INT-DETAIL-HDR TO INT-TEXT.
007940     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
007950 2920-EXIT.
007960     EXIT.
007970 2930-WRITE-DETAIL.
007980     MOVE INT-DETAIL-LINE TO INT-TEXT.
007990     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
008000 2930-EXIT.
008010     EXIT.
008020 2940-WRITE-NONE.
008030     MOVE '    NONE' TO INT-TEXT.
008040     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
008050 2940-EXIT.
008060     EXIT.
008070*****************************************************
008080* INT-CHK-IDEN IN, INT-KNOWN-SW OUT - 'Y' WHEN THE CLIENT
008090* IS ON THE MASTER OR RETIRED IN THE CROSS-REFERENCE.
008100*****************************************************
008110 2950-CHECK-CLIENT.
008120     MOVE 'Y' TO INT-KNOWN-SW.
008130     MOVE INT-CHK-IDEN TO OCLNTIDEN.
008140     READ DEMO KEY IS OCLNTIDEN
008150         INVALID KEY
008160             MOVE 'N' TO INT-KNOWN-SW
008170     END-READ.
008180     IF INT-KNOWN-YES
008190         GO TO 2950-EXIT
008200     END-IF.
008210     IF NOT INT-DEMO-NOTFND
008220         DISPLAY "CLNTINTG - READ ERROR ON DEMO, STATUS = "
008230             INT-DEMO-STATUS
008240         MOVE 16 TO RETURN-CODE
008250         STOP RUN
008260     END-IF.
008270     MOVE 'N' TO INT-HIT-SW.
008280     PERFORM 2955-SCAN-RETIRED THRU 2955-EXIT
008290         VARYING INT-XRF-SCAN FROM 1 BY 1
008300         UNTIL INT-XRF-SCAN > INT-XRF-COUNT
008310             OR INT-HIT-YES.
008320     IF INT-HIT-YES
008330         MOVE 'Y' TO INT-KNOWN-SW
008340     END-IF.
008350 2950-EXIT.
008360     EXIT.
008370 2955-SCAN-RETIRED.
008380     IF INT-XRF-RETIRED (INT-XRF-SCAN) = INT-CHK-IDEN
008390         MOVE 'Y' TO INT-HIT-SW
008400     END-IF.
008410 2955-EXIT.
008420     EXIT.
008430*****************************************************
008440* INT-CHK-IDEN AND INT-CHK-SOURCE IN - THE ORPHAN ENTRY
008450* FOR THAT PAIR, ADDED IF NEW, IN INT-ORPH-SUB.  ZERO
008460* WHEN THE TABLE IS FULL (COUNTED AS A SERIOUS FINDING).
008470*****************************************************
008480 2960-FIND-ORPHAN.
008490     MOVE 'N' TO INT-FOUND-SW.
008500     MOVE ZERO TO INT-CUR-ORPH-SUB.
008510     PERFORM 2965-MATCH-ORPHAN THRU 2965-EXIT
008520         VARYING INT-ORPH-SUB FROM 1 BY 1
008530         UNTIL INT-ORPH-SUB > INT-ORPH-COUNT
008540             OR INT-FOUND-YES.
008550     IF INT-FOUND-YES
008560         MOVE INT-CUR-ORPH-SUB TO INT-ORPH-SUB
008570         GO TO 2960-EXIT
008580     END-IF.
008590     IF INT-ORPH-COUNT >= INT-ORPH-MAX
008600         ADD 1 TO INT-ORPH-OVFL
008610         MOVE ZERO TO INT-ORPH-SUB
008620         GO TO 2960-EXIT
008630     END-IF.
008640     ADD 1 TO INT-ORPH-COUNT.
008650     MOVE INT-ORPH-COUNT TO INT-ORPH-SUB.
008660     MOVE INT-CHK-IDEN   TO INT-OR-IDEN (INT-ORPH-SUB).
008670     MOVE INT-CHK-SOURCE TO INT-OR-SOURCE (INT-ORPH-SUB).
008680     MOVE ZERO           TO INT-OR-ITEMS (INT-ORPH-SUB).
008690     MOVE 'N'            TO INT-OR-REMOVED-SW (INT-ORPH-SUB).
008700 2960-EXIT.
008710     EXIT.
008720 2965-MATCH-ORPHAN.
008730     IF INT-OR-IDEN (INT-ORPH-SUB) = INT-CHK-IDEN
008740             AND INT-OR-SOURCE (INT-ORPH-SUB) = INT-CHK-SOURCE
008750         MOVE 'Y' TO INT-FOUND-SW
008760         MOVE INT-ORPH-SUB TO INT-CUR-ORPH-SUB
008770     END-IF.
008780 2965-EXIT.
008790     EXIT.
008800 3000-LIST-UNCLOSED.
008810     MOVE 'INACTIVE CLIENTS WITH NO CLOSE AUDIT ENTRY'
008820         TO INT-SE-TITLE.
008830     PERFORM 2920-START-SECTION THRU 2920-EXIT.
008840     PERFORM 3010-LIST-ONE-UNCLOSED THRU 3010-EXIT
008850         VARYING INT-INACT-SUB FROM 1 BY 1
008860         UNTIL INT-INACT-SUB > INT-INACT-COUNT.
008870     IF INT-SER-CLOSE = ZERO
008880         PERFORM 2940-WRITE-NONE THRU 2940-EXIT
008890     END-IF.
008900 3000-EXIT.
008910     EXIT.
008920 3010-LIST-ONE-UNCLOSED.
008930     IF INT-IN-CLOSED (INT-INACT-SUB)
008940         GO TO 3010-EXIT
008950     END-IF.
008960     ADD 1 TO INT-SER-CLOSE.
008970     MOVE 'SERIOUS' TO INT-DL-SEV.
008980     MOVE INT-IN-IDEN (INT-INACT-SUB) TO INT-DL-CLNTIDEN.
008990     MOVE SPACES TO INT-DL-TEXT.
009000     STRING 'INACTIVE, CLOSURE DATE ' DELIMITED BY SIZE
009010            INT-IN-CLSDATE (INT-INACT-SUB) DELIMITED BY SIZE
009020            ' - NO CLOSE ENTRY ON AUDITFL OR AUDTARC'
009030                DELIMITED BY SIZE
009040         INTO INT-DL-TEXT.
009050     PERFORM 2930-WRITE-DETAIL THRU 2930-EXIT.
009060 3010-EXIT.
009070     EXIT.
009080 3200-LIST-ORPHANS.
009090     MOVE 'NOTES AND PENDING WORK FOR A CLIENT NOT ON THE MASTER'
009100         TO INT-SE-TITLE.
009110     PERFORM 2920-START-SECTION THRU 2920-EXIT.
009120     PERFORM 3210-LIST-ONE-ORPHAN THRU 3210-EXIT
009130         VARYING INT-ORPH-SUB FROM 1 BY 1
009140         UNTIL INT-ORPH-SUB > INT-ORPH-COUNT.
009150     IF INT-ORPH-COUNT = ZERO
009160         PERFORM 2940-WRITE-NONE THRU 2940-EXIT
009170     END-IF.
009180 3200-EXIT.
009190     EXIT.
009200 3210-LIST-ONE-ORPHAN.
009210     MOVE INT-OR-IDEN (INT-ORPH-SUB)  TO INT-DL-CLNTIDEN.
009220     MOVE INT-OR-ITEMS (INT-ORPH-SUB) TO INT-ED-ITEMS.
009230     MOVE SPACES TO INT-DL-TEXT.
009240     IF INT-OR-REMOVED (INT-ORPH-SUB)
009250         ADD 1 TO INT-WRN-ORPH
009260         MOVE 'WARNING' TO INT-DL-SEV
009270         STRING INT-ED-ITEMS DELIMITED BY SIZE
009280                ' ' DELIMITED BY SIZE
009290                INT-OR-SOURCE (INT-ORPH-SUB) DELIMITED BY SPACE
009300                ' ITEMS LEFT BEHIND - CLIENT WAS DELETED OR '
009310                    DELIMITED BY SIZE
009320                'PURGED' DELIMITED BY SIZE
009330             INTO INT-DL-TEXT
009340     ELSE
009350         ADD 1 TO INT-SER-ORPH
009360         MOVE 'SERIOUS' TO INT-DL-SEV
009370         STRING INT-ED-ITEMS DELIMITED BY SIZE
009380                ' ' DELIMITED BY SIZE
009390                INT-OR-SOURCE (INT-ORPH-SUB) DELIMITED BY SPACE
009400                ' ITEMS - CLIENT NOT ON THE MASTER AND NOT '
009410                    DELIMITED BY SIZE
009420                'RETIRED IN CLNTXRF' DELIMITED BY SIZE
009430             INTO INT-DL-TEXT
009440     END-IF.
009450     PERFORM 2930-WRITE-DETAIL THRU 2930-EXIT.
009460 3210-EXIT.
009470     EXIT.
009480 4000-TERMINATE.
009490     COMPUTE INT-SERIOUS-TOTAL = INT-SER-AIX + INT-SER-XRF
009500         + INT-SER-HIST + INT-SER-CLOSE + INT-SER-ORPH
009510         + INT-ORPH-OVFL.
009520     COMPUTE INT-WARNING-TOTAL = INT-WRN-XRF + INT-WRN-ORPH
009530         + INT-INACT-OVFL.
009540     MOVE SPACES TO INT-TEXT.
009550     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
009560     MOVE 'BASE CLUSTER RECORDS' TO INT-SM-LABEL.
009570     MOVE INT-BASE-COUNT TO INT-SM-COUNT.
009580     PERFORM 4100-WRITE-SUMMARY THRU 4100-EXIT.
009590     MOVE 'RECORDS READ THROUGH LAST-NAME PATH' TO INT-SM-LABEL.
009600     MOVE INT-PATH-COUNT TO INT-SM-COUNT.
009610     PERFORM 4100-WRITE-SUMMARY THRU 4100-EXIT.
009620     MOVE 'CROSS-REFERENCE PAIRS' TO INT-SM-LABEL.
009630     MOVE INT-XRF-COUNT TO INT-SM-COUNT.
009640     PERFORM 4100-WRITE-SUMMARY THRU 4100-EXIT.
009650     MOVE 'NOTES READ' TO INT-SM-LABEL.
009660     MOVE INT-NOTE-READ TO INT-SM-COUNT.
009670     PERFORM 4100-WRITE-SUMMARY THRU 4100-EXIT.
009680     MOVE 'PENDING TRANSACTIONS READ' TO INT-SM-LABEL.
009690     MOVE INT-PEND-READ TO INT-SM-COUNT.
009700     PERFORM 4100-WRITE-SUMMARY THRU 4100-EXIT.
009710     MOVE 'AUDIT ENTRIES READ' TO INT-SM-LABEL.
009720     MOVE INT-AUDIT-READ TO INT-SM-COUNT.
009730     PERFORM 4100-WRITE-SUMMARY THRU 4100-EXIT.
009740     MOVE '  CARRYING A CLNTHIST KEY' TO INT-SM-LABEL.
009750     MOVE INT-AUDIT-KEYED TO INT-SM-COUNT.
009760     PERFORM 4100-WRITE-SUMMARY THRU 4100-EXIT.
009770     MOVE 'ARCHIVED AUDIT ENTRIES READ' TO INT-SM-LABEL.
009780     MOVE INT-ARC-READ TO INT-SM-COUNT.
009790     PERFORM 4100-WRITE-SUMMARY THRU 4100-EXIT.
009800     MOVE 'INACTIVE CLIENTS CHECKED' TO INT-SM-LABEL.
009810     MOVE INT-INACT-COUNT TO INT-SM-COUNT.
009820     PERFORM 4100-WRITE-SUMMARY THRU 4100-EXIT.
009830     MOVE SPACES TO INT-TEXT.
009840     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
009850     MOVE 'SERIOUS - AIX COUNT MISMATCH' TO INT-SM-LABEL.
009860     MOVE INT-SER-AIX TO INT-SM-COUNT.
009870     PERFORM 4100-WRITE-SUMMARY THRU 4100-EXIT.
009880     MOVE 'SERIOUS - CROSS-REFERENCE' TO INT-SM-LABEL.
009890     MOVE INT-SER-XRF TO INT-SM-COUNT.
009900     PERFORM 4100-WRITE-SUMMARY THRU 4100-EXIT.
009910     MOVE 'SERIOUS - AUDIT KEY WITH NO HISTORY ROW'
009920         TO INT-SM-LABEL.
009930     MOVE INT-SER-HIST TO INT-SM-COUNT.
009940     PERFORM 4100-WRITE-SUMMARY THRU 4100-EXIT.
009950     MOVE 'SERIOUS - INACTIVE WITH NO CLOSE ENTRY'
009960         TO INT-SM-LABEL.
009970     MOVE INT-SER-CLOSE TO INT-SM-COUNT.
009980     PERFORM 4100-WRITE-SUMMARY THRU 4100-EXIT.
009990     MOVE 'SERIOUS - NOTES/PENDING, UNKNOWN CLIENT'
010000         TO INT-SM-LABEL.
010010     MOVE INT-SER-ORPH TO INT-SM-COUNT.
010020     PERFORM 4100-WRITE-SUMMARY THRU 4100-EXIT.
010030     MOVE 'SERIOUS - UNKNOWN CLIENTS NOT LISTED'
010040         TO INT-SM-LABEL.
010050     MOVE INT-ORPH-OVFL TO INT-SM-COUNT.
010060     PERFORM 4100-WRITE-SUMMARY THRU 4100-EXIT.
010070     MOVE 'WARNING - MERGE CHAINS' TO INT-SM-LABEL.
010080     MOVE INT-WRN-XRF TO INT-SM-COUNT.
010090     PERFORM 4100-WRITE-SUMMARY THRU 4100-EXIT.
010100     MOVE 'WARNING - LEFT BEHIND BY DELETE/PURGE'
010110         TO INT-SM-LABEL.
010120     MOVE INT-WRN-ORPH TO INT-SM-COUNT.
010130     PERFORM 4100-WRITE-SUMMARY THRU 4100-EXIT.
010140     MOVE 'WARNING - INACTIVE NOT CHECKED' TO INT-SM-LABEL.
010150     MOVE INT-INACT-OVFL TO INT-SM-COUNT.
010160     PERFORM 4100-WRITE-SUMMARY THRU 4100-EXIT.
010170     CLOSE DEMO.
010180     CLOSE CLNTHIST.
010190     CLOSE RPTFILE.
010200     DISPLAY "CLNTINTG - BASE CLUSTER RECORDS = " INT-BASE-COUNT.
010210     DISPLAY "CLNTINTG - PATH RECORDS         = " INT-PATH-COUNT.
010220     DISPLAY "CLNTINTG - SERIOUS FINDINGS     = "
010230         INT-SERIOUS-TOTAL.
010240     DISPLAY "CLNTINTG - WARNINGS             = "
010250         INT-WARNING-TOTAL.
010260     IF INT-SERIOUS-TOTAL > ZERO
010270         MOVE 8 TO RETURN-CODE
010280     ELSE IF INT-WARNING-TOTAL > ZERO
010290         MOVE 4 TO RETURN-CODE
010300     ELSE
010310         MOVE ZERO TO RETURN-CODE
010320     END-IF.
010330 4000-EXIT.
010340     EXIT.
010350 4100-WRITE-SUMMARY.
010360     MOVE INT-SUMMARY-LINE TO INT-TEXT.
010370     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
010380 4100-EXIT.
010390     EXIT.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CLNTLABL.
000030 AUTHOR.        J MELTON.
000040 INSTALLATION.  CLIENT SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************
000080* MAILING LABEL RUN OVER THE CLIENT MASTER.  PRINTS
000090* 3-UP OR 4-UP ADDRESS LABELS IN ZIP SEQUENCE FOR THE
000100* MAILING TEAM, IN PLACE OF THE CLNTRPT STATE/ZIP
000110* LISTING THEY USED TO BUILD LABELS FROM BY HAND.
000120*
000130* SELECTION IS THE STATE AND ZIP RANGE ON THE SAME
000140* OPTIONAL PARMFL RECORD CLNTRPT TAKES (SEE RPT-PARM-REC
000150* IN CLNTRPT) SO ONE PARM DATASET DRIVES BOTH THE
000160* LISTING AND THE LABELS; ITS DATE RANGE, SEQUENCE AND
000170* INACTIVE OPTIONS DO NOT APPLY HERE.  INACTIVE CLIENTS
000180* (OCLNTSTATUS 'I') ARE NEVER LABELLED.  A CLIENT
000190* MISSING ADDRESS LINE 1, CITY, STATE OR A NUMERIC ZIP
000200* IS SKIPPED AS AN INCOMPLETE ADDRESS.
000210*
000220* HOUSEHOLDING - CLIENTS SHARING THE SAME ADDRESS LINE 1,
000230* ADDRESS LINE 2, CITY AND ZIP GET ONE LABEL BETWEEN
000240* THEM, NAMING THE FIRST TWO IN LAST/FIRST NAME ORDER
000250* (ONE NAME LINE WHEN THEY SHARE A LAST NAME, TWO WHEN
000260* THEY DO NOT).  EVERY OTHER CLIENT AT THE ADDRESS IS
000270* SUPPRESSED.
000280*
000290* A TRAILER PAGE AFTER THE LABELS SHOWS THE SELECTION
000300* USED, LABELS PRINTED, CLIENTS SUPPRESSED BY
000310* HOUSEHOLDING AND RECORDS SKIPPED FOR INCOMPLETE
000320* ADDRESSES, WITH THE OTHER SKIPS FOR BALANCING.
000330*
000340* SYSIN - LABELS ACROSS, 3 OR 4 (BLANK = 3).
000350*
000360* DATE       AUTHOR    DESCRIPTION
000370* 10/15/26   JMELTON   INITIAL VERSION
000375* 10/15/26   JMELTON   A LONG CITY IS CUT SHORT SO THE STATE
000376*                      AND ZIP ALWAYS FIT ON THE LABEL.
000380*****************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT DEMO ASSIGN TO AS-CLNTFILE
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS OCLNTIDEN
000460         FILE STATUS IS LBL-DEMO-STATUS.
000470     SELECT OPTIONAL PARMFL ASSIGN TO AS-PARMFL
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS LBL-PARMFL-STATUS.
000500     SELECT SRTWORK ASSIGN TO AS-SRTWORK.
000510     SELECT LABELFL ASSIGN TO AS-LABELFL
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS LBL-LABELFL-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  DEMO.
000570     COPY OCLNTREC.
000580****THE CLNTRPT SELECTION RECORD, FIELD FOR FIELD.  ONLY THE
000590****STATE AND ZIP RANGE ARE USED HERE; BLANK MEANS ALL.
000600 FD  PARMFL
000610     RECORDING MODE IS F.
000620 01  LBL-PARM-REC.
000630     05  LBL-PARM-STATE       PIC X(02).
000640     05  LBL-PARM-ZIP-FROM    PIC X(05).
000650     05  LBL-PARM-ZIP-TO      PIC X(05).
000660     05  LBL-PARM-DATE-FROM   PIC X(08).
000670     05  LBL-PARM-DATE-TO     PIC X(08).
000680     05  LBL-PARM-SEQ         PIC X(01).
000690     05  LBL-PARM-INACT       PIC X(01).
000700     05  FILLER               PIC X(50).
000710*****************************************************
000720* SORT WORK - ZIP FIRST FOR THE POST OFFICE, THEN THE
000730* REST OF THE HOUSEHOLD ADDRESS SO A HOUSEHOLD ARRIVES
000740* TOGETHER, THEN NAME SO THE TWO NAMED ARE ALWAYS THE
000750* SAME TWO.
000760*****************************************************
000770 SD  SRTWORK.
000780 01  SRT-REC.
000790     05  SRT-ZIP           PIC X(05).
000800     05  SRT-CITY          PIC X(40).
000810     05  SRT-ADDR1         PIC X(40).
000820     05  SRT-ADDR2         PIC X(40).
000830     05  SRT-LNAME         PIC X(25).
000840     05  SRT-FNAME         PIC X(15).
000850     05  SRT-CLNTIDEN      PIC 9(09).
000860     05  SRT-STATE         PIC X(02).
000870 FD  LABELFL
000880     RECORDING MODE IS F.
000890 01  LBL-LINE-REC.
000900     05  LBL-CTL           PIC X(01).
000910     05  LBL-TEXT          PIC X(131).
000920 WORKING-STORAGE SECTION.
000930 77  LBL-LINES-PER-LABEL     PIC 9(02) VALUE 05 COMP.
000940 01  LBL-SWITCHES.
000950     05  LBL-SORT-EOF-SW     PIC X(01) VALUE 'N'.
000960         88  LBL-SORT-EOF-YES         VALUE 'Y'.
000970     05  LBL-HOLD-SW         PIC X(01) VALUE 'N'.
000980         88  LBL-HOLD-YES             VALUE 'Y'.
000990 01  LBL-FILE-STATUSES.
001000     05  LBL-DEMO-STATUS     PIC X(02) VALUE '00'.
001010         88  LBL-DEMO-OK              VALUE '00'.
001020         88  LBL-DEMO-EOF             VALUE '10'.
001030     05  LBL-PARMFL-STATUS   PIC X(02) VALUE '00'.
001040         88  LBL-PARMFL-OK            VALUE '00'.
001050         88  LBL-PARMFL-NOFILE        VALUE '05'.
001060     05  LBL-LABELFL-STATUS  PIC X(02) VALUE '00'.
001070         88  LBL-LABELFL-OK           VALUE '00'.
001080 01  LBL-COUNTERS         COMP.
001090     05  LBL-READ-COUNT      PIC 9(07) VALUE ZERO.
001100     05  LBL-INACTIVE-COUNT  PIC 9(07) VALUE ZERO.
001110     05  LBL-NOTSEL-COUNT    PIC 9(07) VALUE ZERO.
001120     05  LBL-INCOMPL-COUNT   PIC 9(07) VALUE ZERO.
001130     05  LBL-SELECTED-COUNT  PIC 9(07) VALUE ZERO.
001140     05  LBL-LABEL-COUNT     PIC 9(07) VALUE ZERO.
001150     05  LBL-TWO-NAME-COUNT  PIC 9(07) VALUE ZERO.
001160     05  LBL-SUPPRESS-COUNT  PIC 9(07) VALUE ZERO.
001170     05  LBL-HOLD-MEMBERS    PIC 9(07) VALUE ZERO.
001180     05  LBL-ACROSS          PIC 9(02) VALUE ZERO.
001190     05  LBL-WIDTH           PIC 9(03) VALUE ZERO.
001200     05  LBL-SHOW-LEN        PIC 9(03) VALUE ZERO.
001205     05  LBL-CITY-MAX        PIC 9(03) VALUE ZERO.
001210     05  LBL-OFFSET          PIC 9(03) VALUE ZERO.
001220     05  LBL-SLOT-COUNT      PIC 9(02) VALUE ZERO.
001230     05  LBL-SLOT-SUB        PIC 9(02) VALUE ZERO.
001240     05  LBL-LINE-SUB        PIC 9(02) VALUE ZERO.
001250 01  LBL-TODAY               PIC 9(08) VALUE ZERO.
001260 01  LBL-ACROSS-IN           PIC X(01) VALUE SPACE.
001270****SELECTION SAVED OUT OF THE PARM RECORD - THE FD BUFFER
001280****IS NOT RELIABLE AFTER PARMFL IS CLOSED.
001290 01  LBL-CRITERIA.
001300     05  LBL-CR-STATE        PIC X(02) VALUE SPACES.
001310     05  LBL-CR-ZIP-FROM     PIC X(05) VALUE SPACES.
001320     05  LBL-CR-ZIP-TO       PIC X(05) VALUE SPACES.
001330****THE HOUSEHOLD BEING COLLECTED - ITS ADDRESS AND THE
001340****FIRST TWO MEMBERS SEEN.
001350 01  LBL-HOLD.
001360     05  LBL-HOLD-KEY.
001370         10  LBL-HOLD-ZIP    PIC X(05).
001380         10  LBL-HOLD-CITY   PIC X(40).
001390         10  LBL-HOLD-ADDR1  PIC X(40).
001400         10  LBL-HOLD-ADDR2  PIC X(40).
001410     05  LBL-HOLD-STATE      PIC X(02).
001420     05  LBL-HOLD-FNAME-1    PIC X(15).
001430     05  LBL-HOLD-LNAME-1    PIC X(25).
001440     05  LBL-HOLD-FNAME-2    PIC X(15).
001450     05  LBL-HOLD-LNAME-2    PIC X(25).
001460 01  LBL-SORT-KEY.
001470     05  LBL-SK-ZIP          PIC X(05).
001480     05  LBL-SK-CITY         PIC X(40).
001490     05  LBL-SK-ADDR1        PIC X(40).
001500     05  LBL-SK-ADDR2        PIC X(40).
001510****ONE ROW OF LABELS ACROSS THE FORM, BUILT A LABEL AT A
001520****TIME AND PRINTED WHEN FULL.
001530 01  LBL-ROW.
001540     05  LBL-SLOT OCCURS 4 TIMES.
001550         10  LBL-SLOT-LINE   PIC X(40) OCCURS 5 TIMES.
001560 01  LBL-NEXT-LINE           PIC 9(02) VALUE ZERO COMP.
001570 01  LBL-WORK-LINE           PIC X(40) VALUE SPACES.
001575 01  LBL-CITY-WORK           PIC X(40) VALUE SPACES.
001580 01  LBL-TRL-HDR.
001590     05  FILLER              PIC X(34)
001600            VALUE 'MAILING LABEL RUN - CONTROL TOTALS'.
001610     05  FILLER              PIC X(03) VALUE SPACES.
001620     05  FILLER              PIC X(09) VALUE 'RUN DATE:'.
001630     05  LBL-TH-DATE         PIC 9(08).
001640     05  FILLER              PIC X(77) VALUE SPACES.
001650 01  LBL-TRL-CRIT.
001660     05  FILLER              PIC X(11) VALUE 'SELECTION: '.
001670     05  FILLER              PIC X(06) VALUE 'STATE='.
001680     05  LBL-TC-STATE        PIC X(03).
001690     05  FILLER              PIC X(04) VALUE 'ZIP='.
001700     05  LBL-TC-ZIP-FROM     PIC X(05).
001710     05  FILLER              PIC X(01) VALUE '-'.
001720     05  LBL-TC-ZIP-TO       PIC X(06).
001730     05  FILLER              PIC X(07) VALUE 'ACROSS='.
001740     05  LBL-TC-ACROSS       PIC 9(01).
001750     05  FILLER              PIC X(87) VALUE SPACES.
001760 01  LBL-SUMMARY-LINE.
001770     05  FILLER              PIC X(02) VALUE SPACES.
001780     05  LBL-SL-LABEL        PIC X(40).
001790     05  LBL-SL-COUNT        PIC ZZZ,ZZ9.
001800     05  FILLER              PIC X(82) VALUE SPACES.
001810 PROCEDURE DIVISION.
001820 0000-MAINLINE.
001830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001840     SORT SRTWORK
001850         ON ASCENDING KEY SRT-ZIP SRT-CITY SRT-ADDR1 SRT-ADDR2
001860                          SRT-LNAME SRT-FNAME SRT-CLNTIDEN
001870         INPUT PROCEDURE 1200-SORT-INPUT THRU 1200-EXIT
001880         OUTPUT PROCEDURE 1400-SORT-OUTPUT THRU 1400-EXIT.
001890     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001900     STOP RUN.
001910 1000-INITIALIZE.
001920     ACCEPT LBL-TODAY FROM DATE YYYYMMDD.
001930     ACCEPT LBL-ACROSS-IN.
001940     IF LBL-ACROSS-IN = SPACE OR LBL-ACROSS-IN = '3'
001950         MOVE 3  TO LBL-ACROSS
001960         MOVE 44 TO LBL-WIDTH
001970     ELSE IF LBL-ACROSS-IN = '4'
001980         MOVE 4  TO LBL-ACROSS
001990         MOVE 33 TO LBL-WIDTH
002000     ELSE
002010         DISPLAY "CLNTLABL - LABELS ACROSS MUST BE 3 OR 4: "
002020             LBL-ACROSS-IN
002030         MOVE 8 TO RETURN-CODE
002040         STOP RUN
002050     END-IF.
002060****ONE COLUMN OF GUTTER BETWEEN LABELS.
002070     COMPUTE LBL-SHOW-LEN = LBL-WIDTH - 1.
002072****THE CITY GETS WHAT IS LEFT OF THE LINE AFTER ONE SPACE,
002074****THE STATE, TWO SPACES AND THE ZIP.
002076     COMPUTE LBL-CITY-MAX = LBL-SHOW-LEN - 10.
002080     PERFORM 1100-READ-PARMS THRU 1100-EXIT.
002090     OPEN OUTPUT LABELFL.
002100     IF NOT LBL-LABELFL-OK
002110         DISPLAY "CLNTLABL - UNABLE TO OPEN LABELFL, STATUS = "
002120             LBL-LABELFL-STATUS
002130         MOVE 16 TO RETURN-CODE
002140         STOP RUN
002150     END-IF.
002160     MOVE SPACES TO LBL-ROW.
002170     MOVE ZERO TO LBL-SLOT-COUNT.
002180 1000-EXIT.
002190     EXIT.
002200*****************************************************
002210* PICKS UP THE OPTIONAL CLNTRPT SELECTION RECORD.  NO
002220* FILE, NO RECORD OR A BLANK RECORD MEAN EVERY STATE
002230* AND ZIP.
002240*****************************************************
002250 1100-READ-PARMS.
002260     OPEN INPUT PARMFL.
002270     IF NOT LBL-PARMFL-OK AND NOT LBL-PARMFL-NOFILE
002280         DISPLAY "CLNTLABL - UNABLE TO OPEN PARMFL, STATUS = "
002290             LBL-PARMFL-STATUS
002300         MOVE 16 TO RETURN-CODE
002310         STOP RUN
002320     END-IF.
002330     READ PARMFL
002340         AT END
002350             GO TO 1150-PARMS-DONE
002360     END-READ.
002370     IF NOT LBL-PARMFL-OK
002380         GO TO 1150-PARMS-DONE
002390     END-IF.
002400     MOVE LBL-PARM-STATE    TO LBL-CR-STATE.
002410     MOVE LBL-PARM-ZIP-FROM TO LBL-CR-ZIP-FROM.
002420     MOVE LBL-PARM-ZIP-TO   TO LBL-CR-ZIP-TO.
002430 1150-PARMS-DONE.
002440     CLOSE PARMFL.
002450 1100-EXIT.
002460     EXIT.
002470*****************************************************
002480* INPUT PROCEDURE - READS THE MASTER AND RELEASES EVERY
002490* ACTIVE, SELECTED CLIENT WITH A COMPLETE ADDRESS.
002500*****************************************************
002510 1200-SORT-INPUT.
002520     OPEN INPUT DEMO.
002530     IF NOT LBL-DEMO-OK
002540         DISPLAY "CLNTLABL - UNABLE TO OPEN DEMO, STATUS = "
002550             LBL-DEMO-STATUS
002560         MOVE 16 TO RETURN-CODE
002570         STOP RUN
002580     END-IF.
002590 1210-SORT-INPUT-LOOP.
002600     READ DEMO NEXT RECORD
002610         AT END
002620             GO TO 1220-SORT-INPUT-DONE
002630     END-READ.
002640     IF NOT LBL-DEMO-OK AND NOT LBL-DEMO-EOF
002650         DISPLAY "CLNTLABL - READ ERROR ON DEMO, STATUS = "
002660             LBL-DEMO-STATUS
002670         MOVE 16 TO RETURN-CODE
002680         STOP RUN
002690     END-IF.
002700     ADD 1 TO LBL-READ-COUNT.
002710     IF OCLNT-INACTIVE
002720         ADD 1 TO LBL-INACTIVE-COUNT
002730         GO TO 1210-SORT-INPUT-LOOP
002740     END-IF.
002750     IF LBL-CR-STATE NOT = SPACES
002760             AND OCLNTSTATE NOT = LBL-CR-STATE
002770         ADD 1 TO LBL-NOTSEL-COUNT
002780         GO TO 1210-SORT-INPUT-LOOP
002790     END-IF.
002800     IF LBL-CR-ZIP-FROM NOT = SPACES
002810             AND OCLNTZIP < LBL-CR-ZIP-FROM
002820         ADD 1 TO LBL-NOTSEL-COUNT
002830         GO TO 1210-SORT-INPUT-LOOP
002840     END-IF.
002850     IF LBL-CR-ZIP-TO NOT = SPACES
002860             AND OCLNTZIP > LBL-CR-ZIP-TO
002870         ADD 1 TO LBL-NOTSEL-COUNT
002880         GO TO 1210-SORT-INPUT-LOOP
002890     END-IF.
002900     IF OCLNTADDR1 = SPACES
002910             OR OCLNTCITY = SPACES
002920             OR OCLNTSTATE = SPACES
002930             OR OCLNTZIP NOT NUMERIC
002940         ADD 1 TO LBL-INCOMPL-COUNT
002950         GO TO 1210-SORT-INPUT-LOOP
002960     END-IF.
002970     ADD 1 TO LBL-SELECTED-COUNT.
002980     MOVE OCLNTZIP   TO SRT-ZIP.
002990     MOVE OCLNTCITY  TO SRT-CITY.
003000     MOVE OCLNTADDR1 TO SRT-ADDR1.
003010     MOVE OCLNTADDR2 TO SRT-ADDR2.
003020     MOVE OCLNTLNAME TO SRT-LNAME.
003030     MOVE OCLNTFNAME TO SRT-FNAME.
003040     MOVE OCLNTIDEN  TO SRT-CLNTIDEN.
003050     MOVE OCLNTSTATE TO SRT-STATE.
003060     RELEASE SRT-REC.
003070     GO TO 1210-SORT-INPUT-LOOP.
003080 1220-SORT-INPUT-DONE.
003090     CLOSE DEMO.
003100 1200-EXIT.
003110     EXIT.
003120*****************************************************
003130* OUTPUT PROCEDURE - GATHERS EACH HOUSEHOLD AS IT COMES
003140* OFF THE SORT AND LABELS IT WHEN THE ADDRESS CHANGES.
003150*****************************************************
003160 1400-SORT-OUTPUT.
003170     PERFORM 1420-RETURN-SORTED THRU 1420-EXIT
003180         UNTIL LBL-SORT-EOF-YES.
003190     IF LBL-HOLD-YES
003200         PERFORM 2000-LABEL-HOUSEHOLD THRU 2000-EXIT
003210     END-IF.
003220     IF LBL-SLOT-COUNT > ZERO
003230         PERFORM 2200-PRINT-ROW THRU 2200-EXIT
003240     END-IF.
003250 1400-EXIT.
003260     EXIT.
003270 1420-RETURN-SORTED.
003280     RETURN SRTWORK
003290         AT END
003300             MOVE 'Y' TO LBL-SORT-EOF-SW
003310             GO TO 1420-EXIT
003320     END-RETURN.
003330     MOVE SRT-ZIP   TO LBL-SK-ZIP.
003340     MOVE SRT-CITY  TO LBL-SK-CITY.
003350     MOVE SRT-ADDR1 TO LBL-SK-ADDR1.
003360     MOVE SRT-ADDR2 TO LBL-SK-ADDR2.
003370     IF LBL-HOLD-YES AND LBL-SORT-KEY = LBL-HOLD-KEY
003380         ADD 1 TO LBL-HOLD-MEMBERS
003390         IF LBL-HOLD-MEMBERS = 2
003400             MOVE SRT-FNAME TO LBL-HOLD-FNAME-2
003410             MOVE SRT-LNAME TO LBL-HOLD-LNAME-2
003420         END-IF
003430         GO TO 1420-EXIT
003440     END-IF.
003450     IF LBL-HOLD-YES
003460         PERFORM 2000-LABEL-HOUSEHOLD THRU 2000-EXIT
003470     END-IF.
003480     MOVE 'Y'            TO LBL-HOLD-SW.
003490     MOVE 1              TO LBL-HOLD-MEMBERS.
003500     MOVE LBL-SORT-KEY   TO LBL-HOLD-KEY.
003510     MOVE SRT-STATE      TO LBL-HOLD-STATE.
003520     MOVE SRT-FNAME      TO LBL-HOLD-FNAME-1.
003530     MOVE SRT-LNAME      TO LBL-HOLD-LNAME-1.
003540     MOVE SPACES         TO LBL-HOLD-FNAME-2.
003550     MOVE SPACES         TO LBL-HOLD-LNAME-2.
003560 1420-EXIT.
003570     EXIT.
003580*****************************************************
003590* ONE LABEL FOR THE HELD HOUSEHOLD.  TWO MEMBERS WITH
003600* THE SAME LAST NAME SHARE A NAME LINE ("JOHN AND MARY
003610* SMITH"); OTHERWISE EACH GETS ITS OWN.  EVERY MEMBER
003620* PAST THE FIRST IS COUNTED AS SUPPRESSED - THEY GET NO
003630* LABEL OF THEIR OWN.
003640*****************************************************
003650 2000-LABEL-HOUSEHOLD.
003660     ADD 1 TO LBL-SLOT-COUNT.
003670     MOVE ZERO TO LBL-NEXT-LINE.
003680     IF LBL-HOLD-MEMBERS > 1
003690         ADD 1 TO LBL-TWO-NAME-COUNT
003700         COMPUTE LBL-SUPPRESS-COUNT =
003710             LBL-SUPPRESS-COUNT + LBL-HOLD-MEMBERS - 1
003720     END-IF.
003730     MOVE SPACES TO LBL-WORK-LINE.
003740     IF LBL-HOLD-MEMBERS = 1
003750         STRING LBL-HOLD-FNAME-1 DELIMITED BY '  '
003760             ' ' DELIMITED BY SIZE
003770             LBL-HOLD-LNAME-1 DELIMITED BY '  '
003780             INTO LBL-WORK-LINE
003790         PERFORM 2100-ADD-LINE THRU 2100-EXIT
003800     ELSE IF LBL-HOLD-LNAME-1 = LBL-HOLD-LNAME-2
003810         STRING LBL-HOLD-FNAME-1 DELIMITED BY '  '
003820             ' AND ' DELIMITED BY SIZE
003830             LBL-HOLD-FNAME-2 DELIMITED BY '  '
003840             ' ' DELIMITED BY SIZE
003850             LBL-HOLD-LNAME-1 DELIMITED BY '  '
003860             INTO LBL-WORK-LINE
003870         PERFORM 2100-ADD-LINE THRU 2100-EXIT
003880     ELSE
003890         STRING LBL-HOLD-FNAME-1 DELIMITED BY '  '
003900             ' ' DELIMITED BY SIZE
003910             LBL-HOLD-LNAME-1 DELIMITED BY '  '
003920             INTO LBL-WORK-LINE
003930         PERFORM 2100-ADD-LINE THRU 2100-EXIT
003940         MOVE SPACES TO LBL-WORK-LINE
003950         STRING LBL-HOLD-FNAME-2 DELIMITED BY '  '
003960             ' ' DELIMITED BY SIZE
003970             LBL-HOLD-LNAME-2 DELIMITED BY '  '
003980             INTO LBL-WORK-LINE
003990         PERFORM 2100-ADD-LINE THRU 2100-EXIT
004000     END-IF.
004010     MOVE LBL-HOLD-ADDR1 TO LBL-WORK-LINE.
004020     PERFORM 2100-ADD-LINE THRU 2100-EXIT.
004030     IF LBL-HOLD-ADDR2 NOT = SPACES
004040         MOVE LBL-HOLD-ADDR2 TO LBL-WORK-LINE
004050         PERFORM 2100-ADD-LINE THRU 2100-EXIT
004060     END-IF.
004070     MOVE SPACES TO LBL-WORK-LINE.
004072     MOVE SPACES TO LBL-CITY-WORK.
004074     MOVE LBL-HOLD-CITY (1:LBL-CITY-MAX)
004076         TO LBL-CITY-WORK (1:LBL-CITY-MAX).
004080     STRING LBL-CITY-WORK DELIMITED BY '  '
004090         ' ' DELIMITED BY SIZE
004100         LBL-HOLD-STATE DELIMITED BY SIZE
004110         '  ' DELIMITED BY SIZE
004120         LBL-HOLD-ZIP DELIMITED BY SIZE
004130         INTO LBL-WORK-LINE.
004140     PERFORM 2100-ADD-LINE THRU 2100-EXIT.
004150     ADD 1 TO LBL-LABEL-COUNT.
004160     IF LBL-SLOT-COUNT = LBL-ACROSS
004170         PERFORM 2200-PRINT-ROW THRU 2200-EXIT
004180     END-IF.
004190 2000-EXIT.
004200     EXIT.
004210 2100-ADD-LINE.
004220     IF LBL-NEXT-LINE < LBL-LINES-PER-LABEL
004230         ADD 1 TO LBL-NEXT-LINE
004240         MOVE LBL-WORK-LINE
004250             TO LBL-SLOT-LINE (LBL-SLOT-COUNT, LBL-NEXT-LINE)
004260     END-IF.
004270 2100-EXIT.
004280     EXIT.
004290*****************************************************
004300* PRINTS ONE ROW OF LABELS - FIVE PRINT LINES AND A
004310* BLANK LINE TO THE NEXT ROW - AND CLEARS THE ROW.
004320*****************************************************
004330 2200-PRINT-ROW.
004340     PERFORM 2210-PRINT-LINE THRU 2210-EXIT
004350         VARYING LBL-LINE-SUB FROM 1 BY 1
004360         UNTIL LBL-LINE-SUB > LBL-LINES-PER-LABEL.
004370     MOVE ' ' TO LBL-CTL.
004380     MOVE SPACES TO LBL-TEXT.
004390     WRITE LBL-LINE-REC.
004400     MOVE SPACES TO LBL-ROW.
004410     MOVE ZERO TO LBL-SLOT-COUNT.
004420 2200-EXIT.
004430     EXIT.
004440 2210-PRINT-LINE.
004450     MOVE ' ' TO LBL-CTL.
004460     MOVE SPACES TO LBL-TEXT.
004470     PERFORM 2220-PLACE-SLOT THRU 2220-EXIT
004480         VARYING LBL-SLOT-SUB FROM 1 BY 1
004490         UNTIL LBL-SLOT-SUB > LBL-ACROSS.
004500     WRITE LBL-LINE-REC.
004510 2210-EXIT.
004520     EXIT.
004530 2220-PLACE-SLOT.
004540     COMPUTE LBL-OFFSET = (LBL-SLOT-SUB - 1) * LBL-WIDTH + 1.
004550     MOVE LBL-SLOT-LINE (LBL-SLOT-SUB, LBL-LINE-SUB)
004560         TO LBL-TEXT (LBL-OFFSET : LBL-SHOW-LEN).
004570 2220-EXIT.
004580     EXIT.
004590*****************************************************
004600* TRAILER PAGE - THE SELECTION USED AND THE COUNTS THE
004610* MAILING TEAM BALANCES THE RUN WITH.  LABELS PRINTED
004620* PLUS CLIENTS SUPPRESSED EQUALS CLIENTS SELECTED.
004630*****************************************************
004640 3000-TERMINATE.
004650     MOVE LBL-TODAY TO LBL-TH-DATE.
004660     MOVE '1' TO LBL-CTL.
004670     MOVE LBL-TRL-HDR TO LBL-TEXT.
004680     WRITE LBL-LINE-REC.
004690     MOVE ' ' TO LBL-CTL.
004700     IF LBL-CR-STATE = SPACES
004710         MOVE 'ALL' TO LBL-TC-STATE
004720     ELSE
004730         MOVE LBL-CR-STATE TO LBL-TC-STATE
004740     END-IF.
004750     IF LBL-CR-ZIP-FROM = SPACES AND LBL-CR-ZIP-TO = SPACES
004760         MOVE 'ALL'  TO LBL-TC-ZIP-FROM
004770         MOVE SPACES TO LBL-TC-ZIP-TO
004780     ELSE
004790         MOVE LBL-CR-ZIP-FROM TO LBL-TC-ZIP-FROM
004800         MOVE LBL-CR-ZIP-TO   TO LBL-TC-ZIP-TO
004810     END-IF.
004820     MOVE LBL-ACROSS TO LBL-TC-ACROSS.
004830     MOVE LBL-TRL-CRIT TO LBL-TEXT.
004840     WRITE LBL-LINE-REC.
004850     MOVE SPACES TO LBL-TEXT.
004860     WRITE LBL-LINE-REC.
004870     MOVE SPACES TO LBL-SUMMARY-LINE.
004880     MOVE 'LABELS PRINTED' TO LBL-SL-LABEL.
004890     MOVE LBL-LABEL-COUNT TO LBL-SL-COUNT.
004900     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
004910     MOVE '  OF WHICH HOUSEHOLD LABELS' TO LBL-SL-LABEL.
004920     MOVE LBL-TWO-NAME-COUNT TO LBL-SL-COUNT.
004930     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
004940     MOVE 'CLIENTS SUPPRESSED BY HOUSEHOLDING' TO LBL-SL-LABEL.
004950     MOVE LBL-SUPPRESS-COUNT TO LBL-SL-COUNT.
004960     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
004970     MOVE 'SKIPPED - INCOMPLETE ADDRESS' TO LBL-SL-LABEL.
004980     MOVE LBL-INCOMPL-COUNT TO LBL-SL-COUNT.
004990     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
005000     MOVE SPACES TO LBL-TEXT.
005010     WRITE LBL-LINE-REC.
005020     MOVE 'CLIENTS READ' TO LBL-SL-LABEL.
005030     MOVE LBL-READ-COUNT TO LBL-SL-COUNT.
005040     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
005050     MOVE 'SKIPPED - INACTIVE' TO LBL-SL-LABEL.
005060     MOVE LBL-INACTIVE-COUNT TO LBL-SL-COUNT.
005070     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
005080     MOVE 'SKIPPED - OUTSIDE STATE/ZIP SELECTION'
005090         TO LBL-SL-LABEL.
005100     MOVE LBL-NOTSEL-COUNT TO LBL-SL-COUNT.
005110     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
005120     MOVE 'CLIENTS SELECTED FOR LABELS' TO LBL-SL-LABEL.
005130     MOVE LBL-SELECTED-COUNT TO LBL-SL-COUNT.
005140     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
005150     CLOSE LABELFL.
005160     DISPLAY "CLNTLABL - CLIENTS READ      = " LBL-READ-COUNT.
005170     DISPLAY "CLNTLABL - LABELS PRINTED    = " LBL-LABEL-COUNT.
005180     DISPLAY "CLNTLABL - HOUSEHOLD SUPPR   = " LBL-SUPPRESS-COUNT.
005190     DISPLAY "CLNTLABL - INCOMPLETE ADDR   = " LBL-INCOMPL-COUNT.
005200     DISPLAY "CLNTLABL - INACTIVE SKIPPED  = " LBL-INACTIVE-COUNT.
005210     DISPLAY "CLNTLABL - NOT SELECTED      = " LBL-NOTSEL-COUNT.
005220     MOVE ZERO TO RETURN-CODE.
005230 3000-EXIT.
005240     EXIT.
005250 3100-WRITE-SUMMARY.
005260     MOVE LBL-SUMMARY-LINE TO LBL-TEXT.
005270     WRITE LBL-LINE-REC.
005280 3100-EXIT.
005290     EXIT.

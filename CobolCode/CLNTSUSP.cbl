000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CLNTSUSP.
000030 AUTHOR.        J MELTON.
000040 INSTALLATION.  CLIENT SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************
000080* SUSPICIOUS CHANGE-PATTERN REPORT (ACCOUNT TAKEOVER
000090* WATCH).  CLNTAUDR SEES ONE DAY AT A TIME; THE TAKEOVER
000100* PATTERN - ADDRESS, THEN PHONE OR EMAIL, THEN NAME ON
000110* THE SAME CLIENT - IS SPREAD OVER SEVERAL.  THIS RUN
000120* LOOKS BACK OVER A ROLLING WINDOW OF DAYS ENDING TODAY.
000130*
000140* THE WINDOW'S AUDITFL ENTRIES ARE SORTED BY CLIENT AND
000150* TIME.  EVERY ENTRY WITH A CLNTHIST FOREIGN KEY IS ONE
000160* CHANGE: ITS BEFORE VALUES ARE THAT PRIOR IMAGE, ITS
000170* AFTER VALUES ARE THE NEXT CHANGE'S PRIOR IMAGE OR, FOR
000180* THE CLIENT'S LAST CHANGE, THE CURRENT MASTER.  EACH
000190* CHANGE COUNTS ONCE FOR EVERY GROUP IT TOUCHED -
000200*   ADDRESS  ADDRESS LINES, CITY, STATE OR ZIP
000210*   CONTACT  PHONE OR EMAIL
000220*   NAME     FIRST, MIDDLE OR LAST NAME
000230* SCORE = CHANGES COUNTED + SUS-MIX-WEIGHT FOR EACH
000240* GROUP TOUCHED BEYOND THE FIRST, SO A MIX OF GROUPS
000250* SCORES WELL ABOVE THE SAME NUMBER OF CHANGES TO ONE.
000260* A CLIENT SCORING AT OR OVER THE THRESHOLD IS LISTED
000270* WITH EVERY CHANGE'S BEFORE/AFTER VALUES, SOURCE, USER
000280* AND REASON.  A CLIENT WITH ANY AUDIT ENTRY STILL
000290* FLAGGED IN DISPUTE (AUD-DISPUTE-SW 'Y', SET BY
000300* CLNTDSPT) IS MARKED AS ALREADY UNDER REVIEW.
000310*
000320* SYSIN LINE 1: WINDOW IN DAYS (BLANK = 30).
000330* SYSIN LINE 2: SCORE THRESHOLD (BLANK = 6).
000340* RC 4 WHEN ANY CLIENT IS LISTED.
000350*
000360* DATE       AUTHOR    DESCRIPTION
000370* 10/15/26   JMELTON   INITIAL VERSION
000372* 10/15/26   JMELTON   THE LINE THAT TRIGGERS A PAGE BREAK IS
000375*                      HELD ACROSS THE HEADINGS INSTEAD OF
000378*                      BEING OVERWRITTEN BY THEM.
000380*****************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT OPTIONAL AUDITFL ASSIGN TO AS-AUDITFL
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS SUS-AUDITFL-STATUS.
000450     SELECT SRTWORK ASSIGN TO AS-SRTWORK.
000460     SELECT CLNTHIST ASSIGN TO AS-CLNTHIST
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS HIST-KEY
000500         FILE STATUS IS SUS-HIST-STATUS.
000510     SELECT DEMO ASSIGN TO AS-CLNTFILE
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS OCLNTIDEN
000550         FILE STATUS IS SUS-DEMO-STATUS.
000560     SELECT RPTFILE ASSIGN TO AS-RPTFILE
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS SUS-RPTFILE-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  AUDITFL
000620     RECORDING MODE IS F.
000630     COPY CLNTAUDT.
000640*****************************************************
000650* SORT WORK - THE WINDOW'S CHANGES BY CLIENT AND TIME,
000660* PLUS ANY DISPUTE-FLAGGED ENTRY FROM BEFORE THE WINDOW
000670* (SRT-WINDOW-SW 'N') SO THE DISPUTE MARK IS NOT MISSED.
000680*****************************************************
000690 SD  SRTWORK.
000700 01  SRT-REC.
000710     05  SRT-CLNTIDEN      PIC 9(09).
000720     05  SRT-DATE          PIC 9(08).
000730     05  SRT-TIME          PIC 9(08).
000740     05  SRT-OPERATION     PIC X(08).
000750     05  SRT-SOURCE        PIC X(08).
000760     05  SRT-RSNCD         PIC X(02).
000770     05  SRT-USERID        PIC X(08).
000780     05  SRT-HIST-CLNTIDEN PIC 9(09).
000790     05  SRT-HIST-TIMESTAMP PIC X(16).
000800     05  SRT-WINDOW-SW     PIC X(01).
000810     05  SRT-DISPUTE-SW    PIC X(01).
000820 FD  CLNTHIST.
000830     COPY CLNTHREC.
000840 FD  DEMO.
000850     COPY OCLNTREC.
000860 FD  RPTFILE
000870     RECORDING MODE IS F.
000880 01  SUS-LINE-REC.
000890     05  SUS-CTL           PIC X(01).
000900     05  SUS-TEXT          PIC X(131).
000910 WORKING-STORAGE SECTION.
000920****EXTRA SCORE FOR EACH CHANGE GROUP TOUCHED BEYOND THE
000930****FIRST - THE "MIX" PART OF THE PATTERN.
000940 77  SUS-MIX-WEIGHT          PIC 9(03) VALUE 003.
000950 77  SUS-DEFAULT-DAYS        PIC 9(03) VALUE 030.
000960 77  SUS-DEFAULT-THRESH      PIC 9(03) VALUE 006.
000970 77  SUS-CHG-MAX             PIC 9(03) VALUE 100 COMP.
000980 77  SUS-MAX-LINES           PIC 9(03) VALUE 055.
000983****THE PENDING PRINT LINE, HELD WHILE HEADINGS ARE WRITTEN.
000987 01  SUS-HOLD-LINE           PIC X(131) VALUE SPACES.
000990 01  SUS-SWITCHES.
001000     05  SUS-AUDIT-EOF-SW    PIC X(01) VALUE 'N'.
001010         88  SUS-AUDIT-EOF-YES        VALUE 'Y'.
001020     05  SUS-SORT-EOF-SW     PIC X(01) VALUE 'N'.
001030         88  SUS-SORT-EOF-YES         VALUE 'Y'.
001040     05  SUS-HOLD-SW         PIC X(01) VALUE 'N'.
001050         88  SUS-HOLD-YES             VALUE 'Y'.
001060     05  SUS-AFTER-SW        PIC X(01) VALUE 'N'.
001070         88  SUS-AFTER-YES            VALUE 'Y'.
001080 01  SUS-FILE-STATUSES.
001090     05  SUS-AUDITFL-STATUS  PIC X(02) VALUE '00'.
001100         88  SUS-AUDITFL-OK           VALUE '00'.
001110         88  SUS-AUDITFL-NOFILE       VALUE '05'.
001120         88  SUS-AUDITFL-EOF          VALUE '10'.
001130     05  SUS-HIST-STATUS     PIC X(02) VALUE '00'.
001140         88  SUS-HIST-OK              VALUE '00'.
001150     05  SUS-DEMO-STATUS     PIC X(02) VALUE '00'.
001160         88  SUS-DEMO-OK              VALUE '00'.
001170     05  SUS-RPTFILE-STATUS  PIC X(02) VALUE '00'.
001180         88  SUS-RPTFILE-OK           VALUE '00'.
001190 01  SUS-COUNTERS        COMP.
001200     05  SUS-READ-COUNT      PIC 9(07) VALUE ZERO.
001210     05  SUS-WINDOW-COUNT    PIC 9(07) VALUE ZERO.
001220     05  SUS-CHANGE-COUNT    PIC 9(07) VALUE ZERO.
001230     05  SUS-CLIENT-COUNT    PIC 9(07) VALUE ZERO.
001240     05  SUS-NOHIST-COUNT    PIC 9(07) VALUE ZERO.
001250     05  SUS-OVERFLOW-COUNT  PIC 9(07) VALUE ZERO.
001260     05  SUS-LISTED-COUNT    PIC 9(07) VALUE ZERO.
001270     05  SUS-DISPUTE-COUNT   PIC 9(07) VALUE ZERO.
001280     05  SUS-LINE-COUNT      PIC 9(03) VALUE ZERO.
001290     05  SUS-PAGE-COUNT      PIC 9(03) VALUE ZERO.
001300     05  SUS-SUB             PIC 9(03) VALUE ZERO.
001310     05  SUS-NEXT-SUB        PIC 9(03) VALUE ZERO.
001320     05  SUS-GROUPS          PIC 9(03) VALUE ZERO.
001330     05  SUS-TODAY-INT       PIC S9(09) VALUE ZERO.
001340     05  SUS-START-INT       PIC S9(09) VALUE ZERO.
001350     05  SUS-ENTRY-INT       PIC S9(09) VALUE ZERO.
001360 01  SUS-TODAY               PIC 9(08) VALUE ZERO.
001370 01  SUS-DAYS-IN             PIC X(03) VALUE SPACES.
001380 01  SUS-THRESH-IN           PIC X(03) VALUE SPACES.
001390 01  SUS-DAYS                PIC 9(03) VALUE ZERO.
001400 01  SUS-THRESH              PIC 9(03) VALUE ZERO.
001410 01  SUS-SCORE               PIC 9(05) VALUE ZERO.
001420*****************************************************
001430* ONE CLIENT'S CHANGES IN THE WINDOW, IN TIME ORDER, AS
001440* THE SORTED ENTRIES STREAM BACK.  THE GROUP SWITCHES
001450* AND BEFORE/AFTER TEXT ARE FILLED IN AT THE BREAK.
001460*****************************************************
001470 01  SUS-HOLD.
001480     05  HOLD-CLNTIDEN       PIC 9(09) VALUE ZERO.
001490     05  HOLD-DISPUTE-SW     PIC X(01) VALUE 'N'.
001500         88  HOLD-DISPUTE-YES         VALUE 'Y'.
001510     05  HOLD-CHG-COUNT      PIC 9(03) COMP VALUE ZERO.
001520     05  HOLD-ADDR-COUNT     PIC 9(03) COMP VALUE ZERO.
001530     05  HOLD-CONT-COUNT     PIC 9(03) COMP VALUE ZERO.
001540     05  HOLD-NAME-COUNT     PIC 9(03) COMP VALUE ZERO.
001550     05  HOLD-CHG-ENTRY OCCURS 100 TIMES.
001560         10  HOLD-DATE           PIC 9(08).
001570         10  HOLD-TIME           PIC 9(08).
001580         10  HOLD-OPERATION      PIC X(08).
001590         10  HOLD-SOURCE         PIC X(08).
001600         10  HOLD-RSNCD          PIC X(02).
001610         10  HOLD-USERID         PIC X(08).
001620         10  HOLD-HIST-CLNTIDEN  PIC 9(09).
001630         10  HOLD-HIST-TIMESTAMP PIC X(16).
001640         10  HOLD-ADDR-SW        PIC X(01).
001650         10  HOLD-CONT-SW        PIC X(01).
001660         10  HOLD-NAME-SW        PIC X(01).
001670         10  HOLD-B-ADDR         PIC X(60).
001680         10  HOLD-A-ADDR         PIC X(60).
001690         10  HOLD-B-CONT         PIC X(60).
001700         10  HOLD-A-CONT         PIC X(60).
001710         10  HOLD-B-NAME         PIC X(60).
001720         10  HOLD-A-NAME         PIC X(60).
001730*****************************************************
001740* BEFORE AND AFTER IMAGES OF THE CHANGE BEING COMPARED.
001750*****************************************************
001760 01  SUS-BEFORE.
001770     05  SB-FNAME            PIC X(15).
001780     05  SB-MNAME            PIC X(15).
001790     05  SB-LNAME            PIC X(25).
001800     05  SB-ADDR1            PIC X(40).
001810     05  SB-ADDR2            PIC X(40).
001820     05  SB-CITY             PIC X(40).
001830     05  SB-STATE            PIC X(02).
001840     05  SB-ZIP              PIC X(05).
001850     05  SB-PHONE            PIC X(10).
001860     05  SB-EMAIL            PIC X(40).
001870 01  SUS-AFTER.
001880     05  SA-FNAME            PIC X(15).
001890     05  SA-MNAME            PIC X(15).
001900     05  SA-LNAME            PIC X(25).
001910     05  SA-ADDR1            PIC X(40).
001920     05  SA-ADDR2            PIC X(40).
001930     05  SA-CITY             PIC X(40).
001940     05  SA-STATE            PIC X(02).
001950     05  SA-ZIP              PIC X(05).
001960     05  SA-PHONE            PIC X(10).
001970     05  SA-EMAIL            PIC X(40).
001980 01  SUS-CURR-NAME           PIC X(60) VALUE SPACES.
001990 01  SUS-PAGE-HDR-1.
002000     05  FILLER              PIC X(30)
002010                   VALUE 'SUSPICIOUS CHANGE PATTERNS    '.
002020     05  FILLER              PIC X(09) VALUE 'RUN DATE:'.
002030     05  SUS-H1-RUNDATE      PIC 9(08).
002040     05  FILLER              PIC X(03) VALUE SPACES.
002050     05  FILLER              PIC X(07) VALUE 'WINDOW:'.
002060     05  SUS-H1-DAYS         PIC ZZ9.
002070     05  FILLER              PIC X(08) VALUE ' DAYS   '.
002080     05  FILLER              PIC X(10) VALUE 'THRESHOLD:'.
002090     05  SUS-H1-THRESH       PIC ZZ9.
002100     05  FILLER              PIC X(03) VALUE SPACES.
002110     05  FILLER              PIC X(06) VALUE 'PAGE: '.
002120     05  SUS-H1-PAGE         PIC ZZZ9.
002130     05  FILLER              PIC X(37) VALUE SPACES.
002140 01  SUS-CLIENT-LINE.
002150     05  FILLER              PIC X(07) VALUE 'CLIENT '.
002160     05  SUS-CL-CLNTIDEN     PIC 9(09).
002170     05  FILLER              PIC X(02) VALUE SPACES.
002180     05  SUS-CL-NAME         PIC X(40).
002190     05  FILLER              PIC X(07) VALUE ' SCORE '.
002200     05  SUS-CL-SCORE        PIC ZZZZ9.
002210     05  FILLER              PIC X(07) VALUE '  ADDR '.
002220     05  SUS-CL-ADDR         PIC ZZ9.
002230     05  FILLER              PIC X(06) VALUE ' CONT '.
002240     05  SUS-CL-CONT         PIC ZZ9.
002250     05  FILLER              PIC X(06) VALUE ' NAME '.
002260     05  SUS-CL-NAMECT       PIC ZZ9.
002270     05  FILLER              PIC X(33) VALUE SPACES.
002280 01  SUS-REVIEW-LINE.
002290     05  FILLER              PIC X(04) VALUE SPACES.
002300     05  FILLER              PIC X(45)
002310         VALUE '*** OPEN DISPUTE - ALREADY UNDER REVIEW ***'.
002320     05  FILLER              PIC X(82) VALUE SPACES.
002330 01  SUS-CHANGE-LINE.
002340     05  FILLER              PIC X(04) VALUE SPACES.
002350     05  SUS-CH-DATE         PIC 9(08).
002360     05  FILLER              PIC X(01) VALUE SPACES.
002370     05  SUS-CH-TIME         PIC 9(08).
002380     05  FILLER              PIC X(01) VALUE SPACES.
002390     05  SUS-CH-SOURCE       PIC X(08).
002400     05  FILLER              PIC X(01) VALUE SPACES.
002410     05  SUS-CH-USERID       PIC X(08).
002420     05  FILLER              PIC X(05) VALUE ' RSN '.
002430     05  SUS-CH-RSNCD        PIC X(02).
002440     05  FILLER              PIC X(01) VALUE SPACES.
002450     05  SUS-CH-GROUP        PIC X(07).
002460     05  SUS-CH-WASNOW       PIC X(05).
002470     05  SUS-CH-VALUE        PIC X(60).
002480     05  FILLER              PIC X(12) VALUE SPACES.
002490 01  SUS-SUMMARY-LINE.
002500     05  FILLER              PIC X(02) VALUE SPACES.
002510     05  SUS-SL-LABEL        PIC X(34).
002520     05  SUS-SL-COUNT        PIC ZZZ,ZZ9.
002530     05  FILLER              PIC X(88) VALUE SPACES.
002540 PROCEDURE DIVISION.
002550 0000-MAINLINE.
002560     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002570     SORT SRTWORK
002580         ON ASCENDING KEY SRT-CLNTIDEN SRT-DATE SRT-TIME
002590         INPUT PROCEDURE 1200-SORT-INPUT THRU 1200-EXIT
002600         OUTPUT PROCEDURE 1400-SORT-OUTPUT THRU 1400-EXIT.
002610     PERFORM 3000-TERMINATE THRU 3000-EXIT.
002620     STOP RUN.
002630 1000-INITIALIZE.
002640     ACCEPT SUS-TODAY FROM DATE YYYYMMDD.
002650     ACCEPT SUS-DAYS-IN.
002660     IF SUS-DAYS-IN NUMERIC AND SUS-DAYS-IN NOT = ZERO
002670         MOVE SUS-DAYS-IN TO SUS-DAYS
002680     ELSE
002690         MOVE SUS-DEFAULT-DAYS TO SUS-DAYS
002700     END-IF.
002710     ACCEPT SUS-THRESH-IN.
002720     IF SUS-THRESH-IN NUMERIC AND SUS-THRESH-IN NOT = ZERO
002730         MOVE SUS-THRESH-IN TO SUS-THRESH
002740     ELSE
002750         MOVE SUS-DEFAULT-THRESH TO SUS-THRESH
002760     END-IF.
002770     COMPUTE SUS-TODAY-INT =
002780         FUNCTION INTEGER-OF-DATE(SUS-TODAY).
002790     COMPUTE SUS-START-INT = SUS-TODAY-INT - SUS-DAYS + 1.
002800     OPEN INPUT CLNTHIST.
002810     IF NOT SUS-HIST-OK
002820         DISPLAY "CLNTSUSP - UNABLE TO OPEN CLNTHIST, STATUS = "
002830             SUS-HIST-STATUS
002840         MOVE 16 TO RETURN-CODE
002850         STOP RUN
002860     END-IF.
002870     OPEN INPUT DEMO.
002880     IF NOT SUS-DEMO-OK
002890         DISPLAY "CLNTSUSP - UNABLE TO OPEN DEMO, STATUS = "
002900             SUS-DEMO-STATUS
002910         MOVE 16 TO RETURN-CODE
002920         STOP RUN
002930     END-IF.
002940     OPEN OUTPUT RPTFILE.
002950     IF NOT SUS-RPTFILE-OK
002960         DISPLAY "CLNTSUSP - UNABLE TO OPEN RPTFILE, STATUS = "
002970             SUS-RPTFILE-STATUS
002980         MOVE 16 TO RETURN-CODE
002990         STOP RUN
003000     END-IF.
003010     PERFORM 2910-WRITE-HEADINGS THRU 2910-EXIT.
003020 1000-EXIT.
003030     EXIT.
003040*****************************************************
003050* INPUT PROCEDURE - RELEASES EVERY ENTRY IN THE WINDOW
003060* THAT CARRIES A HISTORY KEY (A CHANGE WITH A PRIOR
003070* IMAGE), AND ANY DISPUTE-FLAGGED ENTRY AT ALL.
003080*****************************************************
003090 1200-SORT-INPUT.
003100     OPEN INPUT AUDITFL.
003110     IF NOT SUS-AUDITFL-OK AND NOT SUS-AUDITFL-NOFILE
003120         DISPLAY "CLNTSUSP - UNABLE TO OPEN AUDITFL, STATUS = "
003130             SUS-AUDITFL-STATUS
003140         MOVE 16 TO RETURN-CODE
003150         STOP RUN
003160     END-IF.
003170 1210-SORT-INPUT-LOOP.
003180     READ AUDITFL
003190         AT END
003200             GO TO 1220-SORT-INPUT-DONE
003210     END-READ.
003220     IF NOT SUS-AUDITFL-OK
003230         DISPLAY "CLNTSUSP - READ ERROR ON AUDITFL, STATUS = "
003240             SUS-AUDITFL-STATUS
003250         MOVE 16 TO RETURN-CODE
003260         STOP RUN
003270     END-IF.
003280     ADD 1 TO SUS-READ-COUNT.
003290     IF AUD-CLNTIDEN NOT NUMERIC
003300             OR AUD-CLNTIDEN = ZERO
003310             OR AUD-DATE NOT NUMERIC
003320             OR AUD-DATE = ZERO
003330         GO TO 1210-SORT-INPUT-LOOP
003340     END-IF.
003350     COMPUTE SUS-ENTRY-INT = FUNCTION INTEGER-OF-DATE(AUD-DATE).
003360     MOVE 'N' TO SRT-WINDOW-SW.
003370     IF SUS-ENTRY-INT NOT < SUS-START-INT
003380             AND SUS-ENTRY-INT NOT > SUS-TODAY-INT
003390             AND AUD-HIST-CLNTIDEN NUMERIC
003400             AND AUD-HIST-CLNTIDEN NOT = ZERO
003410         MOVE 'Y' TO SRT-WINDOW-SW
003420         ADD 1 TO SUS-WINDOW-COUNT
003430     END-IF.
003440     IF SRT-WINDOW-SW = 'N' AND NOT AUD-DISPUTE-OPEN
003450         GO TO 1210-SORT-INPUT-LOOP
003460     END-IF.
003470     MOVE AUD-CLNTIDEN       TO SRT-CLNTIDEN.
003480     MOVE AUD-DATE           TO SRT-DATE.
003490     MOVE AUD-TIME           TO SRT-TIME.
003500     MOVE AUD-OPERATION      TO SRT-OPERATION.
003510     MOVE AUD-SOURCE         TO SRT-SOURCE.
003520     MOVE AUD-RSNCD          TO SRT-RSNCD.
003530     MOVE AUD-USERID         TO SRT-USERID.
003540     IF AUD-HIST-CLNTIDEN NUMERIC
003550         MOVE AUD-HIST-CLNTIDEN  TO SRT-HIST-CLNTIDEN
003560     ELSE
003570         MOVE ZERO               TO SRT-HIST-CLNTIDEN
003580     END-IF.
003590     MOVE AUD-HIST-TIMESTAMP TO SRT-HIST-TIMESTAMP.
003600     MOVE AUD-DISPUTE-SW     TO SRT-DISPUTE-SW.
003610     RELEASE SRT-REC.
003620     GO TO 1210-SORT-INPUT-LOOP.
003630 1220-SORT-INPUT-DONE.
003640     CLOSE AUDITFL.
003650 1200-EXIT.
003660     EXIT.
003670*****************************************************
003680* OUTPUT PROCEDURE - CONTROL BREAK ON CLIENT NUMBER.
003690*****************************************************
003700 1400-SORT-OUTPUT.
003710     PERFORM 1420-RETURN-SORTED THRU 1420-EXIT
003720         UNTIL SUS-SORT-EOF-YES.
003730     IF SUS-HOLD-YES
003740         PERFORM 2000-SCORE-CLIENT THRU 2000-EXIT
003750     END-IF.
003760 1400-EXIT.
003770     EXIT.
003780 1420-RETURN-SORTED.
003790     RETURN SRTWORK
003800         AT END
003810             MOVE 'Y' TO SUS-SORT-EOF-SW
003820             GO TO 1420-EXIT
003830     END-RETURN.
003840     IF SUS-HOLD-YES
003850             AND SRT-CLNTIDEN NOT = HOLD-CLNTIDEN
003860         PERFORM 2000-SCORE-CLIENT THRU 2000-EXIT
003870         MOVE 'N' TO SUS-HOLD-SW
003880     END-IF.
003890     IF NOT SUS-HOLD-YES
003900         MOVE SRT-CLNTIDEN TO HOLD-CLNTIDEN
003910         MOVE 'N'          TO HOLD-DISPUTE-SW
003920         MOVE ZERO         TO HOLD-CHG-COUNT
003930         MOVE 'Y'          TO SUS-HOLD-SW
003940     END-IF.
003950     IF SRT-DISPUTE-SW = 'Y'
003960         MOVE 'Y' TO HOLD-DISPUTE-SW
003970     END-IF.
003980     IF SRT-WINDOW-SW NOT = 'Y'
003990         GO TO 1420-EXIT
004000     END-IF.
004010     IF HOLD-CHG-COUNT NOT < SUS-CHG-MAX
004020         ADD 1 TO SUS-OVERFLOW-COUNT
004030         GO TO 1420-EXIT
004040     END-IF.
004050     ADD 1 TO HOLD-CHG-COUNT.
004060     MOVE HOLD-CHG-COUNT     TO SUS-SUB.
004070     MOVE SRT-DATE           TO HOLD-DATE (SUS-SUB).
004080     MOVE SRT-TIME           TO HOLD-TIME (SUS-SUB).
004090     MOVE SRT-OPERATION      TO HOLD-OPERATION (SUS-SUB).
004100     MOVE SRT-SOURCE         TO HOLD-SOURCE (SUS-SUB).
004110     MOVE SRT-RSNCD          TO HOLD-RSNCD (SUS-SUB).
004120     MOVE SRT-USERID         TO HOLD-USERID (SUS-SUB).
004130     MOVE SRT-HIST-CLNTIDEN  TO HOLD-HIST-CLNTIDEN (SUS-SUB).
004140     MOVE SRT-HIST-TIMESTAMP TO HOLD-HIST-TIMESTAMP (SUS-SUB).
004150 1420-EXIT.
004160     EXIT.
004170*****************************************************
004180* ONE CLIENT'S WINDOW.  COMPARE EACH CHANGE, SCORE THE
004190* CLIENT, AND LIST IT WHEN THE SCORE REACHES THE
004200* THRESHOLD.
004210*****************************************************
004220 2000-SCORE-CLIENT.
004230     IF HOLD-CHG-COUNT = ZERO
004240         GO TO 2000-EXIT
004250     END-IF.
004260     ADD 1 TO SUS-CLIENT-COUNT.
004270     MOVE ZERO TO HOLD-ADDR-COUNT HOLD-CONT-COUNT
004280                  HOLD-NAME-COUNT.
004290     PERFORM 2100-COMPARE-CHANGE THRU 2100-EXIT
004300         VARYING SUS-SUB FROM 1 BY 1
004310         UNTIL SUS-SUB > HOLD-CHG-COUNT.
004320     MOVE ZERO TO SUS-GROUPS.
004330     IF HOLD-ADDR-COUNT > ZERO
004340         ADD 1 TO SUS-GROUPS
004350     END-IF.
004360     IF HOLD-CONT-COUNT > ZERO
004370         ADD 1 TO SUS-GROUPS
004380     END-IF.
004390     IF HOLD-NAME-COUNT > ZERO
004400         ADD 1 TO SUS-GROUPS
004410     END-IF.
004420     IF SUS-GROUPS = ZERO
004430         GO TO 2000-EXIT
004440     END-IF.
004450     COMPUTE SUS-SCORE = HOLD-ADDR-COUNT + HOLD-CONT-COUNT
004460         + HOLD-NAME-COUNT + (SUS-GROUPS - 1) * SUS-MIX-WEIGHT.
004470     IF SUS-SCORE < SUS-THRESH
004480         GO TO 2000-EXIT
004490     END-IF.
004500     ADD 1 TO SUS-LISTED-COUNT.
004510     IF HOLD-DISPUTE-YES
004520         ADD 1 TO SUS-DISPUTE-COUNT
004530     END-IF.
004540     PERFORM 2500-LIST-CLIENT THRU 2500-EXIT.
004550 2000-EXIT.
004560     EXIT.
004570*****************************************************
004580* ONE CHANGE.  BEFORE = ITS OWN PRIOR IMAGE; AFTER = THE
004590* NEXT CHANGE'S PRIOR IMAGE, OR THE MASTER FOR THE LAST.
004600* A CHANGE WHOSE PRIOR IMAGE IS GONE, OR WHOSE AFTER SIDE
004610* CANNOT BE FOUND (CLIENT DELETED OR MERGED AWAY), IS
004620* NOT COMPARED.
004630*****************************************************
004640 2100-COMPARE-CHANGE.
004650     MOVE 'N' TO HOLD-ADDR-SW (SUS-SUB) HOLD-CONT-SW (SUS-SUB)
004660                 HOLD-NAME-SW (SUS-SUB).
004670     MOVE HOLD-HIST-CLNTIDEN (SUS-SUB)  TO HIST-CLNTIDEN.
004680     MOVE HOLD-HIST-TIMESTAMP (SUS-SUB) TO HIST-TIMESTAMP.
004690     READ CLNTHIST
004700         INVALID KEY
004710             ADD 1 TO SUS-NOHIST-COUNT
004720             GO TO 2100-EXIT
004730     END-READ.
004740     ADD 1 TO SUS-CHANGE-COUNT.
004750     MOVE HIST-CLNTFNAME TO SB-FNAME.
004760     MOVE HIST-CLNTMNAME TO SB-MNAME.
004770     MOVE HIST-CLNTLNAME TO SB-LNAME.
004780     MOVE HIST-CLNTADDR1 TO SB-ADDR1.
004790     MOVE HIST-CLNTADDR2 TO SB-ADDR2.
004800     MOVE HIST-CLNTCITY  TO SB-CITY.
004810     MOVE HIST-CLNTSTATE TO SB-STATE.
004820     MOVE HIST-CLNTZIP   TO SB-ZIP.
004830     MOVE HIST-CLNTPHONE TO SB-PHONE.
004840     MOVE HIST-CLNTEMAIL TO SB-EMAIL.
004850     PERFORM 2200-GET-AFTER THRU 2200-EXIT.
004860     IF NOT SUS-AFTER-YES
004870         GO TO 2100-EXIT
004880     END-IF.
004890     IF SB-ADDR1 NOT = SA-ADDR1 OR SB-ADDR2 NOT = SA-ADDR2
004900             OR SB-CITY NOT = SA-CITY OR SB-STATE NOT = SA-STATE
004910             OR SB-ZIP NOT = SA-ZIP
004920         MOVE 'Y' TO HOLD-ADDR-SW (SUS-SUB)
004930         ADD 1 TO HOLD-ADDR-COUNT
004940         MOVE SPACES TO HOLD-B-ADDR (SUS-SUB)
004950                        HOLD-A-ADDR (SUS-SUB)
004960         STRING SB-ADDR1 DELIMITED BY '  '
004970             ', ' DELIMITED BY SIZE
004980             SB-CITY DELIMITED BY '  '
004990             ' ' DELIMITED BY SIZE
005000             SB-STATE DELIMITED BY SIZE
005010             ' ' DELIMITED BY SIZE
005020             SB-ZIP DELIMITED BY SIZE
005030             INTO HOLD-B-ADDR (SUS-SUB)
005040         STRING SA-ADDR1 DELIMITED BY '  '
005050             ', ' DELIMITED BY SIZE
005060             SA-CITY DELIMITED BY '  '
005070             ' ' DELIMITED BY SIZE
005080             SA-STATE DELIMITED BY SIZE
005090             ' ' DELIMITED BY SIZE
005100             SA-ZIP DELIMITED BY SIZE
005110             INTO HOLD-A-ADDR (SUS-SUB)
005120     END-IF.
005130     IF SB-PHONE NOT = SA-PHONE OR SB-EMAIL NOT = SA-EMAIL
005140         MOVE 'Y' TO HOLD-CONT-SW (SUS-SUB)
005150         ADD 1 TO HOLD-CONT-COUNT
005160         MOVE SPACES TO HOLD-B-CONT (SUS-SUB)
005170                        HOLD-A-CONT (SUS-SUB)
005180         STRING SB-PHONE DELIMITED BY SIZE
005190             ' ' DELIMITED BY SIZE
005200             SB-EMAIL DELIMITED BY SIZE
005210             INTO HOLD-B-CONT (SUS-SUB)
005220         STRING SA-PHONE DELIMITED BY SIZE
005230             ' ' DELIMITED BY SIZE
005240             SA-EMAIL DELIMITED BY SIZE
005250             INTO HOLD-A-CONT (SUS-SUB)
005260     END-IF.
005270     IF SB-FNAME NOT = SA-FNAME OR SB-MNAME NOT = SA-MNAME
005280             OR SB-LNAME NOT = SA-LNAME
005290         MOVE 'Y' TO HOLD-NAME-SW (SUS-SUB)
005300         ADD 1 TO HOLD-NAME-COUNT
005310         MOVE SPACES TO HOLD-B-NAME (SUS-SUB)
005320                        HOLD-A-NAME (SUS-SUB)
005330         STRING SB-FNAME DELIMITED BY '  '
005340             ' ' DELIMITED BY SIZE
005350             SB-MNAME DELIMITED BY '  '
005360             ' ' DELIMITED BY SIZE
005370             SB-LNAME DELIMITED BY '  '
005380             INTO HOLD-B-NAME (SUS-SUB)
005390         STRING SA-FNAME DELIMITED BY '  '
005400             ' ' DELIMITED BY SIZE
005410             SA-MNAME DELIMITED BY '  '
005420             ' ' DELIMITED BY SIZE
005430             SA-LNAME DELIMITED BY '  '
005440             INTO HOLD-A-NAME (SUS-SUB)
005450     END-IF.
005460 2100-EXIT.
005470     EXIT.
005480 2200-GET-AFTER.
005490     MOVE 'N' TO SUS-AFTER-SW.
005500     IF SUS-SUB < HOLD-CHG-COUNT
005510         COMPUTE SUS-NEXT-SUB = SUS-SUB + 1
005520         MOVE HOLD-HIST-CLNTIDEN (SUS-NEXT-SUB)  TO HIST-CLNTIDEN
005530         MOVE HOLD-HIST-TIMESTAMP (SUS-NEXT-SUB) TO HIST-TIMESTAMP
005540         READ CLNTHIST
005550             INVALID KEY
005560                 GO TO 2200-EXIT
005570         END-READ
005580         MOVE HIST-CLNTFNAME TO SA-FNAME
005590         MOVE HIST-CLNTMNAME TO SA-MNAME
005600         MOVE HIST-CLNTLNAME TO SA-LNAME
005610         MOVE HIST-CLNTADDR1 TO SA-ADDR1
005620         MOVE HIST-CLNTADDR2 TO SA-ADDR2
005630         MOVE HIST-CLNTCITY  TO SA-CITY
005640         MOVE HIST-CLNTSTATE TO SA-STATE
005650         MOVE HIST-CLNTZIP   TO SA-ZIP
005660         MOVE HIST-CLNTPHONE TO SA-PHONE
005670         MOVE HIST-CLNTEMAIL TO SA-EMAIL
005680     ELSE
005690         MOVE HOLD-CLNTIDEN TO OCLNTIDEN
005700         READ DEMO
005710             INVALID KEY
005720                 GO TO 2200-EXIT
005730         END-READ
005740         MOVE OCLNTFNAME TO SA-FNAME
005750         MOVE OCLNTMNAME TO SA-MNAME
005760         MOVE OCLNTLNAME TO SA-LNAME
005770         MOVE OCLNTADDR1 TO SA-ADDR1
005780         MOVE OCLNTADDR2 TO SA-ADDR2
005790         MOVE OCLNTCITY  TO SA-CITY
005800         MOVE OCLNTSTATE TO SA-STATE
005810         MOVE OCLNTZIP   TO SA-ZIP
005820         MOVE OCLNTPHONE TO SA-PHONE
005830         MOVE OCLNTEMAIL TO SA-EMAIL
005840     END-IF.
005850     MOVE 'Y' TO SUS-AFTER-SW.
005860 2200-EXIT.
005870     EXIT.
005880*****************************************************
005890* LISTS ONE CLIENT - A HEADING LINE WITH THE SCORE, THE
005900* UNDER-REVIEW MARK FOR AN OPEN DISPUTE, THEN A WAS/NOW
005910* PAIR FOR EVERY GROUP EACH CHANGE TOUCHED.
005920*****************************************************
005930 2500-LIST-CLIENT.
005940     IF SUS-LINE-COUNT > SUS-MAX-LINES - 4
005950         PERFORM 2910-WRITE-HEADINGS THRU 2910-EXIT
005960     END-IF.
005970     MOVE SPACES TO SUS-CURR-NAME.
005980     MOVE HOLD-CLNTIDEN TO OCLNTIDEN.
005990     READ DEMO
006000         INVALID KEY
006010             MOVE '(NO LONGER ON THE MASTER)' TO SUS-CURR-NAME
006020         NOT INVALID KEY
006030             STRING OCLNTFNAME DELIMITED BY '  '
006040                 ' ' DELIMITED BY SIZE
006050                 OCLNTLNAME DELIMITED BY '  '
006060                 INTO SUS-CURR-NAME
006070     END-READ.
006080     MOVE HOLD-CLNTIDEN   TO SUS-CL-CLNTIDEN.
006090     MOVE SUS-CURR-NAME   TO SUS-CL-NAME.
006100     MOVE SUS-SCORE       TO SUS-CL-SCORE.
006110     MOVE HOLD-ADDR-COUNT TO SUS-CL-ADDR.
006120     MOVE HOLD-CONT-COUNT TO SUS-CL-CONT.
006130     MOVE HOLD-NAME-COUNT TO SUS-CL-NAMECT.
006140     MOVE ' ' TO SUS-CTL.
006150     MOVE SUS-CLIENT-LINE TO SUS-TEXT.
006160     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
006170     IF HOLD-DISPUTE-YES
006180         MOVE SUS-REVIEW-LINE TO SUS-TEXT
006190         PERFORM 2900-WRITE-LINE THRU 2900-EXIT
006200     END-IF.
006210     PERFORM 2600-LIST-CHANGE THRU 2600-EXIT
006220         VARYING SUS-SUB FROM 1 BY 1
006230         UNTIL SUS-SUB > HOLD-CHG-COUNT.
006240     MOVE SPACES TO SUS-TEXT.
006250     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
006260 2500-EXIT.
006270     EXIT.
006280 2600-LIST-CHANGE.
006290     IF HOLD-ADDR-SW (SUS-SUB) = 'Y'
006300         MOVE 'ADDRESS' TO SUS-CH-GROUP
006310         MOVE HOLD-B-ADDR (SUS-SUB) TO SUS-CH-VALUE
006320         PERFORM 2700-LIST-WAS THRU 2700-EXIT
006330         MOVE HOLD-A-ADDR (SUS-SUB) TO SUS-CH-VALUE
006340         PERFORM 2750-LIST-NOW THRU 2750-EXIT
006350     END-IF.
006360     IF HOLD-CONT-SW (SUS-SUB) = 'Y'
006370         MOVE 'CONTACT' TO SUS-CH-GROUP
006380         MOVE HOLD-B-CONT (SUS-SUB) TO SUS-CH-VALUE
006390         PERFORM 2700-LIST-WAS THRU 2700-EXIT
006400         MOVE HOLD-A-CONT (SUS-SUB) TO SUS-CH-VALUE
006410         PERFORM 2750-LIST-NOW THRU 2750-EXIT
006420     END-IF.
006430     IF HOLD-NAME-SW (SUS-SUB) = 'Y'
006440         MOVE 'NAME'    TO SUS-CH-GROUP
006450         MOVE HOLD-B-NAME (SUS-SUB) TO SUS-CH-VALUE
006460         PERFORM 2700-LIST-WAS THRU 2700-EXIT
006470         MOVE HOLD-A-NAME (SUS-SUB) TO SUS-CH-VALUE
006480         PERFORM 2750-LIST-NOW THRU 2750-EXIT
006490     END-IF.
006500 2600-EXIT.
006510     EXIT.
006520 2700-LIST-WAS.
006530     MOVE HOLD-DATE (SUS-SUB)   TO SUS-CH-DATE.
006540     MOVE HOLD-TIME (SUS-SUB)   TO SUS-CH-TIME.
006550     MOVE HOLD-SOURCE (SUS-SUB) TO SUS-CH-SOURCE.
006560     MOVE HOLD-USERID (SUS-SUB) TO SUS-CH-USERID.
006570     MOVE HOLD-RSNCD (SUS-SUB)  TO SUS-CH-RSNCD.
006580     MOVE 'WAS: ' TO SUS-CH-WASNOW.
006590     MOVE SUS-CHANGE-LINE TO SUS-TEXT.
006600     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
006610 2700-EXIT.
006620     EXIT.
006630 2750-LIST-NOW.
006640     MOVE 'NOW: ' TO SUS-CH-WASNOW.
006650     MOVE SUS-CHANGE-LINE TO SUS-TEXT.
006660     MOVE SPACES TO SUS-TEXT (1:54).
006670     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
006680 2750-EXIT.
006690     EXIT.
006700 2900-WRITE-LINE.
006710     IF SUS-LINE-COUNT > SUS-MAX-LINES
006715         MOVE SUS-TEXT TO SUS-HOLD-LINE
006720         PERFORM 2910-WRITE-HEADINGS THRU 2910-EXIT
006725         MOVE SUS-HOLD-LINE TO SUS-TEXT
006730     END-IF.
006740     MOVE ' ' TO SUS-CTL.
006750     WRITE SUS-LINE-REC.
006760     ADD 1 TO SUS-LINE-COUNT.
006770 2900-EXIT.
006780     EXIT.
006790 2910-WRITE-HEADINGS.
006800     ADD 1 TO SUS-PAGE-COUNT.
006810     MOVE SUS-PAGE-COUNT TO SUS-H1-PAGE.
006820     MOVE SUS-TODAY      TO SUS-H1-RUNDATE.
006830     MOVE SUS-DAYS       TO SUS-H1-DAYS.
006840     MOVE SUS-THRESH     TO SUS-H1-THRESH.
006850     MOVE '1' TO SUS-CTL.
006860     MOVE SUS-PAGE-HDR-1 TO SUS-TEXT.
006870     WRITE SUS-LINE-REC.
006880     MOVE ' ' TO SUS-CTL.
006890     MOVE SPACES TO SUS-TEXT.
006900     WRITE SUS-LINE-REC.
006910     MOVE 2 TO SUS-LINE-COUNT.
006920 2910-EXIT.
006930     EXIT.
006940 3000-TERMINATE.
006950     MOVE SPACES TO SUS-TEXT.
006960     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
006970     MOVE SPACES TO SUS-SUMMARY-LINE.
006980     MOVE 'AUDIT ENTRIES READ' TO SUS-SL-LABEL.
006990     MOVE SUS-READ-COUNT TO SUS-SL-COUNT.
007000     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
007010     MOVE 'CHANGES IN THE WINDOW' TO SUS-SL-LABEL.
007020     MOVE SUS-WINDOW-COUNT TO SUS-SL-COUNT.
007030     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
007040     MOVE '  COMPARED' TO SUS-SL-LABEL.
007050     MOVE SUS-CHANGE-COUNT TO SUS-SL-COUNT.
007060     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
007070     MOVE '  NO HISTORY ROW - NOT COMPARED' TO SUS-SL-LABEL.
007080     MOVE SUS-NOHIST-COUNT TO SUS-SL-COUNT.
007090     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
007100     MOVE '  OVER 100 FOR ONE CLIENT - SKIPPED' TO SUS-SL-LABEL.
007110     MOVE SUS-OVERFLOW-COUNT TO SUS-SL-COUNT.
007120     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
007130     MOVE 'CLIENTS CHANGED IN THE WINDOW' TO SUS-SL-LABEL.
007140     MOVE SUS-CLIENT-COUNT TO SUS-SL-COUNT.
007150     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
007160     MOVE 'CLIENTS AT OR OVER THRESHOLD' TO SUS-SL-LABEL.
007170     MOVE SUS-LISTED-COUNT TO SUS-SL-COUNT.
007180     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
007190     MOVE '  ALREADY UNDER DISPUTE REVIEW' TO SUS-SL-LABEL.
007200     MOVE SUS-DISPUTE-COUNT TO SUS-SL-COUNT.
007210     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
007220     CLOSE CLNTHIST.
007230     CLOSE DEMO.
007240     CLOSE RPTFILE.
007250     DISPLAY "CLNTSUSP - AUDIT ENTRIES READ  = " SUS-READ-COUNT.
007260     DISPLAY "CLNTSUSP - CHANGES IN WINDOW   = "
007270         SUS-WINDOW-COUNT.
007280     DISPLAY "CLNTSUSP - CLIENTS CHANGED     = "
007290         SUS-CLIENT-COUNT.
007300     DISPLAY "CLNTSUSP - CLIENTS LISTED      = "
007310         SUS-LISTED-COUNT.
007320     DISPLAY "CLNTSUSP - UNDER DISPUTE       = "
007330         SUS-DISPUTE-COUNT.
007340     IF SUS-LISTED-COUNT > ZERO
007350         MOVE 4 TO RETURN-CODE
007360     ELSE
007370         MOVE ZERO TO RETURN-CODE
007380     END-IF.
007390 3000-EXIT.
007400     EXIT.
007410 3100-WRITE-SUMMARY.
007420     MOVE SUS-SUMMARY-LINE TO SUS-TEXT.
007430     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
007440 3100-EXIT.
007450     EXIT.

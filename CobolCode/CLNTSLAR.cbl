000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CLNTSLAR.
000030 AUTHOR.        J MELTON.
000040 INSTALLATION.  CLIENT SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************
000080* WEEKLY NIGHTLY-WINDOW SLA AND TREND REPORT.
000090* RUNCTL IS EMPTIED BY EVERY CLEAN BALANCE AND THE STEP
000100* TIMINGS USED TO LIVE ONLY ON THE NIGHT'S SYSOUT, SO
000110* NOBODY COULD SAY WHETHER THE CLNTNITE WINDOW IS GETTING
000120* LONGER OR HOW OFTEN THE GATE FAILED THIS QUARTER.  THIS
000130* REPORT READS THE PERMANENT RUNHIST DATASET (SEE
000140* CLNTRHST) EVERY WINDOW STEP LOGS TO AND PRINTS:
000150*   1. THE SEVEN NIGHTS OF THE WEEK - WINDOW START, END
000160*      AND ELAPSED AGAINST THE WINDOW SLA, STEPS THAT
000170*      FAILED, GATE VERDICTS, REJECT AND RECYCLE VOLUMES
000180*      (PROCDLTA) AND WHETHER CLNTBAL BALANCED.
000190*   2. ELAPSED TIME PER STEP PER NIGHT, AGAINST THE STEP
000200*      TARGETS ON SLATGT WHERE ONE IS GIVEN.
000210*   3. THE WEEK'S EXCEPTIONS - GATE FAILURES, STEPS ENDING
000220*      RC 8 OR HIGHER, STEPS WITH NO END RECORD (ABEND OR
000230*      HARD STOP), NIGHTS THAT DID NOT BALANCE OR NEVER
000240*      REACHED CLNTBAL.
000250*   4. THE LAST 13 WEEKS SIDE BY SIDE WITH A BAR OF THE
000260*      AVERAGE WINDOW AGAINST THE SLA AND THE LEAST-SQUARES
000270*      TREND IN MINUTES PER WEEK.
000280* A NIGHT'S WINDOW RUNS FROM ITS FIRST STEP'S START TO ITS
000290* LAST STEP'S END.  A STEP RUN TWICE IN A NIGHT (A RERUN,
000300* OR SNAPCLNT FOR EACH SENDER) SHOWS ITS TOTAL TIME; THE
000310* LAST CLNTBAL AND PROCDLTA OF A NIGHT WIN, LIKE RUNCTL.
000320* SYSIN LINE 1: LAST NIGHT OF THE WEEK, YYYYMMDD - BLANK
000330* OR NON-NUMERIC MEANS YESTERDAY.  LINE 2: WINDOW SLA IN
000340* MINUTES - BLANK OR NON-NUMERIC MEANS 240.
000350* SLATGT (OPTIONAL) HOLDS ONE CARD PER STEP TARGET: COLS
000360* 1-8 PROGRAM, 10-17 QUALIFIER AS LOGGED (THE SENDER CODE
000370* OR CLNTLOCK FUNCTION, ELSE BLANK), 19-22 TARGET MINUTES.
000380* '*' IN COL 1 IS A COMMENT.
000390*
000400* DATE       AUTHOR    DESCRIPTION
000410* 10/15/26   JMELTON   INITIAL VERSION
000420*****************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT OPTIONAL RUNHIST ASSIGN TO AS-RUNHIST
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS SLAR-RUNHIST-STATUS.
000490     SELECT OPTIONAL SLATGT ASSIGN TO AS-SLATGT
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS SLAR-SLATGT-STATUS.
000520     SELECT SLARPT ASSIGN TO AS-SLARPT
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS SLAR-RPT-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  RUNHIST
000580     RECORDING MODE IS F.
000590     COPY CLNTRHST.
000600****STEP TARGET CARD.
000610 FD  SLATGT
000620     RECORDING MODE IS F.
000630 01  SLAR-TGT-REC.
000640     05  SLAR-TGT-PROGRAM      PIC X(08).
000650     05  FILLER                PIC X(01).
000660     05  SLAR-TGT-QUAL         PIC X(08).
000670     05  FILLER                PIC X(01).
000680     05  SLAR-TGT-MINUTES      PIC X(04).
000690     05  FILLER                PIC X(58).
000700 FD  SLARPT
000710     RECORDING MODE IS F.
000720 01  SLAR-LINE-REC.
000730     05  SLAR-CTL              PIC X(01).
000740     05  SLAR-TEXT             PIC X(131).
000750 WORKING-STORAGE SECTION.
000760 77  SLAR-NIGHT-MAX            PIC 9(03) VALUE 91 COMP.
000770 77  SLAR-STEP-MAX             PIC 9(03) VALUE 40 COMP.
000780 77  SLAR-OPEN-MAX             PIC 9(03) VALUE 200 COMP.
000790 77  SLAR-EXC-MAX              PIC 9(03) VALUE 100 COMP.
000800 77  SLAR-TGT-MAX              PIC 9(03) VALUE 40 COMP.
000810 01  SLAR-SWITCHES.
000820     05  SLAR-HIST-EOF-SW      PIC X(01) VALUE 'N'.
000830         88  SLAR-HIST-EOF-YES          VALUE 'Y'.
000840     05  SLAR-TGT-EOF-SW       PIC X(01) VALUE 'N'.
000850         88  SLAR-TGT-EOF-YES           VALUE 'Y'.
000860     05  SLAR-FOUND-SW         PIC X(01) VALUE 'N'.
000870         88  SLAR-FOUND-YES             VALUE 'Y'.
000880     05  SLAR-OPEN-FULL-SW     PIC X(01) VALUE 'N'.
000890         88  SLAR-OPEN-FULL-YES         VALUE 'Y'.
000900 01  SLAR-FILE-STATUSES.
000910     05  SLAR-RUNHIST-STATUS   PIC X(02) VALUE '00'.
000920         88  SLAR-RUNHIST-OK            VALUE '00'.
000930         88  SLAR-RUNHIST-NOFILE        VALUE '05'.
000940     05  SLAR-SLATGT-STATUS    PIC X(02) VALUE '00'.
000950         88  SLAR-SLATGT-OK             VALUE '00'.
000960         88  SLAR-SLATGT-NOFILE         VALUE '05'.
000970     05  SLAR-RPT-STATUS       PIC X(02) VALUE '00'.
000980         88  SLAR-RPT-OK                VALUE '00'.
000990 01  SLAR-COUNTERS          COMP.
001000     05  SLAR-READ-COUNT       PIC 9(09) VALUE ZERO.
001010     05  SLAR-USED-COUNT       PIC 9(09) VALUE ZERO.
001020     05  SLAR-STEP-COUNT       PIC 9(03) VALUE ZERO.
001030     05  SLAR-OPEN-COUNT       PIC 9(03) VALUE ZERO.
001040     05  SLAR-EXC-COUNT        PIC 9(03) VALUE ZERO.
001050     05  SLAR-TGT-COUNT        PIC 9(03) VALUE ZERO.
001060     05  SLAR-SUB              PIC 9(03) VALUE ZERO.
001070     05  SLAR-SUB2             PIC 9(03) VALUE ZERO.
001080     05  SLAR-NIX              PIC 9(03) VALUE ZERO.
001090     05  SLAR-COL              PIC 9(03) VALUE ZERO.
001100     05  SLAR-WIX              PIC 9(03) VALUE ZERO.
001110     05  SLAR-STX              PIC 9(03) VALUE ZERO.
001120     05  SLAR-BAR-LEN          PIC 9(07) VALUE ZERO.
001130     05  SLAR-DAY-INT          PIC 9(07) VALUE ZERO.
001140     05  SLAR-END-INT          PIC 9(07) VALUE ZERO.
001150     05  SLAR-SLA-MIN          PIC 9(04) VALUE ZERO.
001160     05  SLAR-SLA-SECS         PIC 9(07) VALUE ZERO.
001170     05  SLAR-START-SECS       PIC 9(11) VALUE ZERO.
001180     05  SLAR-END-SECS         PIC 9(11) VALUE ZERO.
001190     05  SLAR-ELAPSED          PIC 9(07) VALUE ZERO.
001200     05  SLAR-FMT-SECS         PIC 9(07) VALUE ZERO.
001210     05  SLAR-FMT-HH           PIC 9(03) VALUE ZERO.
001220     05  SLAR-FMT-MM           PIC 9(03) VALUE ZERO.
001230     05  SLAR-FMT-SS           PIC 9(03) VALUE ZERO.
001240     05  SLAR-FMT-REM          PIC 9(07) VALUE ZERO.
001250     05  SLAR-TOT-OVER         PIC 9(05) VALUE ZERO.
001260     05  SLAR-TOT-GATE-FAIL    PIC 9(05) VALUE ZERO.
001270     05  SLAR-TOT-NOT-BAL      PIC 9(05) VALUE ZERO.
001280     05  SLAR-TOT-NIGHTS       PIC 9(05) VALUE ZERO.
001290 01  SLAR-NIGHT-OFFSET         PIC S9(07) VALUE ZERO COMP.
001300 01  SLAR-TODAY                PIC 9(08) VALUE ZERO.
001310 01  SLAR-WEEK-END             PIC 9(08) VALUE ZERO.
001320 01  SLAR-WORK-DATE            PIC 9(08) VALUE ZERO.
001330 01  SLAR-PARM-DATE            PIC X(08) VALUE SPACES.
001340 01  SLAR-PARM-SLA             PIC X(04) VALUE SPACES.
001350 01  SLAR-TIME-WORK            PIC 9(08) VALUE ZERO.
001360 01  SLAR-TIME-PARTS REDEFINES SLAR-TIME-WORK.
001370     05  SLAR-TIME-HH          PIC 9(02).
001380     05  SLAR-TIME-MM          PIC 9(02).
001390     05  SLAR-TIME-SS          PIC 9(02).
001400     05  SLAR-TIME-CC          PIC 9(02).
001410****LEAST-SQUARES TREND OF THE WEEKLY AVERAGE WINDOW, IN
001420****MINUTES, OVER THE WEEKS THAT HAVE ANY NIGHT LOGGED.
001430 01  SLAR-TREND-WORK.
001440     05  SLAR-TR-N             PIC 9(03)       VALUE ZERO.
001450     05  SLAR-TR-X             PIC 9(03)       VALUE ZERO.
001460     05  SLAR-TR-Y             PIC 9(07)V9(04) VALUE ZERO.
001470     05  SLAR-TR-SUM-X         PIC 9(07)       VALUE ZERO.
001480     05  SLAR-TR-SUM-XX        PIC 9(07)       VALUE ZERO.
001490     05  SLAR-TR-SUM-Y         PIC 9(09)V9(04) VALUE ZERO.
001500     05  SLAR-TR-SUM-XY        PIC 9(11)V9(04) VALUE ZERO.
001510     05  SLAR-TR-DENOM         PIC S9(09)      VALUE ZERO.
001520     05  SLAR-TR-SLOPE         PIC S9(05)V9(04) VALUE ZERO.
001530****ONE ENTRY PER NIGHT OF THE 13 WEEKS, LAST NIGHT OF THE
001540****WEEK FIRST.  TIMES ARE SECONDS SINCE DAY ZERO OF THE
001550****INTEGER-OF-DATE CALENDAR, ZERO WHEN NOTHING WAS LOGGED.
001560****SLAR-NT-BAL: B BALANCED, O OUT OF BALANCE, SPACE WHEN
001570****CLNTBAL DID NOT REPORT.
001580 01  SLAR-NIGHT-TABLE.
001590     05  SLAR-NT-ENTRY OCCURS 91 TIMES.
001600         10  SLAR-NT-FIRST     PIC 9(11) COMP.
001610         10  SLAR-NT-LAST      PIC 9(11) COMP.
001620         10  SLAR-NT-ENDS      PIC 9(03) COMP.
001630         10  SLAR-NT-FAILED    PIC 9(03) COMP.
001640         10  SLAR-NT-GATE-OK   PIC 9(03) COMP.
001650         10  SLAR-NT-GATE-FAIL PIC 9(03) COMP.
001660         10  SLAR-NT-REJECTS   PIC 9(09) COMP.
001670         10  SLAR-NT-RECYCLED  PIC 9(09) COMP.
001680         10  SLAR-NT-BAL       PIC X(01).
001690****ONE ENTRY PER WEEK, THIS WEEK FIRST.
001700 01  SLAR-WEEK-TABLE.
001710     05  SLAR-WK-ENTRY OCCURS 13 TIMES.
001720         10  SLAR-WK-NIGHTS    PIC 9(03) COMP.
001730         10  SLAR-WK-TOTAL     PIC 9(09) COMP.
001740         10  SLAR-WK-MAX       PIC 9(07) COMP.
001750         10  SLAR-WK-OVER      PIC 9(03) COMP.
001760         10  SLAR-WK-GATE-FAIL PIC 9(03) COMP.
001770         10  SLAR-WK-NOT-BAL   PIC 9(03) COMP.
001780         10  SLAR-WK-REJECTS   PIC 9(09) COMP.
001790         10  SLAR-WK-RECYCLED  PIC 9(09) COMP.
001800****THIS WEEK'S STEPS IN THE ORDER THEY FIRST RAN, WITH
001810****THE SECONDS AND RUNS OF EACH NIGHT, OLDEST NIGHT FIRST.
001820 01  SLAR-STEP-TABLE.
001830     05  SLAR-ST-ENTRY OCCURS 40 TIMES.
001840         10  SLAR-ST-PROGRAM   PIC X(08).
001850         10  SLAR-ST-QUAL      PIC X(08).
001860         10  SLAR-ST-TARGET    PIC 9(04) COMP.
001870         10  SLAR-ST-WEEK-SECS PIC 9(09) COMP.
001880         10  SLAR-ST-WEEK-RUNS PIC 9(03) COMP.
001890         10  SLAR-ST-OVER      PIC 9(03) COMP.
001900         10  SLAR-ST-NIGHT OCCURS 7 TIMES.
001910             15  SLAR-ST-SECS  PIC 9(07) COMP.
001920             15  SLAR-ST-RUNS  PIC 9(03) COMP.
001930             15  SLAR-ST-RC    PIC 9(04) COMP.
001940****STARTS NOT YET MATCHED BY AN END RECORD.  WHATEVER IS
001950****LEFT AT END OF FILE NEVER ENDED.
001960 01  SLAR-OPEN-TABLE.
001970     05  SLAR-OP-ENTRY OCCURS 200 TIMES.
001980         10  SLAR-OP-PROGRAM   PIC X(08).
001990         10  SLAR-OP-DATE      PIC 9(08).
002000         10  SLAR-OP-TIME      PIC 9(08).
002010         10  SLAR-OP-NIX       PIC 9(03) COMP.
002020 01  SLAR-EXC-TABLE.
002030     05  SLAR-EX-ENTRY OCCURS 100 TIMES.
002040         10  SLAR-EX-NIX       PIC 9(03) COMP.
002050         10  SLAR-EX-TEXT      PIC X(100).
002060 01  SLAR-TGT-TABLE.
002070     05  SLAR-TG-ENTRY OCCURS 40 TIMES.
002080         10  SLAR-TG-PROGRAM   PIC X(08).
002090         10  SLAR-TG-QUAL      PIC X(08).
002100         10  SLAR-TG-MINUTES   PIC 9(04) COMP.
002110 01  SLAR-EXC-BUILD            PIC X(100) VALUE SPACES.
002120 01  SLAR-RC-ED                PIC ZZZ9.
002130 01  SLAR-HMS.
002140     05  SLAR-HMS-HH           PIC Z9.
002150     05  FILLER                PIC X(01) VALUE ':'.
002160     05  SLAR-HMS-MM           PIC 9(02).
002170     05  FILLER                PIC X(01) VALUE ':'.
002180     05  SLAR-HMS-SS           PIC 9(02).
002190 01  SLAR-MS.
002200     05  SLAR-MS-MM            PIC ZZ9.
002210     05  FILLER                PIC X(01) VALUE ':'.
002220     05  SLAR-MS-SS            PIC 9(02).
002230 01  SLAR-CLOCK.
002240     05  SLAR-CLK-HH           PIC 9(02).
002250     05  FILLER                PIC X(01) VALUE ':'.
002260     05  SLAR-CLK-MM           PIC 9(02).
002270     05  FILLER                PIC X(01) VALUE ':'.
002280     05  SLAR-CLK-SS           PIC 9(02).
002290 01  SLAR-BAR                  PIC X(40) VALUE SPACES.
002300 01  SLAR-PAGE-HDR-1.
002310     05  FILLER                PIC X(34)
002320            VALUE 'NIGHTLY WINDOW SLA REPORT         '.
002330     05  FILLER                PIC X(13) VALUE 'WEEK ENDING: '.
002340     05  SLAR-H1-WEEK          PIC 9(08).
002350     05  FILLER                PIC X(04) VALUE SPACES.
002360     05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
002370     05  SLAR-H1-DATE          PIC 9(08).
002380     05  FILLER                PIC X(04) VALUE SPACES.
002390     05  FILLER                PIC X(12) VALUE 'WINDOW SLA: '.
002400     05  SLAR-H1-SLA           PIC ZZZ9.
002410     05  FILLER                PIC X(04) VALUE ' MIN'.
002420     05  FILLER                PIC X(30) VALUE SPACES.
002430 01  SLAR-SECT-HDR.
002440     05  SLAR-SH-TEXT          PIC X(60).
002450     05  FILLER                PIC X(71) VALUE SPACES.
002460 01  SLAR-NIGHT-HDR.
002470     05  FILLER                PIC X(10) VALUE 'NIGHT'.
002480     05  FILLER                PIC X(10) VALUE 'START'.
002490     05  FILLER                PIC X(10) VALUE 'END'.
002500     05  FILLER                PIC X(10) VALUE '  ELAPSED'.
002510     05  FILLER                PIC X(08) VALUE '  SLA'.
002520     05  FILLER                PIC X(07) VALUE '  STEPS'.
002530     05  FILLER                PIC X(08) VALUE '  FAILED'.
002540     05  FILLER                PIC X(09) VALUE ' GATES OK'.
002550     05  FILLER                PIC X(10) VALUE ' GATE FAIL'.
002560     05  FILLER                PIC X(11) VALUE '    REJECTS'.
002570     05  FILLER                PIC X(11) VALUE '   RECYCLED'.
002580     05  FILLER                PIC X(11) VALUE '  BALANCED'.
002590     05  FILLER                PIC X(16) VALUE SPACES.
002600 01  SLAR-NIGHT-LINE.
002610     05  SLAR-NL-NIGHT         PIC 9(08).
002620     05  FILLER                PIC X(02) VALUE SPACES.
002630     05  SLAR-NL-START         PIC X(08).
002640     05  FILLER                PIC X(02) VALUE SPACES.
002650     05  SLAR-NL-END           PIC X(08).
002660     05  FILLER                PIC X(03) VALUE SPACES.
002670     05  SLAR-NL-ELAPSED       PIC X(08).
002680     05  FILLER                PIC X(01) VALUE SPACES.
002690     05  SLAR-NL-SLA           PIC X(06).
002700     05  FILLER                PIC X(04) VALUE SPACES.
002710     05  SLAR-NL-STEPS         PIC ZZZZ9.
002720     05  FILLER                PIC X(03) VALUE SPACES.
002730     05  SLAR-NL-FAILED        PIC ZZZZ9.
002740     05  FILLER                PIC X(04) VALUE SPACES.
002750     05  SLAR-NL-GATE-OK       PIC ZZZZ9.
002760     05  FILLER                PIC X(05) VALUE SPACES.
002770     05  SLAR-NL-GATE-FAIL     PIC ZZZZ9.
002780     05  SLAR-NL-REJECTS       PIC ZZZ,ZZZ,ZZ9.
002790     05  SLAR-NL-RECYCLED      PIC ZZZ,ZZZ,ZZ9.
002800     05  FILLER                PIC X(02) VALUE SPACES.
002810     05  SLAR-NL-BAL           PIC X(09).
002820     05  FILLER                PIC X(16) VALUE SPACES.
002830 01  SLAR-STEP-HDR.
002840     05  FILLER                PIC X(18)
002850            VALUE 'PROGRAM  QUALIFIER'.
002860     05  FILLER                PIC X(07) VALUE ' TARGET'.
002870     05  SLAR-SH-NIGHT OCCURS 7 TIMES.
002880         10  FILLER            PIC X(03).
002890         10  SLAR-SH-MMDD      PIC X(05).
002900         10  FILLER            PIC X(01).
002910     05  FILLER                PIC X(10) VALUE '  WEEK AVG'.
002920     05  FILLER                PIC X(06) VALUE '  OVER'.
002930     05  FILLER                PIC X(27) VALUE SPACES.
002940 01  SLAR-MMDD.
002950     05  SLAR-MMDD-MM          PIC 9(02).
002960     05  FILLER                PIC X(01) VALUE '/'.
002970     05  SLAR-MMDD-DD          PIC 9(02).
002980 01  SLAR-DATE-PARTS.
002990     05  SLAR-DP-YYYY          PIC 9(04).
003000     05  SLAR-DP-MM            PIC 9(02).
003010     05  SLAR-DP-DD            PIC 9(02).
003020 01  SLAR-STEP-LINE.
003030     05  SLAR-SL-PROGRAM       PIC X(08).
003040     05  FILLER                PIC X(01) VALUE SPACES.
003050     05  SLAR-SL-QUAL          PIC X(08).
003060     05  FILLER                PIC X(01) VALUE SPACES.
003070     05  SLAR-SL-TARGET        PIC X(07).
003080     05  SLAR-SL-NIGHT OCCURS 7 TIMES.
003090         10  FILLER            PIC X(01).
003100         10  SLAR-SL-ELAPSED   PIC X(07).
003110         10  SLAR-SL-MARK      PIC X(01).
003120     05  FILLER                PIC X(03) VALUE SPACES.
003130     05  SLAR-SL-AVG           PIC X(07).
003140     05  FILLER                PIC X(01) VALUE SPACES.
003150     05  SLAR-SL-OVER          PIC ZZZZ9.
003160     05  FILLER                PIC X(27) VALUE SPACES.
003170 01  SLAR-EXC-LINE.
003180     05  SLAR-EL-NIGHT         PIC 9(08).
003190     05  FILLER                PIC X(02) VALUE SPACES.
003200     05  SLAR-EL-TEXT          PIC X(100).
003210     05  FILLER                PIC X(21) VALUE SPACES.
003220 01  SLAR-WEEK-HDR.
003230     05  FILLER                PIC X(10) VALUE 'WEEK END'.
003240     05  FILLER                PIC X(07) VALUE ' NIGHTS'.
003250     05  FILLER                PIC X(10) VALUE '   AVERAGE'.
003260     05  FILLER                PIC X(10) VALUE '   LONGEST'.
003270     05  FILLER                PIC X(06) VALUE '  OVER'.
003280     05  FILLER                PIC X(06) VALUE '  GATE'.
003290     05  FILLER                PIC X(06) VALUE '  NOT'.
003300     05  FILLER                PIC X(12) VALUE '     REJECTS'.
003310     05  FILLER                PIC X(12) VALUE '    RECYCLED'.
003320     05  FILLER                PIC X(02) VALUE SPACES.
003330     05  FILLER                PIC X(40)
003340            VALUE 'AVERAGE WINDOW  (| = SLA)'.
003350     05  FILLER                PIC X(10) VALUE SPACES.
003360 01  SLAR-WEEK-HDR-2.
003370     05  FILLER                PIC X(37) VALUE SPACES.
003380     05  FILLER                PIC X(06) VALUE '   SLA'.
003390     05  FILLER                PIC X(06) VALUE ' FAILS'.
003400     05  FILLER                PIC X(06) VALUE '   BAL'.
003410     05  FILLER                PIC X(76) VALUE SPACES.
003420 01  SLAR-WEEK-LINE.
003430     05  SLAR-WL-WEEK          PIC 9(08).
003440     05  FILLER                PIC X(02) VALUE SPACES.
003450     05  SLAR-WL-NIGHTS        PIC ZZZZ9.
003460     05  FILLER                PIC X(04) VALUE SPACES.
003470     05  SLAR-WL-AVG           PIC X(08).
003480     05  FILLER                PIC X(02) VALUE SPACES.
003490     05  SLAR-WL-MAX           PIC X(08).
003500     05  FILLER                PIC X(01) VALUE SPACES.
003510     05  SLAR-WL-OVER          PIC ZZZZ9.
003520     05  FILLER                PIC X(01) VALUE SPACES.
003530     05  SLAR-WL-GATE-FAIL     PIC ZZZZ9.
003540     05  FILLER                PIC X(01) VALUE SPACES.
003550     05  SLAR-WL-NOT-BAL       PIC ZZZZ9.
003560     05  FILLER                PIC X(01) VALUE SPACES.
003570     05  SLAR-WL-REJECTS       PIC ZZZ,ZZZ,ZZ9.
003580     05  FILLER                PIC X(01) VALUE SPACES.
003590     05  SLAR-WL-RECYCLED      PIC ZZZ,ZZZ,ZZ9.
003600     05  FILLER                PIC X(02) VALUE SPACES.
003610     05  SLAR-WL-BAR           PIC X(40).
003620     05  FILLER                PIC X(10) VALUE SPACES.
003630 01  SLAR-TREND-LINE.
003640     05  FILLER                PIC X(29)
003650            VALUE 'WINDOW TREND OVER THE WEEKS: '.
003660     05  SLAR-TL-SLOPE         PIC ++++9.9.
003670     05  FILLER                PIC X(20)
003680            VALUE ' MINUTES PER WEEK - '.
003690     05  SLAR-TL-WORD          PIC X(20).
003700     05  FILLER                PIC X(55) VALUE SPACES.
003710 01  SLAR-TOTAL-LINE.
003720     05  FILLER                PIC X(19)
003730            VALUE '13 WEEKS - NIGHTS: '.
003740     05  SLAR-TT-NIGHTS        PIC ZZZZ9.
003750     05  FILLER                PIC X(14) VALUE '   OVER SLA: '.
003760     05  SLAR-TT-OVER          PIC ZZZZ9.
003770     05  FILLER                PIC X(19)
003780            VALUE '   GATE FAILURES: '.
003790     05  SLAR-TT-GATE-FAIL     PIC ZZZZ9.
003800     05  FILLER                PIC X(18)
003810            VALUE '   NOT BALANCED: '.
003820     05  SLAR-TT-NOT-BAL       PIC ZZZZ9.
003830     05  FILLER                PIC X(41) VALUE SPACES.
003840 PROCEDURE DIVISION.
003850 0000-MAINLINE.
003860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003870     PERFORM 1500-LOAD-TARGETS THRU 1500-EXIT.
003880     PERFORM 2000-READ-HISTORY THRU 2000-EXIT
003890         UNTIL SLAR-HIST-EOF-YES.
003900     PERFORM 2900-UNENDED-STARTS THRU 2900-EXIT.
003910     PERFORM 3000-SUMMARIZE THRU 3000-EXIT.
003920     PERFORM 4000-PRINT-NIGHTS THRU 4000-EXIT.
003930     PERFORM 5000-PRINT-STEPS THRU 5000-EXIT.
003940     PERFORM 6000-PRINT-EXCEPTIONS THRU 6000-EXIT.
003950     PERFORM 7000-PRINT-TREND THRU 7000-EXIT.
003960     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003970     STOP RUN.
003980*****************************************************
003990* SYSIN, DEFAULTS, THE 13-WEEK NIGHT RANGE AND THE
004000* FILE OPENS.
004010*****************************************************
004020 1000-INITIALIZE.
004030     ACCEPT SLAR-TODAY FROM DATE YYYYMMDD.
004040     ACCEPT SLAR-PARM-DATE.
004050     ACCEPT SLAR-PARM-SLA.
004060     IF SLAR-PARM-DATE NUMERIC
004070         MOVE SLAR-PARM-DATE TO SLAR-WEEK-END
004080         COMPUTE SLAR-END-INT =
004090             FUNCTION INTEGER-OF-DATE(SLAR-WEEK-END)
004100     ELSE
004110         COMPUTE SLAR-END-INT =
004120             FUNCTION INTEGER-OF-DATE(SLAR-TODAY) - 1
004130         COMPUTE SLAR-WEEK-END =
004140             FUNCTION DATE-OF-INTEGER(SLAR-END-INT)
004150     END-IF.
004160     IF SLAR-PARM-SLA NUMERIC AND SLAR-PARM-SLA > ZERO
004170         MOVE SLAR-PARM-SLA TO SLAR-SLA-MIN
004180     ELSE
004190         MOVE 240 TO SLAR-SLA-MIN
004200     END-IF.
004210     COMPUTE SLAR-SLA-SECS = SLAR-SLA-MIN * 60.
004220     INITIALIZE SLAR-NIGHT-TABLE.
004230     INITIALIZE SLAR-WEEK-TABLE.
004240     INITIALIZE SLAR-STEP-TABLE.
004250     OPEN INPUT RUNHIST.
004260     IF NOT SLAR-RUNHIST-OK AND NOT SLAR-RUNHIST-NOFILE
004270         DISPLAY "CLNTSLAR - UNABLE TO OPEN RUNHIST, STATUS = "
004280             SLAR-RUNHIST-STATUS
004290         MOVE 16 TO RETURN-CODE
004300         STOP RUN
004310     END-IF.
004320     OPEN OUTPUT SLARPT.
004330     IF NOT SLAR-RPT-OK
004340         DISPLAY "CLNTSLAR - UNABLE TO OPEN SLARPT, STATUS = "
004350             SLAR-RPT-STATUS
004360         MOVE 16 TO RETURN-CODE
004370         STOP RUN
004380     END-IF.
004390 1000-EXIT.
004400     EXIT.
004410*****************************************************
004420* STEP TARGETS.  A CARD WITH A BAD TARGET IS REPORTED
004430* AND SKIPPED - THE STEP IS SIMPLY SHOWN WITHOUT ONE.
004440*****************************************************
004450 1500-LOAD-TARGETS.
004460     OPEN INPUT SLATGT.
004470     IF SLAR-SLATGT-NOFILE
004480         CLOSE SLATGT
004490         GO TO 1500-EXIT
004500     END-IF.
004510     IF NOT SLAR-SLATGT-OK
004520         DISPLAY "CLNTSLAR - UNABLE TO OPEN SLATGT, STATUS = "
004530             SLAR-SLATGT-STATUS
004540         MOVE 16 TO RETURN-CODE
004550         STOP RUN
004560     END-IF.
004570     PERFORM 1550-LOAD-ONE-TARGET THRU 1550-EXIT
004580         UNTIL SLAR-TGT-EOF-YES.
004590     CLOSE SLATGT.
004600 1500-EXIT.
004610     EXIT.
004620 1550-LOAD-ONE-TARGET.
004630     READ SLATGT
004640         AT END
004650             MOVE 'Y' TO SLAR-TGT-EOF-SW
004660             GO TO 1550-EXIT
004670     END-READ.
004680     IF NOT SLAR-SLATGT-OK
004690         DISPLAY "CLNTSLAR - READ ERROR ON SLATGT, STATUS = "
004700             SLAR-SLATGT-STATUS
004710         MOVE 16 TO RETURN-CODE
004720         STOP RUN
004730     END-IF.
004740     IF SLAR-TGT-REC (1:1) = '*' OR SLAR-TGT-REC = SPACES
004750         GO TO 1550-EXIT
004760     END-IF.
004770     IF SLAR-TGT-MINUTES NOT NUMERIC
004780         DISPLAY "CLNTSLAR - TARGET NOT NUMERIC, CARD SKIPPED: "
004790             SLAR-TGT-REC (1:22)
004800         GO TO 1550-EXIT
004810     END-IF.
004820     IF SLAR-TGT-COUNT >= SLAR-TGT-MAX
004830         DISPLAY "CLNTSLAR - MORE THAN 40 TARGETS, CARD SKIPPED: "
004840             SLAR-TGT-REC (1:22)
004850         GO TO 1550-EXIT
004860     END-IF.
004870     ADD 1 TO SLAR-TGT-COUNT.
004880     MOVE SLAR-TGT-PROGRAM TO SLAR-TG-PROGRAM (SLAR-TGT-COUNT).
004890     MOVE SLAR-TGT-QUAL    TO SLAR-TG-QUAL (SLAR-TGT-COUNT).
004900     MOVE SLAR-TGT-MINUTES TO SLAR-TG-MINUTES (SLAR-TGT-COUNT).
004910 1550-EXIT.
004920     EXIT.
004930*****************************************************
004940* ONE RUN-HISTORY RECORD.  ONLY NIGHTS IN THE 13 WEEKS
004950* ENDING WITH THE REPORT WEEK ARE KEPT - SLAR-NIX 1 IS
004960* THE LAST NIGHT OF THE WEEK, 91 THE FIRST NIGHT OF THE
004970* OLDEST WEEK.
004980*****************************************************
004990 2000-READ-HISTORY.
005000     READ RUNHIST
005010         AT END
005020             MOVE 'Y' TO SLAR-HIST-EOF-SW
005030             GO TO 2000-EXIT
005040     END-READ.
005050     IF NOT SLAR-RUNHIST-OK
005060         DISPLAY "CLNTSLAR - READ ERROR ON RUNHIST, STATUS = "
005070             SLAR-RUNHIST-STATUS
005080         MOVE 16 TO RETURN-CODE
005090         STOP RUN
005100     END-IF.
005110     ADD 1 TO SLAR-READ-COUNT.
005120     IF RHST-NIGHT NOT NUMERIC OR RHST-START-DATE NOT NUMERIC
005130             OR RHST-START-TIME NOT NUMERIC
005140         GO TO 2000-EXIT
005150     END-IF.
005160     IF RHST-NIGHT > SLAR-WEEK-END
005170         GO TO 2000-EXIT
005180     END-IF.
005190     COMPUTE SLAR-NIGHT-OFFSET =
005200         SLAR-END-INT - FUNCTION INTEGER-OF-DATE(RHST-NIGHT).
005210     IF SLAR-NIGHT-OFFSET < ZERO
005220             OR SLAR-NIGHT-OFFSET >= SLAR-NIGHT-MAX
005230         GO TO 2000-EXIT
005240     END-IF.
005250     COMPUTE SLAR-NIX = SLAR-NIGHT-OFFSET + 1.
005260     ADD 1 TO SLAR-USED-COUNT.
005270     MOVE RHST-START-DATE TO SLAR-WORK-DATE.
005280     MOVE RHST-START-TIME TO SLAR-TIME-WORK.
005290     PERFORM 8000-CLOCK-SECONDS THRU 8000-EXIT.
005300     MOVE SLAR-END-SECS TO SLAR-START-SECS.
005310     IF SLAR-NT-FIRST (SLAR-NIX) = ZERO
005320             OR SLAR-START-SECS < SLAR-NT-FIRST (SLAR-NIX)
005330         MOVE SLAR-START-SECS TO SLAR-NT-FIRST (SLAR-NIX)
005340     END-IF.
005350     IF RHST-EVENT-START
005360         PERFORM 2100-NOTE-START THRU 2100-EXIT
005370     ELSE IF RHST-EVENT-END
005380         PERFORM 2200-NOTE-END THRU 2200-EXIT
005390     END-IF.
005400 2000-EXIT.
005410     EXIT.
005420 2100-NOTE-START.
005430     IF SLAR-OPEN-COUNT >= SLAR-OPEN-MAX
005440         IF NOT SLAR-OPEN-FULL-YES
005450             DISPLAY "CLNTSLAR - OVER 200 UNMATCHED STARTS - "
005460                 "LATER ONES NOT CHECKED FOR AN END"
005470             MOVE 'Y' TO SLAR-OPEN-FULL-SW
005480         END-IF
005490         GO TO 2100-EXIT
005500     END-IF.
005510     ADD 1 TO SLAR-OPEN-COUNT.
005520     MOVE RHST-PROGRAM    TO SLAR-OP-PROGRAM (SLAR-OPEN-COUNT).
005530     MOVE RHST-START-DATE TO SLAR-OP-DATE (SLAR-OPEN-COUNT).
005540     MOVE RHST-START-TIME TO SLAR-OP-TIME (SLAR-OPEN-COUNT).
005550     MOVE SLAR-NIX        TO SLAR-OP-NIX (SLAR-OPEN-COUNT).
005560 2100-EXIT.
005570     EXIT.
005580*****************************************************
005590* AN END RECORD - CLOSES ITS START, EXTENDS THE NIGHT'S
005600* WINDOW AND FEEDS THE VERDICT AND VOLUME COLUMNS.
005610*****************************************************
005620 2200-NOTE-END.
005630     IF RHST-END-DATE NOT NUMERIC OR RHST-END-TIME NOT NUMERIC
005640         GO TO 2200-EXIT
005650     END-IF.
005660     MOVE RHST-END-DATE TO SLAR-WORK-DATE.
005670     MOVE RHST-END-TIME TO SLAR-TIME-WORK.
005680     PERFORM 8000-CLOCK-SECONDS THRU 8000-EXIT.
005690     IF SLAR-END-SECS > SLAR-NT-LAST (SLAR-NIX)
005700         MOVE SLAR-END-SECS TO SLAR-NT-LAST (SLAR-NIX)
005710     END-IF.
005720     IF SLAR-END-SECS > SLAR-START-SECS
005730         COMPUTE SLAR-ELAPSED = SLAR-END-SECS - SLAR-START-SECS
005740     ELSE
005750         MOVE ZERO TO SLAR-ELAPSED
005760     END-IF.
005770     ADD 1 TO SLAR-NT-ENDS (SLAR-NIX).
005780     MOVE 'N' TO SLAR-FOUND-SW.
005790     PERFORM 2210-MATCH-START THRU 2210-EXIT
005800         VARYING SLAR-SUB FROM 1 BY 1
005810         UNTIL SLAR-SUB > SLAR-OPEN-COUNT OR SLAR-FOUND-YES.
005820     MOVE RHST-RC TO SLAR-RC-ED.
005830     IF RHST-PROGRAM = 'CLNTGATE'
005840         IF RHST-RC = ZERO
005850             ADD 1 TO SLAR-NT-GATE-OK (SLAR-NIX)
005860         ELSE
005870             ADD 1 TO SLAR-NT-GATE-FAIL (SLAR-NIX)
005880             MOVE SPACES TO SLAR-EXC-BUILD
005890             STRING "CLNTGATE " RHST-QUAL
005900                 " FEED GATE FAILED - CHECK " RHST-FLAG
005910                 " - RC " SLAR-RC-ED
005920                 DELIMITED BY SIZE INTO SLAR-EXC-BUILD
005930             PERFORM 2300-ADD-EXCEPTION THRU 2300-EXIT
005940         END-IF
005950     ELSE IF RHST-PROGRAM = 'CLNTBAL'
005960         IF RHST-FLAG = 'BAL' AND RHST-RC = ZERO
005970             MOVE 'B' TO SLAR-NT-BAL (SLAR-NIX)
005980         ELSE
005990             MOVE 'O' TO SLAR-NT-BAL (SLAR-NIX)
006000         END-IF
006010     ELSE IF RHST-RC >= 8
006020         ADD 1 TO SLAR-NT-FAILED (SLAR-NIX)
006030         MOVE SPACES TO SLAR-EXC-BUILD
006040         STRING RHST-PROGRAM " " RHST-QUAL
006050             " ENDED RC " SLAR-RC-ED
006060             DELIMITED BY SIZE INTO SLAR-EXC-BUILD
006070         PERFORM 2300-ADD-EXCEPTION THRU 2300-EXIT
006080     END-IF.
006090     IF RHST-PROGRAM = 'PROCDLTA'
006100         PERFORM 2220-TAKE-VOLUMES THRU 2220-EXIT
006110             VARYING SLAR-SUB FROM 1 BY 1
006120             UNTIL SLAR-SUB > 4
006130     END-IF.
006140     IF SLAR-NIX <= 7
006150         PERFORM 2400-ADD-STEP-TIME THRU 2400-EXIT
006160     END-IF.
006170 2200-EXIT.
006180     EXIT.
006190****THE START RECORD THIS END REPEATS THE START OF.  THE
006200****LAST OPEN ENTRY MOVES INTO THE FREED SLOT.
006210 2210-MATCH-START.
006220     IF SLAR-OP-PROGRAM (SLAR-SUB) = RHST-PROGRAM
006230             AND SLAR-OP-DATE (SLAR-SUB) = RHST-START-DATE
006240             AND SLAR-OP-TIME (SLAR-SUB) = RHST-START-TIME
006250         MOVE 'Y' TO SLAR-FOUND-SW
006260         MOVE SLAR-OP-ENTRY (SLAR-OPEN-COUNT)
006270             TO SLAR-OP-ENTRY (SLAR-SUB)
006280         SUBTRACT 1 FROM SLAR-OPEN-COUNT
006290     END-IF.
006300 2210-EXIT.
006310     EXIT.
006320****A RERUN APPLY SUPERSEDES THE NIGHT'S EARLIER ONE.
006330 2220-TAKE-VOLUMES.
006340     IF RHST-CNT-LABEL (SLAR-SUB) = 'REJECTED'
006350         MOVE RHST-CNT-VALUE (SLAR-SUB)
006360             TO SLAR-NT-REJECTS (SLAR-NIX)
006370     ELSE IF RHST-CNT-LABEL (SLAR-SUB) = 'RECYCLED'
006380         MOVE RHST-CNT-VALUE (SLAR-SUB)
006390             TO SLAR-NT-RECYCLED (SLAR-NIX)
006400     END-IF.
006410 2220-EXIT.
006420     EXIT.
006430****EXCEPTIONS ARE KEPT FOR THE REPORT WEEK ONLY.
006440 2300-ADD-EXCEPTION.
006450     IF SLAR-NIX > 7
006460         GO TO 2300-EXIT
006470     END-IF.
006480     IF SLAR-EXC-COUNT >= SLAR-EXC-MAX
006490         DISPLAY "CLNTSLAR - OVER 100 EXCEPTIONS, NOT LISTED: "
006500             SLAR-EXC-BUILD (1:60)
006510         GO TO 2300-EXIT
006520     END-IF.
006530     ADD 1 TO SLAR-EXC-COUNT.
006540     MOVE SLAR-NIX       TO SLAR-EX-NIX (SLAR-EXC-COUNT).
006550     MOVE SLAR-EXC-BUILD TO SLAR-EX-TEXT (SLAR-EXC-COUNT).
006560 2300-EXIT.
006570     EXIT.
006580*****************************************************
006590* THIS WEEK'S TIME FOR THE STEP - PROGRAM AND QUALIFIER
006600* - ON THE NIGHT'S COLUMN (7 IS THE LAST NIGHT).
006610*****************************************************
006620 2400-ADD-STEP-TIME.
006630     MOVE 'N' TO SLAR-FOUND-SW.
006640     PERFORM 2410-FIND-STEP THRU 2410-EXIT
006650         VARYING SLAR-STX FROM 1 BY 1
006660         UNTIL SLAR-STX > SLAR-STEP-COUNT OR SLAR-FOUND-YES.
006670     IF SLAR-FOUND-YES
006680         SUBTRACT 1 FROM SLAR-STX
006690     ELSE
006700         IF SLAR-STEP-COUNT >= SLAR-STEP-MAX
006710             DISPLAY "CLNTSLAR - OVER 40 STEPS, NOT SHOWN: "
006720                 RHST-PROGRAM " " RHST-QUAL
006730             GO TO 2400-EXIT
006740         END-IF
006750         ADD 1 TO SLAR-STEP-COUNT
006760         MOVE SLAR-STEP-COUNT TO SLAR-STX
006770         MOVE RHST-PROGRAM TO SLAR-ST-PROGRAM (SLAR-STX)
006780         MOVE RHST-QUAL    TO SLAR-ST-QUAL (SLAR-STX)
006790         PERFORM 2420-FIND-TARGET THRU 2420-EXIT
006800             VARYING SLAR-SUB FROM 1 BY 1
006810             UNTIL SLAR-SUB > SLAR-TGT-COUNT
006820     END-IF.
006830     COMPUTE SLAR-COL = 8 - SLAR-NIX.
006840     ADD SLAR-ELAPSED TO SLAR-ST-SECS (SLAR-STX SLAR-COL).
006850     ADD 1 TO SLAR-ST-RUNS (SLAR-STX SLAR-COL).
006860     IF RHST-RC > SLAR-ST-RC (SLAR-STX SLAR-COL)
006870         MOVE RHST-RC TO SLAR-ST-RC (SLAR-STX SLAR-COL)
006880     END-IF.
006890     ADD SLAR-ELAPSED TO SLAR-ST-WEEK-SECS (SLAR-STX).
006900 2400-EXIT.
006910     EXIT.
006920 2410-FIND-STEP.
006930     IF SLAR-ST-PROGRAM (SLAR-STX) = RHST-PROGRAM
006940             AND SLAR-ST-QUAL (SLAR-STX) = RHST-QUAL
006950         MOVE 'Y' TO SLAR-FOUND-SW
006960     END-IF.
006970 2410-EXIT.
006980     EXIT.
006990 2420-FIND-TARGET.
007000     IF SLAR-TG-PROGRAM (SLAR-SUB) = RHST-PROGRAM
007010             AND SLAR-TG-QUAL (SLAR-SUB) = RHST-QUAL
007020         MOVE SLAR-TG-MINUTES (SLAR-SUB)
007030             TO SLAR-ST-TARGET (SLAR-STX)
007040     END-IF.
007050 2420-EXIT.
007060     EXIT.
007070*****************************************************
007080* STARTS NEVER MATCHED BY AN END - THE STEP ABENDED OR
007090* STOPPED ON A HARD ERROR BEFORE IT COULD LOG ITS END.
007100* (A STEP STILL RUNNING WHEN THIS REPORT RUNS SHOWS THE
007110* SAME WAY - RUN IT OUTSIDE THE WINDOW.)
007120*****************************************************
007130 2900-UNENDED-STARTS.
007140     CLOSE RUNHIST.
007150     PERFORM 2950-UNENDED-ONE THRU 2950-EXIT
007160         VARYING SLAR-SUB FROM 1 BY 1
007170         UNTIL SLAR-SUB > SLAR-OPEN-COUNT.
007180 2900-EXIT.
007190     EXIT.
007200 2950-UNENDED-ONE.
007210     MOVE SLAR-OP-NIX (SLAR-SUB) TO SLAR-NIX.
007220     ADD 1 TO SLAR-NT-FAILED (SLAR-NIX).
007230     MOVE SLAR-OP-TIME (SLAR-SUB) TO SLAR-TIME-WORK.
007240     PERFORM 8200-FORMAT-CLOCK THRU 8200-EXIT.
007250     MOVE SPACES TO SLAR-EXC-BUILD.
007260     STRING SLAR-OP-PROGRAM (SLAR-SUB) " STARTED "
007270         SLAR-CLOCK " - NO END RECORD (ABEND OR HARD STOP)"
007280         DELIMITED BY SIZE INTO SLAR-EXC-BUILD.
007290     PERFORM 2300-ADD-EXCEPTION THRU 2300-EXIT.
007300 2950-EXIT.
007310     EXIT.
007320*****************************************************
007330* ROLLS THE NIGHTS UP INTO WEEKS, AND LISTS THE WEEK'S
007340* NIGHTS THAT DID NOT BALANCE AS EXCEPTIONS.  A NIGHT
007350* WITH NOTHING LOGGED IS NOT COUNTED AS A NIGHT.
007360*****************************************************
007370 3000-SUMMARIZE.
007380     PERFORM 3100-SUMMARIZE-NIGHT THRU 3100-EXIT
007390         VARYING SLAR-NIX FROM 1 BY 1
007400         UNTIL SLAR-NIX > SLAR-NIGHT-MAX.
007410 3000-EXIT.
007420     EXIT.
007430 3100-SUMMARIZE-NIGHT.
007440     IF SLAR-NT-FIRST (SLAR-NIX) = ZERO
007450         GO TO 3100-EXIT
007460     END-IF.
007470     PERFORM 8300-NIGHT-ELAPSED THRU 8300-EXIT.
007480     COMPUTE SLAR-WIX = (SLAR-NIX - 1) / 7 + 1.
007490     ADD 1 TO SLAR-WK-NIGHTS (SLAR-WIX).
007500     ADD 1 TO SLAR-TOT-NIGHTS.
007510     ADD SLAR-ELAPSED TO SLAR-WK-TOTAL (SLAR-WIX).
007520     IF SLAR-ELAPSED > SLAR-WK-MAX (SLAR-WIX)
007530         MOVE SLAR-ELAPSED TO SLAR-WK-MAX (SLAR-WIX)
007540     END-IF.
007550     IF SLAR-ELAPSED > SLAR-SLA-SECS
007560         ADD 1 TO SLAR-WK-OVER (SLAR-WIX)
007570         ADD 1 TO SLAR-TOT-OVER
007580     END-IF.
007590     ADD SLAR-NT-GATE-FAIL (SLAR-NIX)
007600         TO SLAR-WK-GATE-FAIL (SLAR-WIX).
007610     ADD SLAR-NT-GATE-FAIL (SLAR-NIX) TO SLAR-TOT-GATE-FAIL.
007620     ADD SLAR-NT-REJECTS (SLAR-NIX) TO SLAR-WK-REJECTS (SLAR-WIX).
007630     ADD SLAR-NT-RECYCLED (SLAR-NIX)
007640         TO SLAR-WK-RECYCLED (SLAR-WIX).
007650     IF SLAR-NT-BAL (SLAR-NIX) NOT = 'B'
007660         ADD 1 TO SLAR-WK-NOT-BAL (SLAR-WIX)
007670         ADD 1 TO SLAR-TOT-NOT-BAL
007680         MOVE SPACES TO SLAR-EXC-BUILD
007690         IF SLAR-NT-BAL (SLAR-NIX) = 'O'
007700             STRING "CLNTBAL  WINDOW DID NOT BALANCE - SEE THE "
007710                 "BALANCE REPORT AND RUNCTL"
007720                 DELIMITED BY SIZE INTO SLAR-EXC-BUILD
007730         ELSE
007740             STRING "CLNTBAL  DID NOT REPORT - THE WINDOW NEVER "
007750                 "REACHED THE BALANCE STEP"
007760                 DELIMITED BY SIZE INTO SLAR-EXC-BUILD
007770         END-IF
007780         PERFORM 2300-ADD-EXCEPTION THRU 2300-EXIT
007790     END-IF.
007800 3100-EXIT.
007810     EXIT.
007820*****************************************************
007830* SECTION 1 - THE NIGHTS OF THE REPORT WEEK, OLDEST
007840* FIRST.
007850*****************************************************
007860 4000-PRINT-NIGHTS.
007870     MOVE SLAR-WEEK-END TO SLAR-H1-WEEK.
007880     MOVE SLAR-TODAY    TO SLAR-H1-DATE.
007890     MOVE SLAR-SLA-MIN  TO SLAR-H1-SLA.
007900     MOVE '1' TO SLAR-CTL.
007910     MOVE SLAR-PAGE-HDR-1 TO SLAR-TEXT.
007920     WRITE SLAR-LINE-REC.
007930     MOVE 'NIGHTS OF THE WEEK' TO SLAR-SH-TEXT.
007940     PERFORM 8500-WRITE-SECTION THRU 8500-EXIT.
007950     MOVE ' ' TO SLAR-CTL.
007960     MOVE SLAR-NIGHT-HDR TO SLAR-TEXT.
007970     WRITE SLAR-LINE-REC.
007980     PERFORM 4100-PRINT-ONE-NIGHT THRU 4100-EXIT
007990         VARYING SLAR-NIX FROM 7 BY -1
008000         UNTIL SLAR-NIX < 1.
008010 4000-EXIT.
008020     EXIT.
008030 4100-PRINT-ONE-NIGHT.
008040     COMPUTE SLAR-DAY-INT = SLAR-END-INT - SLAR-NIX + 1.
008050     COMPUTE SLAR-NL-NIGHT =
008060         FUNCTION DATE-OF-INTEGER(SLAR-DAY-INT).
008070     IF SLAR-NT-FIRST (SLAR-NIX) = ZERO
008080         MOVE SPACES TO SLAR-TEXT
008090         MOVE SLAR-NL-NIGHT TO SLAR-TEXT (1:8)
008100         MOVE 'NO WINDOW LOGGED' TO SLAR-TEXT (11:16)
008110         MOVE ' ' TO SLAR-CTL
008120         WRITE SLAR-LINE-REC
008130         GO TO 4100-EXIT
008140     END-IF.
008150     MOVE SLAR-NT-FIRST (SLAR-NIX) TO SLAR-END-SECS.
008160     PERFORM 8250-CLOCK-OF-SECONDS THRU 8250-EXIT.
008170     MOVE SLAR-CLOCK TO SLAR-NL-START.
008180     IF SLAR-NT-LAST (SLAR-NIX) > ZERO
008190         MOVE SLAR-NT-LAST (SLAR-NIX) TO SLAR-END-SECS
008200         PERFORM 8250-CLOCK-OF-SECONDS THRU 8250-EXIT
008210         MOVE SLAR-CLOCK TO SLAR-NL-END
008220     ELSE
008230         MOVE '--:--:--' TO SLAR-NL-END
008240     END-IF.
008250     PERFORM 8300-NIGHT-ELAPSED THRU 8300-EXIT.
008260     MOVE SLAR-ELAPSED TO SLAR-FMT-SECS.
008270     PERFORM 8100-FORMAT-HMS THRU 8100-EXIT.
008280     MOVE SLAR-HMS TO SLAR-NL-ELAPSED.
008290     IF SLAR-ELAPSED > SLAR-SLA-SECS
008300         MOVE 'MISSED' TO SLAR-NL-SLA
008310     ELSE
008320         MOVE 'MET' TO SLAR-NL-SLA
008330     END-IF.
008340     MOVE SLAR-NT-ENDS (SLAR-NIX)      TO SLAR-NL-STEPS.
008350     MOVE SLAR-NT-FAILED (SLAR-NIX)    TO SLAR-NL-FAILED.
008360     MOVE SLAR-NT-GATE-OK (SLAR-NIX)   TO SLAR-NL-GATE-OK.
008370     MOVE SLAR-NT-GATE-FAIL (SLAR-NIX) TO SLAR-NL-GATE-FAIL.
008380     MOVE SLAR-NT-REJECTS (SLAR-NIX)   TO SLAR-NL-REJECTS.
008390     MOVE SLAR-NT-RECYCLED (SLAR-NIX)  TO SLAR-NL-RECYCLED.
008400     IF SLAR-NT-BAL (SLAR-NIX) = 'B'
008410         MOVE 'YES' TO SLAR-NL-BAL
008420     ELSE IF SLAR-NT-BAL (SLAR-NIX) = 'O'
008430         MOVE '** NO **' TO SLAR-NL-BAL
008440     ELSE
008450         MOVE 'NOT RUN' TO SLAR-NL-BAL
008460     END-IF.
008470     MOVE ' ' TO SLAR-CTL.
008480     MOVE SLAR-NIGHT-LINE TO SLAR-TEXT.
008490     WRITE SLAR-LINE-REC.
008500 4100-EXIT.
008510     EXIT.
008520*****************************************************
008530* SECTION 2 - ELAPSED MMM:SS PER STEP PER NIGHT.  '*'
008540* MARKS A NIGHT OVER THE STEP'S TARGET, '!' A NIGHT IT
008550* ENDED RC 8 OR HIGHER.
008560*****************************************************
008570 5000-PRINT-STEPS.
008580     MOVE 'ELAPSED BY STEP (MMM:SS)  * OVER TARGET  ! RC 8+'
008590         TO SLAR-SH-TEXT.
008600     PERFORM 8500-WRITE-SECTION THRU 8500-EXIT.
008610     MOVE SPACES TO SLAR-STEP-HDR (26:63).
008620     PERFORM 5050-NIGHT-HEADING THRU 5050-EXIT
008630         VARYING SLAR-COL FROM 1 BY 1
008640         UNTIL SLAR-COL > 7.
008650     MOVE ' ' TO SLAR-CTL.
008660     MOVE SLAR-STEP-HDR TO SLAR-TEXT.
008670     WRITE SLAR-LINE-REC.
008680     IF SLAR-STEP-COUNT = ZERO
008690         MOVE '  NO STEPS LOGGED THIS WEEK' TO SLAR-TEXT
008700         WRITE SLAR-LINE-REC
008710         GO TO 5000-EXIT
008720     END-IF.
008730     PERFORM 5100-PRINT-ONE-STEP THRU 5100-EXIT
008740         VARYING SLAR-STX FROM 1 BY 1
008750         UNTIL SLAR-STX > SLAR-STEP-COUNT.
008760 5000-EXIT.
008770     EXIT.
008780 5050-NIGHT-HEADING.
008790     COMPUTE SLAR-DAY-INT = SLAR-END-INT - 7 + SLAR-COL.
008800     COMPUTE SLAR-WORK-DATE =
008810         FUNCTION DATE-OF-INTEGER(SLAR-DAY-INT).
008820     MOVE SLAR-WORK-DATE TO SLAR-DATE-PARTS.
008830     MOVE SLAR-DP-MM TO SLAR-MMDD-MM.
008840     MOVE SLAR-DP-DD TO SLAR-MMDD-DD.
008850     MOVE SLAR-MMDD  TO SLAR-SH-MMDD (SLAR-COL).
008860 5050-EXIT.
008870     EXIT.
008880 5100-PRINT-ONE-STEP.
008890     MOVE SPACES TO SLAR-STEP-LINE.
008900     MOVE SLAR-ST-PROGRAM (SLAR-STX) TO SLAR-SL-PROGRAM.
008910     MOVE SLAR-ST-QUAL (SLAR-STX)    TO SLAR-SL-QUAL.
008920     IF SLAR-ST-TARGET (SLAR-STX) > ZERO
008930         COMPUTE SLAR-FMT-SECS = SLAR-ST-TARGET (SLAR-STX) * 60
008940         PERFORM 8150-FORMAT-MS THRU 8150-EXIT
008950         MOVE SLAR-MS TO SLAR-SL-TARGET (2:6)
008960     END-IF.
008970     MOVE ZERO TO SLAR-ST-WEEK-RUNS (SLAR-STX).
008980     MOVE ZERO TO SLAR-ST-OVER (SLAR-STX).
008990     PERFORM 5150-STEP-NIGHT THRU 5150-EXIT
009000         VARYING SLAR-COL FROM 1 BY 1
009010         UNTIL SLAR-COL > 7.
009020     IF SLAR-ST-WEEK-RUNS (SLAR-STX) > ZERO
009030         COMPUTE SLAR-FMT-SECS ROUNDED =
009040             SLAR-ST-WEEK-SECS (SLAR-STX)
009050             / SLAR-ST-WEEK-RUNS (SLAR-STX)
009060         PERFORM 8150-FORMAT-MS THRU 8150-EXIT
009070         MOVE SLAR-MS TO SLAR-SL-AVG (2:6)
009080     END-IF.
009090     MOVE SLAR-ST-OVER (SLAR-STX) TO SLAR-SL-OVER.
009100     MOVE ' ' TO SLAR-CTL.
009110     MOVE SLAR-STEP-LINE TO SLAR-TEXT.
009120     WRITE SLAR-LINE-REC.
009130 5100-EXIT.
009140     EXIT.
009150****THE WEEK AVERAGE IS PER NIGHT THE STEP RAN.
009160 5150-STEP-NIGHT.
009170     IF SLAR-ST-RUNS (SLAR-STX SLAR-COL) = ZERO
009180         MOVE '      -' TO SLAR-SL-ELAPSED (SLAR-COL)
009190         GO TO 5150-EXIT
009200     END-IF.
009210     ADD 1 TO SLAR-ST-WEEK-RUNS (SLAR-STX).
009220     MOVE SLAR-ST-SECS (SLAR-STX SLAR-COL) TO SLAR-FMT-SECS.
009230     PERFORM 8150-FORMAT-MS THRU 8150-EXIT.
009240     MOVE SLAR-MS TO SLAR-SL-ELAPSED (SLAR-COL) (2:6).
009250     IF SLAR-ST-RC (SLAR-STX SLAR-COL) >= 8
009260         MOVE '!' TO SLAR-SL-MARK (SLAR-COL)
009270     ELSE IF SLAR-ST-TARGET (SLAR-STX) > ZERO
009280             AND SLAR-ST-SECS (SLAR-STX SLAR-COL) >
009290                 SLAR-ST-TARGET (SLAR-STX) * 60
009300         MOVE '*' TO SLAR-SL-MARK (SLAR-COL)
009310         ADD 1 TO SLAR-ST-OVER (SLAR-STX)
009320     END-IF.
009330 5150-EXIT.
009340     EXIT.
009350*****************************************************
009360* SECTION 3 - THE WEEK'S EXCEPTIONS, NIGHT BY NIGHT.
009370*****************************************************
009380 6000-PRINT-EXCEPTIONS.
009390     MOVE 'EXCEPTIONS THIS WEEK' TO SLAR-SH-TEXT.
009400     PERFORM 8500-WRITE-SECTION THRU 8500-EXIT.
009410     IF SLAR-EXC-COUNT = ZERO
009420         MOVE ' ' TO SLAR-CTL
009430         MOVE '  NONE' TO SLAR-TEXT
009440         WRITE SLAR-LINE-REC
009450         GO TO 6000-EXIT
009460     END-IF.
009470     PERFORM 6100-EXCEPTIONS-FOR-NIGHT THRU 6100-EXIT
009480         VARYING SLAR-NIX FROM 7 BY -1
009490         UNTIL SLAR-NIX < 1.
009500 6000-EXIT.
009510     EXIT.
009520 6100-EXCEPTIONS-FOR-NIGHT.
009530     COMPUTE SLAR-DAY-INT = SLAR-END-INT - SLAR-NIX + 1.
009540     COMPUTE SLAR-EL-NIGHT =
009550         FUNCTION DATE-OF-INTEGER(SLAR-DAY-INT).
009560     PERFORM 6150-EXCEPTION-LINE THRU 6150-EXIT
009570         VARYING SLAR-SUB FROM 1 BY 1
009580         UNTIL SLAR-SUB > SLAR-EXC-COUNT.
009590 6100-EXIT.
009600     EXIT.
009610 6150-EXCEPTION-LINE.
009620     IF SLAR-EX-NIX (SLAR-SUB) NOT = SLAR-NIX
009630         GO TO 6150-EXIT
009640     END-IF.
009650     MOVE SLAR-EX-TEXT (SLAR-SUB) TO SLAR-EL-TEXT.
009660     MOVE ' ' TO SLAR-CTL.
009670     MOVE SLAR-EXC-LINE TO SLAR-TEXT.
009680     WRITE SLAR-LINE-REC.
009690 6150-EXIT.
009700     EXIT.
009710*****************************************************
009720* SECTION 4 - THE LAST 13 WEEKS, OLDEST FIRST, EACH WITH
009730* A BAR OF ITS AVERAGE WINDOW SCALED SO THE SLA FALLS AT
009740* POSITION 30, THEN THE LEAST-SQUARES SLOPE OF THE
009750* WEEKLY AVERAGES (X = WEEK 1 OLDEST TO 13 THIS WEEK).
009760*****************************************************
009770 7000-PRINT-TREND.
009780     MOVE '1' TO SLAR-CTL.
009790     MOVE SLAR-PAGE-HDR-1 TO SLAR-TEXT.
009800     WRITE SLAR-LINE-REC.
009810     MOVE '13-WEEK TREND' TO SLAR-SH-TEXT.
009820     PERFORM 8500-WRITE-SECTION THRU 8500-EXIT.
009830     MOVE ' ' TO SLAR-CTL.
009840     MOVE SLAR-WEEK-HDR TO SLAR-TEXT.
009850     WRITE SLAR-LINE-REC.
009860     MOVE SLAR-WEEK-HDR-2 TO SLAR-TEXT.
009870     WRITE SLAR-LINE-REC.
009880     PERFORM 7100-PRINT-ONE-WEEK THRU 7100-EXIT
009890         VARYING SLAR-WIX FROM 13 BY -1
009900         UNTIL SLAR-WIX < 1.
009910     MOVE ' ' TO SLAR-CTL.
009920     MOVE SPACES TO SLAR-TEXT.
009930     WRITE SLAR-LINE-REC.
009940     IF SLAR-TR-N < 2
009950         MOVE SPACES TO SLAR-TEXT
009960         STRING 'WINDOW TREND OVER THE WEEKS: FEWER THAN TWO '
009970             'WEEKS LOGGED - NO TREND YET'
009980             DELIMITED BY SIZE INTO SLAR-TEXT
009990     ELSE
010000         COMPUTE SLAR-TR-DENOM =
010010             SLAR-TR-N * SLAR-TR-SUM-XX
010020             - SLAR-TR-SUM-X * SLAR-TR-SUM-X
010030         COMPUTE SLAR-TR-SLOPE ROUNDED =
010040             (SLAR-TR-N * SLAR-TR-SUM-XY
010050              - SLAR-TR-SUM-X * SLAR-TR-SUM-Y)
010060             / SLAR-TR-DENOM
010070         MOVE SLAR-TR-SLOPE TO SLAR-TL-SLOPE
010080         MOVE 'STEADY' TO SLAR-TL-WORD
010090         IF SLAR-TR-SLOPE > 0.5
010100             MOVE 'LENGTHENING' TO SLAR-TL-WORD
010110         END-IF
010120         IF SLAR-TR-SLOPE < -0.5
010130             MOVE 'SHORTENING' TO SLAR-TL-WORD
010140         END-IF
010150         MOVE SLAR-TREND-LINE TO SLAR-TEXT
010160     END-IF.
010170     WRITE SLAR-LINE-REC.
010180     MOVE SLAR-TOT-NIGHTS    TO SLAR-TT-NIGHTS.
010190     MOVE SLAR-TOT-OVER      TO SLAR-TT-OVER.
010200     MOVE SLAR-TOT-GATE-FAIL TO SLAR-TT-GATE-FAIL.
010210     MOVE SLAR-TOT-NOT-BAL   TO SLAR-TT-NOT-BAL.
010220     MOVE SLAR-TOTAL-LINE TO SLAR-TEXT.
010230     WRITE SLAR-LINE-REC.
010240 7000-EXIT.
010250     EXIT.
010260 7100-PRINT-ONE-WEEK.
010270     COMPUTE SLAR-DAY-INT = SLAR-END-INT - (SLAR-WIX - 1) * 7.
010280     COMPUTE SLAR-WL-WEEK =
010290         FUNCTION DATE-OF-INTEGER(SLAR-DAY-INT).
010300     MOVE SLAR-WK-NIGHTS (SLAR-WIX) TO SLAR-WL-NIGHTS.
010310     MOVE SPACES TO SLAR-WL-AVG SLAR-WL-MAX SLAR-WL-BAR.
010320     MOVE SLAR-WK-OVER (SLAR-WIX)      TO SLAR-WL-OVER.
010330     MOVE SLAR-WK-GATE-FAIL (SLAR-WIX) TO SLAR-WL-GATE-FAIL.
010340     MOVE SLAR-WK-NOT-BAL (SLAR-WIX)   TO SLAR-WL-NOT-BAL.
010350     MOVE SLAR-WK-REJECTS (SLAR-WIX)   TO SLAR-WL-REJECTS.
010360     MOVE SLAR-WK-RECYCLED (SLAR-WIX)  TO SLAR-WL-RECYCLED.
010370     IF SLAR-WK-NIGHTS (SLAR-WIX) > ZERO
010380         COMPUTE SLAR-FMT-SECS ROUNDED =
010390             SLAR-WK-TOTAL (SLAR-WIX) / SLAR-WK-NIGHTS (SLAR-WIX)
010400         PERFORM 8100-FORMAT-HMS THRU 8100-EXIT
010410         MOVE SLAR-HMS TO SLAR-WL-AVG
010420         PERFORM 7200-BUILD-BAR THRU 7200-EXIT
010430         MOVE SLAR-WK-MAX (SLAR-WIX) TO SLAR-FMT-SECS
010440         PERFORM 8100-FORMAT-HMS THRU 8100-EXIT
010450         MOVE SLAR-HMS TO SLAR-WL-MAX
010460         ADD 1 TO SLAR-TR-N
010470         COMPUTE SLAR-TR-X = 14 - SLAR-WIX
010480         COMPUTE SLAR-TR-Y ROUNDED =
010490             SLAR-WK-TOTAL (SLAR-WIX)
010500             / SLAR-WK-NIGHTS (SLAR-WIX) / 60
010510         ADD SLAR-TR-X TO SLAR-TR-SUM-X
010520         COMPUTE SLAR-TR-SUM-XX = SLAR-TR-SUM-XX
010530             + SLAR-TR-X * SLAR-TR-X
010540         ADD SLAR-TR-Y TO SLAR-TR-SUM-Y
010550         COMPUTE SLAR-TR-SUM-XY = SLAR-TR-SUM-XY
010560             + SLAR-TR-X * SLAR-TR-Y
010570     END-IF.
010580     MOVE ' ' TO SLAR-CTL.
010590     MOVE SLAR-WEEK-LINE TO SLAR-TEXT.
010600     WRITE SLAR-LINE-REC.
010610 7100-EXIT.
010620     EXIT.
010630****SLAR-FMT-SECS HOLDS THE WEEK'S AVERAGE WINDOW.  A BAR
010640****PAST THE RIGHT EDGE ENDS IN '>'.
010650 7200-BUILD-BAR.
010660     COMPUTE SLAR-BAR-LEN ROUNDED =
010670         SLAR-FMT-SECS * 30 / SLAR-SLA-SECS.
010680     MOVE ALL '*' TO SLAR-BAR.
010690     IF SLAR-BAR-LEN > 40
010700         MOVE '>' TO SLAR-BAR (40:1)
010710     ELSE IF SLAR-BAR-LEN = ZERO
010720         MOVE SPACES TO SLAR-BAR
010730     ELSE IF SLAR-BAR-LEN < 40
010740         MOVE SPACES TO SLAR-BAR (SLAR-BAR-LEN + 1:)
010750     END-IF.
010760     MOVE '|' TO SLAR-BAR (30:1).
010770     MOVE SLAR-BAR TO SLAR-WL-BAR.
010780 7200-EXIT.
010790     EXIT.
010800*****************************************************
010810* SECONDS FOR SLAR-WORK-DATE AT SLAR-TIME-WORK, INTO
010820* SLAR-END-SECS.
010830*****************************************************
010840 8000-CLOCK-SECONDS.
010850     COMPUTE SLAR-END-SECS =
010860         FUNCTION INTEGER-OF-DATE(SLAR-WORK-DATE) * 86400
010870         + SLAR-TIME-HH * 3600 + SLAR-TIME-MM * 60
010880         + SLAR-TIME-SS.
010890 8000-EXIT.
010900     EXIT.
010910****SLAR-FMT-SECS AS H:MM:SS IN SLAR-HMS.
010920 8100-FORMAT-HMS.
010930     DIVIDE SLAR-FMT-SECS BY 3600 GIVING SLAR-FMT-HH
010940         REMAINDER SLAR-FMT-REM.
010950     DIVIDE SLAR-FMT-REM BY 60 GIVING SLAR-FMT-MM
010960         REMAINDER SLAR-FMT-SS.
010970     IF SLAR-FMT-HH > 99
010980         MOVE 99 TO SLAR-FMT-HH
010990     END-IF.
011000     MOVE SLAR-FMT-HH TO SLAR-HMS-HH.
011010     MOVE SLAR-FMT-MM TO SLAR-HMS-MM.
011020     MOVE SLAR-FMT-SS TO SLAR-HMS-SS.
011030 8100-EXIT.
011040     EXIT.
011050****SLAR-FMT-SECS AS MMM:SS IN SLAR-MS.
011060 8150-FORMAT-MS.
011070     DIVIDE SLAR-FMT-SECS BY 60 GIVING SLAR-FMT-REM
011080         REMAINDER SLAR-FMT-SS.
011090     IF SLAR-FMT-REM > 999
011100         MOVE 999 TO SLAR-FMT-REM
011110     END-IF.
011120     MOVE SLAR-FMT-REM TO SLAR-MS-MM.
011130     MOVE SLAR-FMT-SS  TO SLAR-MS-SS.
011140 8150-EXIT.
011150     EXIT.
011160****SLAR-TIME-WORK AS HH:MM:SS IN SLAR-CLOCK.
011170 8200-FORMAT-CLOCK.
011180     MOVE SLAR-TIME-HH TO SLAR-CLK-HH.
011190     MOVE SLAR-TIME-MM TO SLAR-CLK-MM.
011200     MOVE SLAR-TIME-SS TO SLAR-CLK-SS.
011210 8200-EXIT.
011220     EXIT.
011230****THE TIME OF DAY OF SLAR-END-SECS AS HH:MM:SS.
011240 8250-CLOCK-OF-SECONDS.
011250     DIVIDE SLAR-END-SECS BY 86400 GIVING SLAR-START-SECS
011260         REMAINDER SLAR-FMT-SECS.
011270     DIVIDE SLAR-FMT-SECS BY 3600 GIVING SLAR-FMT-HH
011280         REMAINDER SLAR-FMT-REM.
011290     DIVIDE SLAR-FMT-REM BY 60 GIVING SLAR-FMT-MM
011300         REMAINDER SLAR-FMT-SS.
011310     MOVE SLAR-FMT-HH TO SLAR-CLK-HH.
011320     MOVE SLAR-FMT-MM TO SLAR-CLK-MM.
011330     MOVE SLAR-FMT-SS TO SLAR-CLK-SS.
011340 8250-EXIT.
011350     EXIT.
011360****THE NIGHT'S WINDOW, FIRST START TO LAST END, INTO
011370****SLAR-ELAPSED - ZERO WHEN NO STEP LOGGED AN END.
011380 8300-NIGHT-ELAPSED.
011390     IF SLAR-NT-LAST (SLAR-NIX) > SLAR-NT-FIRST (SLAR-NIX)
011400         COMPUTE SLAR-ELAPSED =
011410             SLAR-NT-LAST (SLAR-NIX) - SLAR-NT-FIRST (SLAR-NIX)
011420     ELSE
011430         MOVE ZERO TO SLAR-ELAPSED
011440     END-IF.
011450 8300-EXIT.
011460     EXIT.
011470 8500-WRITE-SECTION.
011480     MOVE ' ' TO SLAR-CTL.
011490     MOVE SPACES TO SLAR-TEXT.
011500     WRITE SLAR-LINE-REC.
011510     MOVE SLAR-SECT-HDR TO SLAR-TEXT.
011520     WRITE SLAR-LINE-REC.
011530 8500-EXIT.
011540     EXIT.
011550 9000-TERMINATE.
011560     CLOSE SLARPT.
011570     DISPLAY "CLNTSLAR - WEEK ENDING         = " SLAR-WEEK-END.
011580     DISPLAY "CLNTSLAR - HISTORY RECORDS READ = " SLAR-READ-COUNT.
011590     DISPLAY "CLNTSLAR - IN THE 13 WEEKS     = " SLAR-USED-COUNT.
011600     DISPLAY "CLNTSLAR - NIGHTS LOGGED       = " SLAR-TOT-NIGHTS.
011610     DISPLAY "CLNTSLAR - STEP TARGETS LOADED = " SLAR-TGT-COUNT.
011620     MOVE ZERO TO RETURN-CODE.
011630 9000-EXIT.
011640     EXIT.

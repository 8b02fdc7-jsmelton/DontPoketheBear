000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CLNTOPRM.
000030 AUTHOR.        J MELTON.
000040 INSTALLATION.  CLIENT SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************
000080* OPERATOR PROFILE MAINTENANCE.  THE ONLY PROGRAM THAT
000090* CHANGES THE CLNTOPRF KSDS (SEE CLNTOPRF) PROCCLNT
000100* CHECKS BEFORE EVERY TERMINAL MENU DISPATCH AND
000110* CLNTAPRV CHECKS BEFORE EVERY SUPERVISOR DECISION.
000120* EACH OPRFIN CARD ADDS, CHANGES OR DELETES ONE USER'S
000130* ROW:
000140*   A - ADD A NEW USER ID WITH THE RIGHTS KEYED.
000150*   C - REPLACE AN EXISTING USER'S RIGHTS WITH THOSE
000160*       KEYED; A BLANK NAME KEEPS THE NAME ON FILE.
000170*   D - REMOVE THE USER - THEY CAN RUN NOTHING.
000180* A RIGHTS FLAG IS Y OR N; BLANK IS TAKEN AS N.  A CARD
000190* IS REJECTED, AND THE FILE LEFT ALONE, FOR A BAD ACTION
000200* OR FLAG, A BLANK USER ID, AN ADD FOR A USER ALREADY ON
000210* FILE, A CHANGE OR DELETE FOR ONE WHO IS NOT, OR ANY
000220* CARD FOR THE MAINTAINER'S OWN USER ID - NOBODY GRANTS
000230* THEMSELVES RIGHTS.  EVERY ROW WRITTEN CARRIES THE DATE
000240* AND THE MAINTAINER'S USER ID.
000250* OPRFRPT LISTS EVERY CARD WITH ITS OUTCOME, THEN EVERY
000260* PROFILE ON FILE AFTER THE RUN, THEN THE COUNTS.  RC 4
000270* IF ANY CARD WAS REJECTED.
000280* THE MAINTAINER'S USER ID COMES FROM THE PARM
000290* (PARM='&SYSUID'), NEVER FROM A CARD.
000300*
000310* DATE       AUTHOR    DESCRIPTION
000320* 10/15/26   JMELTON   INITIAL VERSION
000323* 10/15/26   JMELTON   TAKES ONLY AS MANY BYTES OF THE USER
000327*                      ID AS THE PARM LENGTH SAYS.
000330*****************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OPRFIN ASSIGN TO AS-OPRFIN
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS OPRM-OPRFIN-STATUS.
000400     SELECT OPTIONAL CLNTOPRF ASSIGN TO AS-CLNTOPRF
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS OPRF-USERID
000440         FILE STATUS IS OPRM-OPRF-STATUS.
000450     SELECT OPRFRPT ASSIGN TO AS-OPRFRPT
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS OPRM-OPRFRPT-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500****ONE MAINTENANCE CARD PER USER.
000510****COL 1 ACTION, 3-10 USER ID, 12-15 INQUIRY/UPDATE/
000520****MERGE/DELALL FLAGS, 17-46 NAME.
000530 FD  OPRFIN
000540     RECORDING MODE IS F.
000550 01  OPRM-IN-REC.
000560     05  OPRM-IN-ACTION        PIC X(01).
000570         88  OPRM-IN-ADD                VALUE 'A'.
000580         88  OPRM-IN-CHANGE             VALUE 'C'.
000590         88  OPRM-IN-DELETE             VALUE 'D'.
000600     05  FILLER                PIC X(01).
000610     05  OPRM-IN-USERID        PIC X(08).
000620     05  FILLER                PIC X(01).
000630     05  OPRM-IN-RIGHTS.
000640         10  OPRM-IN-INQUIRY   PIC X(01).
000650         10  OPRM-IN-UPDATE    PIC X(01).
000660         10  OPRM-IN-MERGE     PIC X(01).
000670         10  OPRM-IN-DELALL    PIC X(01).
000680     05  FILLER                PIC X(01).
000690     05  OPRM-IN-NAME          PIC X(30).
000700     05  FILLER                PIC X(34).
000710 FD  CLNTOPRF.
000720     COPY CLNTOPRF.
000730 FD  OPRFRPT
000740     RECORDING MODE IS F.
000750 01  OPRM-LINE-REC.
000760     05  OPRM-CTL              PIC X(01).
000770     05  OPRM-TEXT             PIC X(131).
000780 WORKING-STORAGE SECTION.
000790 01  OPRM-SWITCHES.
000800     05  OPRM-CARD-EOF-SW      PIC X(01) VALUE 'N'.
000810         88  OPRM-CARD-EOF-YES          VALUE 'Y'.
000820     05  OPRM-LIST-EOF-SW      PIC X(01) VALUE 'N'.
000830         88  OPRM-LIST-EOF-YES          VALUE 'Y'.
000840     05  OPRM-ON-FILE-SW       PIC X(01) VALUE 'N'.
000850         88  OPRM-ON-FILE-YES           VALUE 'Y'.
000860 01  OPRM-FILE-STATUSES.
000870     05  OPRM-OPRFIN-STATUS    PIC X(02) VALUE '00'.
000880         88  OPRM-OPRFIN-OK             VALUE '00'.
000890         88  OPRM-OPRFIN-EOF            VALUE '10'.
000900     05  OPRM-OPRF-STATUS      PIC X(02) VALUE '00'.
000910         88  OPRM-OPRF-OK               VALUE '00'.
000920         88  OPRM-OPRF-NOFILE           VALUE '05'.
000930         88  OPRM-OPRF-EOF              VALUE '10'.
000940         88  OPRM-OPRF-NOTFND           VALUE '23'.
000950     05  OPRM-OPRFRPT-STATUS   PIC X(02) VALUE '00'.
000960         88  OPRM-OPRFRPT-OK            VALUE '00'.
000970 01  OPRM-COUNTERS         COMP.
000980     05  OPRM-CARD-COUNT       PIC 9(07) VALUE ZERO.
000990     05  OPRM-ADD-COUNT        PIC 9(07) VALUE ZERO.
001000     05  OPRM-CHANGE-COUNT     PIC 9(07) VALUE ZERO.
001010     05  OPRM-DELETE-COUNT     PIC 9(07) VALUE ZERO.
001020     05  OPRM-REJECT-COUNT     PIC 9(07) VALUE ZERO.
001030     05  OPRM-LIST-COUNT       PIC 9(07) VALUE ZERO.
001040 01  OPRM-TODAY                PIC 9(08) VALUE ZERO.
001050 01  OPRM-USERID               PIC X(08) VALUE SPACES.
001055 77  OPRM-USERID-LEN           PIC S9(04) COMP VALUE ZERO.
001060 01  OPRM-OUTCOME              PIC X(08) VALUE SPACES.
001070 01  OPRM-NOTE                 PIC X(40) VALUE SPACES.
001080 01  OPRM-PAGE-HDR-1.
001090     05  FILLER                PIC X(34)
001100            VALUE 'OPERATOR PROFILE MAINTENANCE      '.
001110     05  FILLER                PIC X(09) VALUE 'RUN DATE:'.
001120     05  OPRM-H1-RUNDATE       PIC 9(08).
001130     05  FILLER                PIC X(03) VALUE SPACES.
001140     05  FILLER                PIC X(08) VALUE 'USER ID:'.
001150     05  OPRM-H1-USERID        PIC X(08).
001160     05  FILLER                PIC X(61) VALUE SPACES.
001170 01  OPRM-PAGE-HDR-2.
001180     05  FILLER                PIC X(05) VALUE ' ACT'.
001190     05  FILLER                PIC X(10) VALUE 'USER ID'.
001200     05  FILLER                PIC X(10) VALUE 'I U M D'.
001210     05  FILLER                PIC X(32) VALUE 'NAME'.
001220     05  FILLER                PIC X(10) VALUE 'OUTCOME'.
001230     05  FILLER                PIC X(64) VALUE 'NOTE'.
001240 01  OPRM-DETAIL.
001250     05  FILLER                PIC X(02) VALUE SPACES.
001260     05  OPRM-DT-ACTION        PIC X(01).
001270     05  FILLER                PIC X(02) VALUE SPACES.
001280     05  OPRM-DT-USERID        PIC X(08).
001290     05  FILLER                PIC X(02) VALUE SPACES.
001300     05  OPRM-DT-INQUIRY       PIC X(01).
001310     05  FILLER                PIC X(01) VALUE SPACES.
001320     05  OPRM-DT-UPDATE        PIC X(01).
001330     05  FILLER                PIC X(01) VALUE SPACES.
001340     05  OPRM-DT-MERGE         PIC X(01).
001350     05  FILLER                PIC X(01) VALUE SPACES.
001360     05  OPRM-DT-DELALL        PIC X(01).
001370     05  FILLER                PIC X(03) VALUE SPACES.
001380     05  OPRM-DT-NAME          PIC X(30).
001390     05  FILLER                PIC X(02) VALUE SPACES.
001400     05  OPRM-DT-OUTCOME       PIC X(08).
001410     05  FILLER                PIC X(02) VALUE SPACES.
001420     05  OPRM-DT-NOTE          PIC X(40).
001430     05  FILLER                PIC X(24) VALUE SPACES.
001440 01  OPRM-LIST-HDR.
001450     05  FILLER                PIC X(05) VALUE SPACES.
001460     05  FILLER                PIC X(10) VALUE 'USER ID'.
001470     05  FILLER                PIC X(10) VALUE 'I U M D'.
001480     05  FILLER                PIC X(32) VALUE 'NAME'.
001490     05  FILLER                PIC X(10) VALUE 'LAST MAINT'.
001500     05  FILLER                PIC X(64) VALUE 'BY'.
001510 01  OPRM-LIST-DETAIL.
001520     05  FILLER                PIC X(05) VALUE SPACES.
001530     05  OPRM-LD-USERID        PIC X(08).
001540     05  FILLER                PIC X(02) VALUE SPACES.
001550     05  OPRM-LD-INQUIRY       PIC X(01).
001560     05  FILLER                PIC X(01) VALUE SPACES.
001570     05  OPRM-LD-UPDATE        PIC X(01).
001580     05  FILLER                PIC X(01) VALUE SPACES.
001590     05  OPRM-LD-MERGE         PIC X(01).
001600     05  FILLER                PIC X(01) VALUE SPACES.
001610     05  OPRM-LD-DELALL        PIC X(01).
001620     05  FILLER                PIC X(03) VALUE SPACES.
001630     05  OPRM-LD-NAME          PIC X(30).
001640     05  FILLER                PIC X(02) VALUE SPACES.
001650     05  OPRM-LD-DATE          PIC 9(08).
001660     05  FILLER                PIC X(02) VALUE SPACES.
001670     05  OPRM-LD-USER          PIC X(08).
001680     05  FILLER                PIC X(56) VALUE SPACES.
001690 01  OPRM-SUMMARY-LINE.
001700     05  FILLER                PIC X(02) VALUE SPACES.
001710     05  OPRM-SL-LABEL         PIC X(34).
001720     05  OPRM-SL-COUNT         PIC ZZZ,ZZ9.
001730     05  FILLER                PIC X(88) VALUE SPACES.
001740 LINKAGE SECTION.
001750****PARM AREA AS THE SYSTEM HANDS IT OVER - HALFWORD
001760****LENGTH, THEN THE MAINTAINER'S USER ID.
001770 01  OPRM-PARM.
001780     05  OPRM-PARM-LEN         PIC S9(04) COMP.
001790     05  OPRM-PARM-USERID      PIC X(08).
001800 PROCEDURE DIVISION USING OPRM-PARM.
001810 0000-MAINLINE.
001820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001830     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
001840         UNTIL OPRM-CARD-EOF-YES.
001850     PERFORM 2500-LIST-PROFILES THRU 2500-EXIT.
001860     PERFORM 3000-TERMINATE THRU 3000-EXIT.
001870     STOP RUN.
001880 1000-INITIALIZE.
001890     ACCEPT OPRM-TODAY FROM DATE YYYYMMDD.
001900     IF OPRM-PARM-LEN < 1
001910         DISPLAY "CLNTOPRM - NO USER ID PASSED - RUN WITH "
001920             "PARM='&SYSUID'"
001930         MOVE 8 TO RETURN-CODE
001940         STOP RUN
001950     END-IF.
001952****ONLY THE BYTES THE PARM LENGTH COVERS ARE THE USER ID.
001955     MOVE OPRM-PARM-LEN TO OPRM-USERID-LEN.
001958     IF OPRM-USERID-LEN > 8
001960         MOVE 8 TO OPRM-USERID-LEN
001962     END-IF.
001965     MOVE SPACES TO OPRM-USERID.
001968     MOVE OPRM-PARM-USERID (1:OPRM-USERID-LEN) TO OPRM-USERID.
001970     IF OPRM-USERID = SPACES
001980         DISPLAY "CLNTOPRM - NO USER ID PASSED - NOTHING DONE"
001990         MOVE 8 TO RETURN-CODE
002000         STOP RUN
002010     END-IF.
002020     OPEN OUTPUT OPRFRPT.
002030     IF NOT OPRM-OPRFRPT-OK
002040         DISPLAY "CLNTOPRM - UNABLE TO OPEN OPRFRPT, STATUS = "
002050             OPRM-OPRFRPT-STATUS
002060         MOVE 16 TO RETURN-CODE
002070         STOP RUN
002080     END-IF.
002090     MOVE OPRM-TODAY  TO OPRM-H1-RUNDATE.
002100     MOVE OPRM-USERID TO OPRM-H1-USERID.
002110     MOVE '1' TO OPRM-CTL.
002120     MOVE OPRM-PAGE-HDR-1 TO OPRM-TEXT.
002130     WRITE OPRM-LINE-REC.
002140     MOVE ' ' TO OPRM-CTL.
002150     MOVE SPACES TO OPRM-TEXT.
002160     WRITE OPRM-LINE-REC.
002170     MOVE OPRM-PAGE-HDR-2 TO OPRM-TEXT.
002180     WRITE OPRM-LINE-REC.
002190     MOVE SPACES TO OPRM-TEXT.
002200     WRITE OPRM-LINE-REC.
002210     OPEN INPUT OPRFIN.
002220     IF NOT OPRM-OPRFIN-OK
002230         DISPLAY "CLNTOPRM - UNABLE TO OPEN OPRFIN, STATUS = "
002240             OPRM-OPRFIN-STATUS
002250         MOVE 16 TO RETURN-CODE
002260         STOP RUN
002270     END-IF.
002280****OPTIONAL - THE FIRST RUN AGAINST A NEWLY DEFINED,
002290****EMPTY CLUSTER OPENS WITH STATUS 05 AND LOADS IT.
002300     OPEN I-O CLNTOPRF.
002310     IF NOT OPRM-OPRF-OK AND NOT OPRM-OPRF-NOFILE
002320         DISPLAY "CLNTOPRM - UNABLE TO OPEN CLNTOPRF, STATUS = "
002330             OPRM-OPRF-STATUS
002340         MOVE 16 TO RETURN-CODE
002350         STOP RUN
002360     END-IF.
002370     PERFORM 2100-READ-CARD THRU 2100-EXIT.
002380 1000-EXIT.
002390     EXIT.
002400*****************************************************
002410* ONE CARD.  EDITED FIRST; ANY FAULT REJECTS IT BEFORE
002420* THE FILE IS TOUCHED.  OTHERWISE THE USER'S ROW IS
002430* LOOKED UP AND THE ACTION APPLIED.
002440*****************************************************
002450 2000-PROCESS-CARD.
002460     ADD 1 TO OPRM-CARD-COUNT.
002470     MOVE SPACES TO OPRM-NOTE.
002480     PERFORM 2200-EDIT-CARD THRU 2200-EXIT.
002490     IF OPRM-NOTE NOT = SPACES
002500         GO TO 2000-REJECT
002510     END-IF.
002520     MOVE OPRM-IN-USERID TO OPRF-USERID.
002530     MOVE 'Y' TO OPRM-ON-FILE-SW.
002540     READ CLNTOPRF
002550         INVALID KEY
002560             MOVE 'N' TO OPRM-ON-FILE-SW
002570     END-READ.
002580     IF NOT OPRM-ON-FILE-YES AND NOT OPRM-OPRF-NOTFND
002590         DISPLAY "CLNTOPRM - READ ERROR ON CLNTOPRF, STATUS = "
002600             OPRM-OPRF-STATUS
002610         MOVE 16 TO RETURN-CODE
002620         STOP RUN
002630     END-IF.
002640     IF OPRM-IN-ADD
002650         PERFORM 2300-ADD-PROFILE THRU 2300-EXIT
002660     ELSE IF OPRM-IN-CHANGE
002670         PERFORM 2350-CHANGE-PROFILE THRU 2350-EXIT
002680     ELSE
002690         PERFORM 2400-DELETE-PROFILE THRU 2400-EXIT
002700     END-IF.
002710     IF OPRM-NOTE NOT = SPACES
002720         GO TO 2000-REJECT
002730     END-IF.
002740     PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
002750     GO TO 2000-READ-NEXT.
002760 2000-REJECT.
002770     ADD 1 TO OPRM-REJECT-COUNT.
002780     MOVE 'REJECTED' TO OPRM-OUTCOME.
002790     PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT.
002800 2000-READ-NEXT.
002810     PERFORM 2100-READ-CARD THRU 2100-EXIT.
002820 2000-EXIT.
002830     EXIT.
002840 2100-READ-CARD.
002850     READ OPRFIN
002860         AT END
002870             MOVE 'Y' TO OPRM-CARD-EOF-SW
002880     END-READ.
002890     IF NOT OPRM-OPRFIN-OK AND NOT OPRM-OPRFIN-EOF
002900         DISPLAY "CLNTOPRM - READ ERROR ON OPRFIN, STATUS = "
002910             OPRM-OPRFIN-STATUS
002920         MOVE 16 TO RETURN-CODE
002930         STOP RUN
002940     END-IF.
002950 2100-EXIT.
002960     EXIT.
002970*****************************************************
002980* CARD EDITS.  SETS OPRM-NOTE TO THE FIRST FAULT FOUND;
002990* A CLEAN CARD LEAVES IT BLANK WITH BLANK FLAGS TURNED
003000* INTO N.
003010*****************************************************
003020 2200-EDIT-CARD.
003030     IF NOT OPRM-IN-ADD AND NOT OPRM-IN-CHANGE
003040             AND NOT OPRM-IN-DELETE
003050         MOVE 'ACTION MUST BE A, C OR D' TO OPRM-NOTE
003060     ELSE IF OPRM-IN-USERID = SPACES
003070         MOVE 'USER ID MISSING' TO OPRM-NOTE
003080     ELSE IF OPRM-IN-USERID = OPRM-USERID
003090         MOVE 'MAY NOT MAINTAIN YOUR OWN PROFILE'
003100             TO OPRM-NOTE
003110     ELSE IF OPRM-IN-DELETE
003120         CONTINUE
003130     ELSE IF OPRM-IN-INQUIRY NOT = 'Y' AND NOT = 'N'
003140             AND NOT = SPACE
003150         MOVE 'INQUIRY FLAG MUST BE Y OR N' TO OPRM-NOTE
003160     ELSE IF OPRM-IN-UPDATE NOT = 'Y' AND NOT = 'N'
003170             AND NOT = SPACE
003180         MOVE 'UPDATE FLAG MUST BE Y OR N' TO OPRM-NOTE
003190     ELSE IF OPRM-IN-MERGE NOT = 'Y' AND NOT = 'N'
003200             AND NOT = SPACE
003210         MOVE 'MERGE FLAG MUST BE Y OR N' TO OPRM-NOTE
003220     ELSE IF OPRM-IN-DELALL NOT = 'Y' AND NOT = 'N'
003230             AND NOT = SPACE
003240         MOVE 'DELALL FLAG MUST BE Y OR N' TO OPRM-NOTE
003250     ELSE IF OPRM-IN-ADD AND OPRM-IN-NAME = SPACES
003260         MOVE 'NAME REQUIRED ON AN ADD' TO OPRM-NOTE
003270     END-IF.
003280     IF OPRM-NOTE = SPACES AND NOT OPRM-IN-DELETE
003290         INSPECT OPRM-IN-RIGHTS REPLACING ALL SPACE BY 'N'
003300     END-IF.
003310 2200-EXIT.
003320     EXIT.
003330 2300-ADD-PROFILE.
003340     IF OPRM-ON-FILE-YES
003350         MOVE 'USER ALREADY ON FILE - USE C' TO OPRM-NOTE
003360         GO TO 2300-EXIT
003370     END-IF.
003380     MOVE SPACES          TO OPRFREC.
003390     MOVE OPRM-IN-USERID  TO OPRF-USERID.
003400     MOVE OPRM-IN-NAME    TO OPRF-NAME.
003410     MOVE OPRM-IN-RIGHTS  TO OPRF-RIGHTS.
003420     MOVE OPRM-TODAY      TO OPRF-MAINT-DATE.
003430     MOVE OPRM-USERID     TO OPRF-MAINT-USER.
003440     WRITE OPRFREC.
003450     IF NOT OPRM-OPRF-OK
003460         DISPLAY "CLNTOPRM - WRITE ERROR ON CLNTOPRF, STATUS = "
003470             OPRM-OPRF-STATUS
003480         MOVE 16 TO RETURN-CODE
003490         STOP RUN
003500     END-IF.
003510     ADD 1 TO OPRM-ADD-COUNT.
003520     MOVE 'ADDED' TO OPRM-OUTCOME.
003530 2300-EXIT.
003540     EXIT.
003550 2350-CHANGE-PROFILE.
003560     IF NOT OPRM-ON-FILE-YES
003570         MOVE 'USER NOT ON FILE - USE A' TO OPRM-NOTE
003580         GO TO 2350-EXIT
003590     END-IF.
003600     IF OPRM-IN-NAME NOT = SPACES
003610         MOVE OPRM-IN-NAME TO OPRF-NAME
003620     END-IF.
003630     MOVE OPRM-IN-RIGHTS  TO OPRF-RIGHTS.
003640     MOVE OPRM-TODAY      TO OPRF-MAINT-DATE.
003650     MOVE OPRM-USERID     TO OPRF-MAINT-USER.
003660     REWRITE OPRFREC.
003670     IF NOT OPRM-OPRF-OK
003680         DISPLAY "CLNTOPRM - REWRITE ERROR ON CLNTOPRF, "
003690             "STATUS = " OPRM-OPRF-STATUS
003700         MOVE 16 TO RETURN-CODE
003710         STOP RUN
003720     END-IF.
003730     ADD 1 TO OPRM-CHANGE-COUNT.
003740     MOVE 'CHANGED' TO OPRM-OUTCOME.
003750 2350-EXIT.
003760     EXIT.
003770 2400-DELETE-PROFILE.
003780     IF NOT OPRM-ON-FILE-YES
003790         MOVE 'USER NOT ON FILE' TO OPRM-NOTE
003800         GO TO 2400-EXIT
003810     END-IF.
003820     DELETE CLNTOPRF RECORD.
003830     IF NOT OPRM-OPRF-OK
003840         DISPLAY "CLNTOPRM - DELETE ERROR ON CLNTOPRF, "
003850             "STATUS = " OPRM-OPRF-STATUS
003860         MOVE 16 TO RETURN-CODE
003870         STOP RUN
003880     END-IF.
003890     ADD 1 TO OPRM-DELETE-COUNT.
003900     MOVE 'DELETED' TO OPRM-OUTCOME.
003910 2400-EXIT.
003920     EXIT.
003930*****************************************************
003940* EVERY PROFILE ON FILE AFTER THE RUN, IN USER ID ORDER,
003950* SO EACH RUN'S REPORT IS A COMPLETE RECORD OF WHO MAY
003960* DO WHAT.
003970*****************************************************
003980 2500-LIST-PROFILES.
003990     MOVE ' ' TO OPRM-CTL.
004000     MOVE SPACES TO OPRM-TEXT.
004010     WRITE OPRM-LINE-REC.
004020     MOVE '  PROFILES ON FILE AFTER THIS RUN' TO OPRM-TEXT.
004030     WRITE OPRM-LINE-REC.
004040     MOVE SPACES TO OPRM-TEXT.
004050     WRITE OPRM-LINE-REC.
004060     MOVE OPRM-LIST-HDR TO OPRM-TEXT.
004070     WRITE OPRM-LINE-REC.
004080     MOVE LOW-VALUES TO OPRF-USERID.
004090     START CLNTOPRF KEY IS NOT LESS THAN OPRF-USERID
004100         INVALID KEY
004110             MOVE 'Y' TO OPRM-LIST-EOF-SW
004120     END-START.
004130 2500-LOOP.
004140     IF OPRM-LIST-EOF-YES
004150         GO TO 2500-EXIT
004160     END-IF.
004170     READ CLNTOPRF NEXT RECORD
004180         AT END
004190             MOVE 'Y' TO OPRM-LIST-EOF-SW
004200             GO TO 2500-EXIT
004210     END-READ.
004220     IF NOT OPRM-OPRF-OK
004230         DISPLAY "CLNTOPRM - READ ERROR ON CLNTOPRF, STATUS = "
004240             OPRM-OPRF-STATUS
004250         MOVE 16 TO RETURN-CODE
004260         STOP RUN
004270     END-IF.
004280     ADD 1 TO OPRM-LIST-COUNT.
004290     MOVE OPRF-USERID     TO OPRM-LD-USERID.
004300     MOVE OPRF-INQUIRY-SW TO OPRM-LD-INQUIRY.
004310     MOVE OPRF-UPDATE-SW  TO OPRM-LD-UPDATE.
004320     MOVE OPRF-MERGE-SW   TO OPRM-LD-MERGE.
004330     MOVE OPRF-DELALL-SW  TO OPRM-LD-DELALL.
004340     MOVE OPRF-NAME       TO OPRM-LD-NAME.
004350     MOVE OPRF-MAINT-DATE TO OPRM-LD-DATE.
004360     MOVE OPRF-MAINT-USER TO OPRM-LD-USER.
004370     MOVE OPRM-LIST-DETAIL TO OPRM-TEXT.
004380     WRITE OPRM-LINE-REC.
004390     GO TO 2500-LOOP.
004400 2500-EXIT.
004410     EXIT.
004420 2900-WRITE-DETAIL.
004430     MOVE OPRM-IN-ACTION  TO OPRM-DT-ACTION.
004440     MOVE OPRM-IN-USERID  TO OPRM-DT-USERID.
004450     MOVE OPRM-IN-INQUIRY TO OPRM-DT-INQUIRY.
004460     MOVE OPRM-IN-UPDATE  TO OPRM-DT-UPDATE.
004470     MOVE OPRM-IN-MERGE   TO OPRM-DT-MERGE.
004480     MOVE OPRM-IN-DELALL  TO OPRM-DT-DELALL.
004490     MOVE OPRM-IN-NAME    TO OPRM-DT-NAME.
004500     MOVE OPRM-OUTCOME    TO OPRM-DT-OUTCOME.
004510     MOVE OPRM-NOTE       TO OPRM-DT-NOTE.
004520     MOVE ' ' TO OPRM-CTL.
004530     MOVE OPRM-DETAIL TO OPRM-TEXT.
004540     WRITE OPRM-LINE-REC.
004550 2900-EXIT.
004560     EXIT.
004570 3000-TERMINATE.
004580     CLOSE OPRFIN.
004590     CLOSE CLNTOPRF.
004600     MOVE ' ' TO OPRM-CTL.
004610     MOVE SPACES TO OPRM-TEXT.
004620     WRITE OPRM-LINE-REC.
004630     MOVE SPACES TO OPRM-SUMMARY-LINE.
004640     MOVE 'MAINTENANCE CARDS READ' TO OPRM-SL-LABEL.
004650     MOVE OPRM-CARD-COUNT TO OPRM-SL-COUNT.
004660     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
004670     MOVE 'PROFILES ADDED' TO OPRM-SL-LABEL.
004680     MOVE OPRM-ADD-COUNT TO OPRM-SL-COUNT.
004690     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
004700     MOVE 'PROFILES CHANGED' TO OPRM-SL-LABEL.
004710     MOVE OPRM-CHANGE-COUNT TO OPRM-SL-COUNT.
004720     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
004730     MOVE 'PROFILES DELETED' TO OPRM-SL-LABEL.
004740     MOVE OPRM-DELETE-COUNT TO OPRM-SL-COUNT.
004750     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
004760     MOVE 'CARDS REJECTED' TO OPRM-SL-LABEL.
004770     MOVE OPRM-REJECT-COUNT TO OPRM-SL-COUNT.
004780     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
004790     MOVE 'PROFILES ON FILE' TO OPRM-SL-LABEL.
004800     MOVE OPRM-LIST-COUNT TO OPRM-SL-COUNT.
004810     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
004820     CLOSE OPRFRPT.
004830     DISPLAY "CLNTOPRM - CARDS READ        = " OPRM-CARD-COUNT.
004840     DISPLAY "CLNTOPRM - ADDED             = " OPRM-ADD-COUNT.
004850     DISPLAY "CLNTOPRM - CHANGED           = " OPRM-CHANGE-COUNT.
004860     DISPLAY "CLNTOPRM - DELETED           = " OPRM-DELETE-COUNT.
004870     DISPLAY "CLNTOPRM - REJECTED          = " OPRM-REJECT-COUNT.
004880     IF OPRM-REJECT-COUNT > ZERO
004890         DISPLAY "CLNTOPRM - SEE OPRFRPT FOR WHY"
004900         MOVE 4 TO RETURN-CODE
004910     ELSE
004920         MOVE ZERO TO RETURN-CODE
004930     END-IF.
004940 3000-EXIT.
004950     EXIT.
004960 3100-WRITE-SUMMARY.
004970     MOVE OPRM-SUMMARY-LINE TO OPRM-TEXT.
004980     WRITE OPRM-LINE-REC.
004990 3100-EXIT.
005000     EXIT.

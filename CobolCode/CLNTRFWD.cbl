000330*
000340* DATE       AUTHOR    DESCRIPTION
000350* 09/02/26   JMELTON   INITIAL VERSION
000352* 10/15/26   JMELTON   REPLAYS CLNTRVRS REVERSE ENTRIES LIKE A
000354*                      REWRITE.  THEIR NAME FIELDS CARRY THE
000355*                      RUNNER AND THE UNDONE ENTRY, NOT THE
000356*                      CLIENT, SO A REVERSE WITH NO LATER
000357*                      HISTORY ROW IS REPORTED, NOT APPLIED.
000358* 10/15/26   JMELTON   SKIPS PROCCLNT'S REFUSED ENTRIES - A
000359*                      REFUSED MENU OPTION CHANGED NOTHING.
000360* 10/15/26   JMELTON   SKIPS CLNTERAS ERASE ENTRIES - THE
000361*                      ERASURE ANONYMIZED THE BACKUP AND THE
000362*                      HISTORY ROWS THE REPLAY READS.
000363* 10/15/26   JMELTON   A REPLAYED REVERSE NO LONGER LANDS THE
000364*                      CLIENT ACTIVE.  IT SETS THE STATUS THE
000365*                      WAY CLNTRVRS DID - UNDOING A CLOSE
000366*                      REOPENS, UNDOING A REACTIVE RE-CLOSES
000367*                      WITH THE EARLIER CLOSURE DATE - AND
000368*                      PUTS BACK THE STANDING OVERRIDE.
000369*****************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000780     05  RFWD-CTL          PIC X(01).
000790     05  RFWD-TEXT         PIC X(131).
000800 WORKING-STORAGE SECTION.
000805 77  RFWD-RVRS-MAX             PIC 9(04) VALUE 0500 COMP.
000810 01  RFWD-SWITCHES.
000820     05  RFWD-AUDIT-EOF-SW   PIC X(01) VALUE 'N'.
000830         88  RFWD-AUDIT-EOF-YES       VALUE 'Y'.
000840     05  RFWD-IMAGE-SW       PIC X(01) VALUE 'N'.
000850         88  RFWD-IMAGE-FOUND         VALUE 'Y'.
000853     05  RFWD-RV-HIT-SW      PIC X(01) VALUE 'N'.
000857         88  RFWD-RV-HIT-YES          VALUE 'Y'.
000860 01  RFWD-FILE-STATUSES.
000870     05  RFWD-BKUP-STATUS    PIC X(02) VALUE '00'.
000880         88  RFWD-BKUP-OK             VALUE '00'.
001070     05  RFWD-FULL-COUNT     PIC 9(07) VALUE ZERO.
001080     05  RFWD-PARTIAL-COUNT  PIC 9(07) VALUE ZERO.
001090     05  RFWD-FAILED-COUNT   PIC 9(07) VALUE ZERO.
001095     05  RFWD-RVRS-COUNT     PIC 9(04) VALUE ZERO.
001100 01  RFWD-BACKUP-DATE        PIC 9(08) VALUE ZERO.
001110 01  RFWD-TODAY              PIC 9(08) VALUE ZERO.
001120****THE ENTRY'S DATE AND TIME REBUILT IN CLNTHIST
001200 01  RFWD-DISP-NOTE          PIC X(34) VALUE SPACES.
001210****CLOSURE DATE OFF THE AUDIT ENTRY, MMDDYYYY.
001220 01  RFWD-EFF-X.
001221     05  RFWD-EFF-MM         PIC X(02).
001222     05  RFWD-EFF-DD         PIC X(02).
001223     05  RFWD-EFF-YY         PIC X(04).
001225****AN AUDIT DATE, YYYYMMDD, TURNED INTO A CLOSURE DATE.
001226 01  RFWD-YMD.
001227     05  RFWD-YMD-YY         PIC X(04).
001228     05  RFWD-YMD-MM         PIC X(02).
001229     05  RFWD-YMD-DD         PIC X(02).
001230 01  RFWD-MDY.
001231     05  RFWD-MDY-MM         PIC X(02).
001233     05  RFWD-MDY-DD         PIC X(02).
001234     05  RFWD-MDY-YY         PIC X(04).
001235****ONE ROW PER REVERSE ENTRY BEING REPLAYED, WITH THE
001236****DATE/TIME OF THE ENTRY IT UNDID.  THE MAIN PASS FILLS IN
001237****WHAT THAT ENTRY WAS AND THE LAST CLOSURE BEFORE IT (FOR
001238****A REACTIVE BEING UNDONE) BEFORE IT REACHES THE REVERSE.
001239 01  RFWD-RVRS-TABLE.
001241     05  RFWD-RV-ENTRY       OCCURS 500 TIMES
001242                             INDEXED BY RFWD-RV-IDX.
001243         10  RFWD-RV-CLNTIDEN    PIC 9(09).
001244         10  RFWD-RV-DATE        PIC 9(08).
001245         10  RFWD-RV-TIME        PIC 9(08).
001246         10  RFWD-RV-UNDID-DATE  PIC 9(08).
001247         10  RFWD-RV-UNDID-TIME  PIC 9(08).
001249         10  RFWD-RV-FOUND-SW    PIC X(01).
001250             88  RFWD-RV-FOUND            VALUE 'Y'.
001251         10  RFWD-RV-OPER        PIC X(08).
001252         10  RFWD-RV-CLS-DATE    PIC X(08).
001253 01  RFWD-UNDID-VIEW.
001254     05  RFWD-UV-TAG         PIC X(06).
001255     05  RFWD-UV-DATE        PIC 9(08).
001257     05  FILLER              PIC X(01).
001258     05  RFWD-UV-TIME        PIC 9(08).
001259     05  FILLER              PIC X(02).
001260****WORKING COPY OF THE AUDIT LAYOUT FOR THE ROLLFWD LOG
001270****ENTRY - BUILT HERE, NEVER IN A CLOSED FILE'S RECORD
001280****AREA.
001880     END-IF.
001890     MOVE RFWD-HDR-DATE TO RFWD-BACKUP-DATE.
001900     CLOSE CLNTBKUP.
001905     PERFORM 1500-LOAD-REVERSALS THRU 1500-EXIT.
001910     OPEN INPUT AUDITFL.
001920     IF NOT RFWD-AUDITFL-OK AND NOT RFWD-AUDITFL-NOFILE
001930         DISPLAY "CLNTRFWD - UNABLE TO OPEN AUDITFL, STATUS = "
002290     MOVE ' ' TO RFWD-CTL.
002300     MOVE SPACES TO RFWD-TEXT.
002310     WRITE RFWD-LINE-REC.
002311 1000-EXIT.
002312     EXIT.
002313*****************************************************
002314* LOADS RFWD-RVRS-TABLE WITH THE REVERSE ENTRIES FROM
002315* THE BACKUP DATE FORWARD, EACH WITH THE DATE/TIME OF THE
002316* ENTRY IT UNDID OUT OF AUD-CLNTLNAME ('UNDID YYYYMMDD/
002317* HHMMSSCC').  WHAT THE UNDONE ENTRY WAS IS FILLED IN BY
002318* 2100 ON THE MAIN PASS; UNTIL THEN THE REVERSE CHANGES NO
002319* STATUS.
002321*****************************************************
002322 1500-LOAD-REVERSALS.
002323     MOVE ZERO TO RFWD-RVRS-COUNT.
002324     OPEN INPUT AUDITFL.
002325     IF RFWD-AUDITFL-NOFILE
002326         CLOSE AUDITFL
002327         GO TO 1500-EXIT
002328     END-IF.
002329     IF NOT RFWD-AUDITFL-OK
002330         DISPLAY "CLNTRFWD - UNABLE TO OPEN AUDITFL, STATUS = "
002331             RFWD-AUDITFL-STATUS
002332         MOVE 16 TO RETURN-CODE
002333         STOP RUN
002334     END-IF.
002335 1510-RVRS-LOOP.
002336     READ AUDITFL
002337         AT END
002338             GO TO 1520-RVRS-DONE
002339     END-READ.
002341     IF NOT RFWD-AUDITFL-OK
002342         DISPLAY "CLNTRFWD - READ ERROR ON AUDITFL, STATUS = "
002343             RFWD-AUDITFL-STATUS
002344         MOVE 16 TO RETURN-CODE
002345         STOP RUN
002346     END-IF.
002347     IF AUD-OPERATION NOT = 'REVERSE'
002348             OR AUD-DATE NOT NUMERIC
002349             OR AUD-TIME NOT NUMERIC
002350             OR AUD-CLNTIDEN NOT NUMERIC
002351         GO TO 1510-RVRS-LOOP
002352     END-IF.
002353     IF AUD-DATE < RFWD-BACKUP-DATE
002354         GO TO 1510-RVRS-LOOP
002355     END-IF.
002356     MOVE AUD-CLNTLNAME TO RFWD-UNDID-VIEW.
002357     IF RFWD-UV-TAG NOT = 'UNDID '
002358             OR RFWD-UV-DATE NOT NUMERIC
002359             OR RFWD-UV-TIME NOT NUMERIC
002361         GO TO 1510-RVRS-LOOP
002362     END-IF.
002363     IF RFWD-RVRS-COUNT NOT < RFWD-RVRS-MAX
002364         DISPLAY "CLNTRFWD - MORE THAN " RFWD-RVRS-MAX
002365             " REVERSALS - RAISE RFWD-RVRS-MAX"
002366         MOVE 16 TO RETURN-CODE
002367         STOP RUN
002368     END-IF.
002369     ADD 1 TO RFWD-RVRS-COUNT.
002370     SET RFWD-RV-IDX TO RFWD-RVRS-COUNT.
002371     MOVE AUD-CLNTIDEN TO RFWD-RV-CLNTIDEN (RFWD-RV-IDX).
002372     MOVE AUD-DATE     TO RFWD-RV-DATE (RFWD-RV-IDX).
002373     MOVE AUD-TIME     TO RFWD-RV-TIME (RFWD-RV-IDX).
002374     MOVE RFWD-UV-DATE TO RFWD-RV-UNDID-DATE (RFWD-RV-IDX).
002375     MOVE RFWD-UV-TIME TO RFWD-RV-UNDID-TIME (RFWD-RV-IDX).
002376     MOVE 'N'          TO RFWD-RV-FOUND-SW (RFWD-RV-IDX).
002377     MOVE SPACES       TO RFWD-RV-OPER (RFWD-RV-IDX).
002378     MOVE SPACES       TO RFWD-RV-CLS-DATE (RFWD-RV-IDX).
002379     GO TO 1510-RVRS-LOOP.
002381 1520-RVRS-DONE.
002382     CLOSE AUDITFL.
002383 1500-EXIT.
002384     EXIT.
002385*****************************************************
002386* ONE AUDIT ENTRY.  PRE-BACKUP ENTRIES AND THE
002387* BOOKKEEPING OPERATIONS (RESTORE, ROLLFWD, DISPUTE,
002388* RELEASE, REFUSED, ERASE) ARE PASSED OVER; EVERYTHING
002389* ELSE IS REPLAYED AND REPORTED.
002390*****************************************************
002400 2000-PROCESS-AUDIT.
002410     READ AUDITFL
002500         STOP RUN
002510     END-IF.
002520     ADD 1 TO RFWD-READ-COUNT.
002521     IF RFWD-RVRS-COUNT > ZERO
002523             AND AUD-CLNTIDEN NUMERIC
002524             AND AUD-DATE NUMERIC
002526             AND AUD-TIME NUMERIC
002527         PERFORM 2100-NOTE-UNDONE THRU 2100-EXIT
002529     END-IF.
002530     IF AUD-DATE NOT NUMERIC
002540             OR AUD-DATE < RFWD-BACKUP-DATE
002550         ADD 1 TO RFWD-SKIP-COUNT
002580     IF AUD-OPERATION = 'RESTORE' OR AUD-OPERATION = 'ROLLFWD'
002590             OR AUD-OPERATION = 'DISPUTE'
002600             OR AUD-OPERATION = 'RELEASE'
002605             OR AUD-OPERATION = 'REFUSED'
002607             OR AUD-OPERATION = 'ERASE'
002610         ADD 1 TO RFWD-SKIP-COUNT
002620         GO TO 2000-EXIT
002630     END-IF.
002730     ELSE IF AUD-OPERATION = 'INSERT'
002740             OR AUD-OPERATION = 'REWRITE'
002745             OR AUD-OPERATION = 'REACTIVE'
002747             OR AUD-OPERATION = 'REVERSE'
002750         PERFORM 2500-REPLAY-CHANGE THRU 2500-EXIT
002760     ELSE
002770         MOVE 'SKIPPED' TO RFWD-DISPOSITION
002780         MOVE 'UNKNOWN OPERATION - NOT REPLAYED'
002790             TO RFWD-DISP-NOTE
002791         ADD 1 TO RFWD-FAILED-COUNT
002792         PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
002794     END-IF.
002795 2000-EXIT.
002796     EXIT.
002797*****************************************************
002798* OFFERS THE ENTRY IN AUDITREC TO EVERY REVERSE ON THE
002800* TABLE FOR THE SAME CLIENT WHOSE UNDONE ENTRY HAS NOT YET
002801* COME BY - THE UNDONE ENTRY ITSELF RECORDS ITS OPERATION,
002802* A CLOSE AHEAD OF IT RECORDS ITS CLOSURE DATE (THE LAST
002803* ONE WINS).  THE AUDIT TRAIL IS IN TIME ORDER, SO BOTH
002804* ARE SEEN BEFORE THE REVERSE, EVEN WHEN THEY PREDATE THE
002805* BACKUP.
002807*****************************************************
002808 2100-NOTE-UNDONE.
002809     PERFORM 2150-NOTE-ONE THRU 2150-EXIT
002810         VARYING RFWD-RV-IDX FROM 1 BY 1
002811         UNTIL RFWD-RV-IDX > RFWD-RVRS-COUNT.
002813 2100-EXIT.
002814     EXIT.
002815 2150-NOTE-ONE.
002816     IF RFWD-RV-CLNTIDEN (RFWD-RV-IDX) NOT = AUD-CLNTIDEN
002817             OR RFWD-RV-FOUND (RFWD-RV-IDX)
002819         GO TO 2150-EXIT
002820     END-IF.
002821     IF AUD-DATE = RFWD-RV-UNDID-DATE (RFWD-RV-IDX)
002822             AND AUD-TIME = RFWD-RV-UNDID-TIME (RFWD-RV-IDX)
002823         MOVE 'Y' TO RFWD-RV-FOUND-SW (RFWD-RV-IDX)
002825         MOVE AUD-OPERATION TO RFWD-RV-OPER (RFWD-RV-IDX)
002826     ELSE IF AUD-OPERATION = 'CLOSE'
002827         IF AUD-EFFDATE NOT = SPACES
002828             MOVE AUD-EFFDATE TO RFWD-RV-CLS-DATE (RFWD-RV-IDX)
002829         ELSE
002830             MOVE AUD-DATE    TO RFWD-YMD
002832             MOVE RFWD-YMD-MM TO RFWD-MDY-MM
002833             MOVE RFWD-YMD-DD TO RFWD-MDY-DD
002834             MOVE RFWD-YMD-YY TO RFWD-MDY-YY
002835             MOVE RFWD-MDY    TO RFWD-RV-CLS-DATE (RFWD-RV-IDX)
002836         END-IF
002838     END-IF.
002839 2150-EXIT.
002840     EXIT.
002850 2300-REPLAY-DELETE.
002860     MOVE RFWD-WORK-IDEN TO OCLNTIDEN.
003390*****************************************************
003400 2500-REPLAY-CHANGE.
003410     PERFORM 2600-FIND-POST-IMAGE THRU 2600-EXIT.
003411     IF AUD-OPERATION = 'REVERSE' AND NOT RFWD-IMAGE-FOUND
003412         MOVE 'FAILED ' TO RFWD-DISPOSITION
003413         MOVE 'REVERSAL - NO LATER HISTORY ROW'
003414             TO RFWD-DISP-NOTE
003415         ADD 1 TO RFWD-FAILED-COUNT
003416         PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
003417         GO TO 2500-EXIT
003418     END-IF.
003419     MOVE RFWD-WORK-IDEN TO OCLNTIDEN.
003430     READ DEMO
003440         INVALID KEY
003450             PERFORM 2700-BUILD-NEW-RECORD THRU 2700-EXIT
003940* CLNTHIST POST-IMAGE WHEN 2600 FOUND ONE, OTHERWISE
003950* THE AUDIT ENTRY'S NAME FIELDS OVER WHATEVER IS THERE.
003960* A MISSING RECORD STARTS FROM SPACES, ACTIVE.
003962* A REVERSE SETS THE STATUS THE WAY CLNTRVRS DID - BACK
003963* TO ACTIVE WHEN IT UNDID A CLOSE, BACK TO INACTIVE WITH
003965* THE EARLIER CLOSURE DATE WHEN IT UNDID A REACTIVE, LEFT
003967* AS IT STANDS OTHERWISE - AND PUTS BACK THE OVERRIDE
003968* CLNTRVRS SET ON EVERY GROUP.
003970*****************************************************
003980 2700-BUILD-NEW-RECORD.
003990     IF RFWD-DEMO-NOTFND
004170         MOVE AUD-CLNTFNAME  TO OCLNTFNAME
004180         MOVE AUD-CLNTLNAME  TO OCLNTLNAME
004190     END-IF.
004191     IF AUD-OPERATION = 'REVERSE'
004192         PERFORM 2750-FIND-REVERSAL THRU 2750-EXIT
004193         IF RFWD-RV-HIT-YES
004194                 AND RFWD-RV-OPER (RFWD-RV-IDX) = 'CLOSE'
004196             MOVE 'A'    TO OCLNTSTATUS
004197             MOVE SPACES TO OCLNTCLSDATE
004198         ELSE IF RFWD-RV-HIT-YES
004199                 AND RFWD-RV-OPER (RFWD-RV-IDX) = 'REACTIVE'
004200             MOVE 'I'    TO OCLNTSTATUS
004201             MOVE RFWD-RV-CLS-DATE (RFWD-RV-IDX) TO OCLNTCLSDATE
004202         END-IF
004203         MOVE 'Y'    TO OCLNTOVRD
004204         MOVE SPACES TO OCLNTOVRD-GRPS
004206         GO TO 2700-EXIT
004207     END-IF.
004208****A REPLAYED INSERT, REWRITE OR REACTIVE LANDS A LIVE
004209****RECORD.
004210     MOVE 'A'    TO OCLNTSTATUS.
004211     MOVE SPACES TO OCLNTCLSDATE.
004213 2700-EXIT.
004214     EXIT.
004215****SETS RFWD-RV-HIT-YES AND RFWD-RV-IDX FOR THE REVERSE IN
004217****AUDITREC.
004218 2750-FIND-REVERSAL.
004220     MOVE 'N' TO RFWD-RV-HIT-SW.
004221     SET RFWD-RV-IDX TO 1.
004222     SEARCH RFWD-RV-ENTRY
004224         AT END
004225             CONTINUE
004226         WHEN RFWD-RV-IDX > RFWD-RVRS-COUNT
004228             CONTINUE
004229         WHEN RFWD-RV-CLNTIDEN (RFWD-RV-IDX) = AUD-CLNTIDEN
004230                 AND RFWD-RV-DATE (RFWD-RV-IDX) = AUD-DATE
004232                 AND RFWD-RV-TIME (RFWD-RV-IDX) = AUD-TIME
004233             IF RFWD-RV-FOUND (RFWD-RV-IDX)
004235                 MOVE 'Y' TO RFWD-RV-HIT-SW
004236             END-IF
004237     END-SEARCH.
004239 2750-EXIT.
004240     EXIT.
004250 2800-SET-CHANGE-DISP.
004260     IF RFWD-IMAGE-FOUND

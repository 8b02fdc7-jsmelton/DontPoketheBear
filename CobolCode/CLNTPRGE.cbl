000320* FINAL PRIOR IMAGE, DELETED FROM THE MASTER, AND LOGGED
000330* WITH A PURGE AUDIT ENTRY - UNLESS ITS CLIENT HAS AN
000340* OPEN DISPUTE.
000341*
000343* A PURGED CLIENT'S RELATIONSHIPS STILL ACTIVE ON CLNTREL
000345* (SEE CLNTRREC) ARE ENDED WITH REASON PURGE, TOGETHER WITH
000346* THE OTHER CLIENT'S RECIPROCAL ROWS, SO NONE IS LEFT
000348* POINTING AT A CLIENT NO LONGER ON THE MASTER.
000350*
000360* DATE       AUTHOR    DESCRIPTION
000370* 08/22/26   JMELTON   INITIAL VERSION
000408* 09/02/26   JMELTON   THE FINAL HISTORY ROW OF A PURGED
000409*                      MASTER NOW CARRIES THE CONTACT PHONE
000411*                      AND EMAIL.
000412* 10/15/26   JMELTON   AUDIT LRECL 127 TO 136, HISTORY 265 TO
000413*                      273 - THE NEW USER ID FIELDS ARE LEFT
000414*                      BLANK ON THE PURGE ENTRY AND ITS
000415*                      FINAL HISTORY ROW.
000416* 10/15/26   JMELTON   ENDS A PURGED CLIENT'S RELATIONSHIPS
000417*                      ON CLNTREL AND COUNTS THEM ON THE
000418*                      REPORT.
000420* 10/15/26   JMELTON   AN OPEN ERROR ON CLNTREL OTHER THAN NOT
000423*                      PRESENT NOW ENDS THE RUN, RC 16.
000425*****************************************************
000428 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT OPTIONAL AUDITFL ASSIGN TO AS-AUDITFL
000670     SELECT PRGERPT ASSIGN TO AS-PRGERPT
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS PRGE-PRGERPT-STATUS.
000691     SELECT OPTIONAL CLNTREL ASSIGN TO AS-CLNTREL
000693         ORGANIZATION IS INDEXED
000695         ACCESS MODE IS DYNAMIC
000696         RECORD KEY IS REL-KEY
000698         FILE STATUS IS PRGE-REL-STATUS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  AUDITFL
000740     COPY CLNTAUDT.
000750 FD  AUDITOT
000760     RECORDING MODE IS F.
000770 01  PRGE-AUDITOT-REC          PIC X(136).
000780 FD  AUDTARC
000790     RECORDING MODE IS F.
000800 01  PRGE-AUDTARC-REC          PIC X(136).
000810 FD  CLNTHIST.
000820     COPY CLNTHREC.
000830 FD  HISTARC
000840     RECORDING MODE IS F.
000850 01  PRGE-HISTARC-REC          PIC X(273).
000860 FD  DEMO.
000870     COPY OCLNTREC.
000880 FD  PRGERPT
000900 01  PRGE-LINE-REC.
000910     05  PRGE-CTL          PIC X(01).
000920     05  PRGE-TEXT         PIC X(131).
000923 FD  CLNTREL.
000926     COPY CLNTRREC.
000930 WORKING-STORAGE SECTION.
000940 77  PRGE-DEFAULT-DAYS         PIC 9(03) VALUE 365.
000950 77  PRGE-DISP-MAX             PIC 9(03) VALUE 500 COMP.
001000         88  PRGE-HIST-EOF-YES        VALUE 'Y'.
001010     05  PRGE-DISPUTED-SW    PIC X(01) VALUE 'N'.
001020         88  PRGE-DISPUTED-YES        VALUE 'Y'.
001023     05  PRGE-REL-OPEN-SW    PIC X(01) VALUE 'N'.
001026         88  PRGE-REL-OPEN-YES        VALUE 'Y'.
001030 01  PRGE-FILE-STATUSES.
001040     05  PRGE-AUDITFL-STATUS PIC X(02) VALUE '00'.
001050         88  PRGE-AUDITFL-OK          VALUE '00'.
001220         88  PRGE-DEMO-EOF            VALUE '10'.
001230     05  PRGE-PRGERPT-STATUS PIC X(02) VALUE '00'.
001240         88  PRGE-PRGERPT-OK          VALUE '00'.
001242     05  PRGE-REL-STATUS     PIC X(02) VALUE '00'.
001245         88  PRGE-REL-OK              VALUE '00'.
001247         88  PRGE-REL-EOF             VALUE '10'.
001249         88  PRGE-REL-NOFILE          VALUE '05' '35'.
001250 01  PRGE-COUNTERS        COMP.
001260     05  PRGE-AUD-READ       PIC 9(07) VALUE ZERO.
001270     05  PRGE-AUD-ARCHIVED   PIC 9(07) VALUE ZERO.
001340     05  PRGE-MAST-READ      PIC 9(07) VALUE ZERO.
001350     05  PRGE-MAST-PURGED    PIC 9(07) VALUE ZERO.
001360     05  PRGE-MAST-PROTECTED PIC 9(07) VALUE ZERO.
001365     05  PRGE-REL-ENDED      PIC 9(07) VALUE ZERO.
001370     05  PRGE-DISP-COUNT     PIC 9(03) VALUE ZERO.
001380     05  PRGE-DISP-SUB       PIC 9(03) VALUE ZERO.
001390     05  PRGE-TODAY-INT      PIC S9(09) VALUE ZERO.
001610****CLIENT NUMBER THE DISPUTE CHECK TESTS - SET BY EACH
001620****CALLER SO 1600 NEVER TOUCHES A FILE BUFFER.
001630 01  PRGE-CHECK-IDEN         PIC 9(09) VALUE ZERO.
001631****RELATIONSHIP BEING ENDED - WHERE THE BROWSE RESUMES, AND
001632****THE OTHER CLIENT'S RECIPROCAL ROW.
001634 01  PRGE-REL-SAVE-KEY       PIC X(22) VALUE SPACES.
001635 01  PRGE-REL-OTHER          PIC 9(09) VALUE ZERO.
001637 01  PRGE-REL-INV            PIC X(04) VALUE SPACES.
001638     COPY CLNTRTYP.
001640****CLIENTS WITH AN OPEN DISPUTE - NOTHING OF THEIRS IS
001650****PURGED WHATEVER ITS AGE.
001660 01  PRGE-DISP-TABLE.
004810             "STATUS = " PRGE-AUDITOT-STATUS
004820         MOVE 16 TO RETURN-CODE
004830         STOP RUN
004832     END-IF.
004834****NO RELATIONSHIP FILE MEANS NO RELATIONSHIPS TO END -
004836****ANY OTHER OPEN FAILURE IS A REAL I/O ERROR.
004837     OPEN I-O CLNTREL.
004838     IF PRGE-REL-OK
004839         MOVE 'Y' TO PRGE-REL-OPEN-SW
004840     ELSE IF PRGE-REL-NOFILE
004841         IF PRGE-REL-STATUS = '05'
004842             CLOSE CLNTREL
004843         END-IF
004844     ELSE
004845         DISPLAY "CLNTPRGE - UNABLE TO OPEN CLNTREL, STATUS = "
004846             PRGE-REL-STATUS
004847         MOVE 16 TO RETURN-CODE
004848         STOP RUN
004849     END-IF.
004850 3510-MAST-LOOP.
004860     READ DEMO NEXT RECORD
004870         AT END
005250     END-IF.
005260     PERFORM 3600-WRITE-PURGE-AUDIT THRU 3600-EXIT.
005270     ADD 1 TO PRGE-MAST-PURGED.
005272     IF PRGE-REL-OPEN-YES
005275         PERFORM 3700-END-RELATIONSHIPS THRU 3700-EXIT
005277     END-IF.
005280     GO TO 3510-MAST-LOOP.
005290 3520-MAST-DONE.
005300     CLOSE DEMO.
005310     CLOSE CLNTHIST.
005320     CLOSE AUDITOT.
005322     IF PRGE-REL-OPEN-YES
005325         CLOSE CLNTREL
005327     END-IF.
005330 3500-EXIT.
005340     EXIT.
005350*****************************************************
005560     MOVE OCLNTYY     TO HIST-CLNTYY.
005562     MOVE OCLNTPHONE  TO HIST-CLNTPHONE.
005564     MOVE OCLNTEMAIL  TO HIST-CLNTEMAIL.
005566     MOVE SPACES      TO HIST-USERID.
005570     WRITE HISTREC.
005580     IF NOT PRGE-HIST-OK
005590         DISPLAY "CLNTPRGE - WRITE ERROR ON CLNTHIST, "
005760     MOVE HIST-CLNTIDEN  TO PAUD-HIST-CLNTIDEN.
005770     MOVE HIST-TIMESTAMP TO PAUD-HIST-TIMESTAMP.
005780     MOVE 'N'         TO PAUD-DISPUTE-SW.
005785     MOVE SPACES      TO PAUD-USERID.
005790     WRITE PRGE-AUDITOT-REC FROM PAUDITREC.
005800     IF NOT PRGE-AUDITOT-OK
005810         DISPLAY "CLNTPRGE - WRITE ERROR ON AUDITOT, "
006180     MOVE 'INACTIVE MASTERS DISPUTE-HELD' TO PRGE-SL-LABEL.
006190     MOVE PRGE-MAST-PROTECTED TO PRGE-SL-COUNT.
006200     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
006203     MOVE 'RELATIONSHIP ROWS ENDED' TO PRGE-SL-LABEL.
006205     MOVE PRGE-REL-ENDED TO PRGE-SL-COUNT.
006207     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
006210     MOVE 'CLIENTS WITH OPEN DISPUTES' TO PRGE-SL-LABEL.
006220     MOVE PRGE-DISP-COUNT TO PRGE-SL-COUNT.
006230     PERFORM 3100-WRITE-SUMMARY THRU 3100-EXIT.
006340     WRITE PRGE-LINE-REC.
006350 3100-EXIT.
006360     EXIT.
006370*****************************************************
006380* ENDS EVERY STILL-ACTIVE RELATIONSHIP OF THE CLIENT
006390* JUST PURGED (PRGE-CHECK-IDEN), AND THE RECIPROCAL ROW
006400* UNDER THE OTHER CLIENT.  THE ROWS STAY ON FILE, ENDED.
006410*****************************************************
006420 3700-END-RELATIONSHIPS.
006430     MOVE PRGE-CHECK-IDEN TO REL-CLNTIDEN.
006440     MOVE LOW-VALUES      TO REL-TYPE.
006450     MOVE ZERO            TO REL-RELIDEN.
006460     START CLNTREL KEY NOT < REL-KEY
006470         INVALID KEY
006480             GO TO 3700-EXIT
006490     END-START.
006500 3710-REL-LOOP.
006510     READ CLNTREL NEXT RECORD
006520         AT END
006530             GO TO 3700-EXIT
006540     END-READ.
006550     IF NOT PRGE-REL-OK
006560         DISPLAY "CLNTPRGE - READ ERROR ON CLNTREL, STATUS = "
006570             PRGE-REL-STATUS
006580         MOVE 16 TO RETURN-CODE
006590         STOP RUN
006600     END-IF.
006610     IF REL-CLNTIDEN NOT = PRGE-CHECK-IDEN
006620         GO TO 3700-EXIT
006630     END-IF.
006640     IF REL-STATE-ENDED
006650         GO TO 3710-REL-LOOP
006660     END-IF.
006670     MOVE REL-KEY     TO PRGE-REL-SAVE-KEY.
006680     MOVE REL-RELIDEN TO PRGE-REL-OTHER.
006690     MOVE REL-TYPE    TO PRGE-REL-INV.
006700     SET RTYP-IDX TO 1.
006710     SEARCH RTYP-ENTRY
006720         AT END
006730             CONTINUE
006740         WHEN RTYP-CODE (RTYP-IDX) = REL-TYPE
006750             MOVE RTYP-INVERSE (RTYP-IDX) TO PRGE-REL-INV
006760     END-SEARCH.
006770     PERFORM 3750-END-ONE THRU 3750-EXIT.
006780     MOVE PRGE-REL-OTHER  TO REL-CLNTIDEN.
006790     MOVE PRGE-REL-INV    TO REL-TYPE.
006800     MOVE PRGE-CHECK-IDEN TO REL-RELIDEN.
006810     READ CLNTREL
006820         INVALID KEY
006830             GO TO 3720-REL-RESUME
006840     END-READ.
006850     IF PRGE-REL-OK AND REL-STATE-ACTIVE
006860         PERFORM 3750-END-ONE THRU 3750-EXIT
006870     END-IF.
006880****THE RECIPROCAL READ MOVED THE FILE'S POSITION.
006890 3720-REL-RESUME.
006900     MOVE PRGE-REL-SAVE-KEY TO REL-KEY.
006910     START CLNTREL KEY > REL-KEY
006920         INVALID KEY
006930             GO TO 3700-EXIT
006940     END-START.
006950     GO TO 3710-REL-LOOP.
006960 3700-EXIT.
006970     EXIT.
006980 3750-END-ONE.
006990     MOVE 'E'         TO REL-STATE.
007000     MOVE PRGE-TODAY  TO REL-END-DATE.
007010     MOVE 'PURGE'     TO REL-END-REASON.
007020     MOVE SPACES      TO REL-END-USERID.
007030     REWRITE RELREC.
007040     IF NOT PRGE-REL-OK
007050         DISPLAY "CLNTPRGE - REWRITE ERROR ON CLNTREL, "
007060             "STATUS = " PRGE-REL-STATUS
007070         MOVE 16 TO RETURN-CODE
007080         STOP RUN
007090     END-IF.
007100     ADD 1 TO PRGE-REL-ENDED.
007110 3750-EXIT.
007120     EXIT.

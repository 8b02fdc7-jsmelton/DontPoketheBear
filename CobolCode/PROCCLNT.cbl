               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTE-KEY
               FILE STATUS IS NOTE-STATUS.
           SELECT OPTIONAL CLNTAPRQ ASSIGN TO AS-CLNTAPRQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APRQ-KEY
               FILE STATUS IS QUEUE-STATUS.
           SELECT OPTIONAL CLNTOPRF ASSIGN TO AS-CLNTOPRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPRF-USERID
               FILE STATUS IS PROFILE-STATUS.
           SELECT OPTIONAL CLNTREL ASSIGN TO AS-CLNTREL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               FILE STATUS IS REL-STATUS.
           SELECT OPTIONAL CLNTADDR ASSIGN TO AS-CLNTADDR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADR-KEY
               FILE STATUS IS ADR-STATUS.
      *************************************************
      * PROGRAM USED TO PROCESS INCOMING DELTA FILE
      * CHANGES FOR NIGHTLY UPDATES OF THE CLIENT FILE.
      *                       NEVER MET THE COMPARE'S OVERRIDE
      *                       CHECK AND MUST BE SUPPRESSED HERE,
      *                       NOT APPLIED.
      * 10/15/2026  JMELTON   TERMINAL REWRITE, CLOSE/DELETE,
      *                       MERGE AND DELETE-ALL NO LONGER
      *                       TOUCH THE MASTER - 9QUEUE PUTS THE
      *                       KEYED CHANGE ON THE CLNTAPRQ
      *                       APPROVAL QUEUE FOR A SUPERVISOR,
      *                       AND CLNTAPRV APPLIES AN APPROVED
      *                       ONE THROUGH THE BATCH PATH WITH
      *                       PARM-APRV-SW ON SO IT STILL ACTS
      *                       AND AUDITS AS THE TERMINAL CHANGE
      *                       IT IS.  OBATCH-SW IS NOW RESET
      *                       FROM THE CALLER AFTER EVERY MASTER
      *                       READ IN 3REWRITE, 4DELETE AND
      *                       8MERGE - THE READ WAS OVERLAYING
      *                       IT WITH WHATEVER WAS LAST WRITTEN
      *                       TO THE RECORD.
      * 10/15/2026  JMELTON   TERMINAL OPTIONS ARE NOW CHECKED
      *                       AGAINST THE SIGNED-ON USER'S
      *                       CLNTOPRF PROFILE BEFORE DISPATCH
      *                       (0CHKAUTH); A REFUSAL IS TOLD TO THE
      *                       OPERATOR AND LOGGED AS A REFUSED
      *                       AUDIT ENTRY.  PARM-USERID IS STAMPED
      *                       ON EVERY AUDIT AND HISTORY ENTRY AND
      *                       IS THE MAKER ON THE APPROVAL QUEUE
      *                       AND THE AUTHOR OF A NOTE - NEITHER
      *                       ASKS FOR A USER ID ANY MORE.
      * 10/15/2026  JMELTON   A BATCH REWRITE NOW APPLIES ONLY
      *                       THE FIELD GROUPS THE TRANSACTION
      *                       CARRIES (PARM-FEED-INFO, SET FROM
      *                       THE SENDER'S CLNTSRCP PRECEDENCE),
      *                       AND THE OVERRIDE RE-CHECK COMPARES
      *                       ONLY THOSE GROUPS - SO ONE FEED
      *                       NEVER PUTS BACK ANOTHER'S FIELDS.
      *                       ONLY A SENDER OWNING THE CLIENT
      *                       LIFECYCLE REACTIVATES A CLOSED
      *                       RECORD.  A FEED CHANGE IS AUDITED
      *                       UNDER ITS FEED SOURCE CODE RATHER
      *                       THAN 'BATCH'.
      * 10/15/2026  JMELTON   ADDED MENU OPTION 10, CLIENT
      *                       RELATIONSHIPS - SPOUSE, OWNER,
      *                       POWER OF ATTORNEY AND SO ON, HELD
      *                       AS RECIPROCAL PAIRS ON THE NEW
      *                       CLNTREL KSDS (SEE CLNTRREC) AND
      *                       ADDED, ENDED AND LISTED AT THE
      *                       TERMINAL.  OPTION 6 SHOWS EACH
      *                       CLIENT'S ACTIVE RELATIONSHIPS.  A
      *                       CLOSE OR DELETE ENDS THE CLIENT'S
      *                       RELATIONSHIPS AND 8MERGE REPOINTS
      *                       THE RETIRING CLIENT'S TO THE
      *                       SURVIVOR.  A REFUSED OPTION NOW
      *                       LOGS ITS NUMBER IN TWO DIGITS.
      * 10/15/2026  JMELTON   ADDED MENU OPTION 11, CLIENT
      *                       ADDRESSES - EVERY RESIDENCE,
      *                       MAILING AND SEASONAL ADDRESS ON
      *                       FILE FOR A CLIENT, HELD ON THE NEW
      *                       CLNTADDR KSDS (SEE CLNTAREC) AND
      *                       ADDED, CHANGED, DELETED AND LISTED
      *                       AT THE TERMINAL.  CLNTSEAS PUTS THE
      *                       RIGHT ONE ON THE MASTER EACH NIGHT
      *                       THROUGH THE BATCH REWRITE UNDER THE
      *                       NEW SEASONAL ADDRESS SWITCH REASON
      *                       (07), WHICH IS TREATED LIKE A MASS
      *                       CHANGE - IT GOES ON OVER A STANDING
      *                       OVERRIDE AND SETS THE OVERRIDE SO
      *                       THE FEED DOES NOT PUT THE OLD
      *                       ADDRESS BACK.
      * 10/15/2026  JMELTON   A FEED REWRITE ON A PROTECTED RECORD
      *                       NOW RELEASES ONLY THE FIELD GROUPS
      *                       IT CARRIES (OCLNTOVRD-GRPS) - THE
      *                       OVERRIDE COMES OFF WHEN EVERY GROUP
      *                       IS RELEASED, NOT WHEN THE FIRST
      *                       SENDER CATCHES UP WHILE ANOTHER
      *                       STILL DIFFERS.  A RELEASED GROUP IS
      *                       NO LONGER HELD BY THE RE-CHECK.  AN
      *                       NCOA MOVE DOES NOT OWN A GROUP AND
      *                       LEAVES THE OVERRIDE AS IT STANDS.
      * 10/15/2026  JMELTON   0CHKAUTH KEEPS THE OPERATOR'S RIGHTS
      *                       IN AUTH-RIGHTS BEFORE CLNTOPRF IS
      *                       CLOSED, AND DENIES A BLANK USER OR A
      *                       MISSING ROW.  A SEASONAL ADDRESS
      *                       SWITCH (REASON 07) NOW HOLDS ONLY
      *                       THE ADDRESS GROUP OF THE OVERRIDE.
      **************************************************
       DATA DIVISION.
       FILE SECTION.
      ****CLIENT CONTACT NOTES.  SEE CLNTNREC.
       FD  CLNTNOTE.
           COPY CLNTNREC.
      ****SUPERVISOR-APPROVAL QUEUE.  SEE CLNTAQRC.
       FD  CLNTAPRQ.
           COPY CLNTAQRC.
      ****OPERATOR PROFILES - MENU AUTHORIZATION.  SEE CLNTOPRF.
       FD  CLNTOPRF.
           COPY CLNTOPRF.
      ****CLIENT RELATIONSHIPS.  SEE CLNTRREC.
       FD  CLNTREL.
           COPY CLNTRREC.
      ****CLIENT ADDRESSES.  SEE CLNTAREC.
       FD  CLNTADDR.
           COPY CLNTAREC.
       WORKING-STORAGE SECTION.
      ****ADDED OBATCH-SW SO PROGRAM CAN BE CALLED BY CONSOLE
      ****APPLICATION OR PROCDLTA/CMPRCLNT BATCH PROGRAMS
      ****NOTE ENTRY/BROWSE WORK AREAS FOR 9NOTES, AND THE SAVE
      ****KEY THE MERGE CARRY-OVER RESTARTS ITS POSITION FROM.
       01  NOTE-FUNC         PIC 9(01) VALUE ZERO.
       01  NOTE-TEXT-IN      PIC X(120) VALUE SPACES.
       01  NOTE-TS-BUILD.
           05  NOTE-TS-DATE  PIC 9(08).
       01  NOTE-SHOWN-COUNT  PIC 9(05) VALUE ZERO.
       01  NOTE-MOVED-COUNT  PIC 9(05) VALUE ZERO.
       01  NOTE-SAVE-TS      PIC X(16) VALUE SPACES.
       01  REL-STATUS        PIC X(02) VALUE '00'.
           88  REL-STATUS-OK            VALUE '00'.
           88  REL-STATUS-OPENED        VALUE '00' '05'.
           88  REL-STATUS-EOF           VALUE '10'.
           88  REL-STATUS-NOTFND        VALUE '23'.
           88  REL-STATUS-NOFILE        VALUE '35'.
      ****RELATIONSHIP WORK AREAS FOR OPTION 10, THE CLOSE/DELETE
      ****END-OFF AND THE MERGE REPOINT.  REL-SAVE-KEY IS THE KEY
      ****A BROWSE RESTARTS ITS POSITION FROM AFTER A RANDOM READ.
       01  REL-FUNC          PIC 9(01) VALUE ZERO.
       01  REL-TYPE-IN       PIC X(04) VALUE SPACES.
       01  REL-INV-TYPE      PIC X(04) VALUE SPACES.
       01  REL-DESC-OUT      PIC X(20) VALUE SPACES.
       01  REL-OTHER-IDEN    PIC 9(9)  VALUE ZERO.
       01  REL-FOR-IDEN      PIC 9(9)  VALUE ZERO.
       01  REL-NAME-OUT      PIC X(41) VALUE SPACES.
       01  REL-TODAY         PIC 9(08) VALUE ZERO.
       01  REL-END-WHY       PIC X(08) VALUE SPACES.
       01  REL-SAVE-KEY      PIC X(22) VALUE SPACES.
       01  REL-DONE-SW       PIC X(01) VALUE 'N'.
           88  REL-DONE-YES             VALUE 'Y'.
       01  REL-FOUND-SW      PIC X(01) VALUE 'N'.
           88  REL-FOUND-YES            VALUE 'Y'.
       01  REL-STOPPED-SW    PIC X(01) VALUE 'N'.
           88  REL-STOPPED-YES          VALUE 'Y'.
       01  REL-AVAIL-SW      PIC X(01) VALUE 'N'.
           88  REL-AVAIL-YES            VALUE 'Y'.
       01  REL-SHOW-SW       PIC X(01) VALUE 'N'.
           88  REL-SHOW-YES             VALUE 'Y'.
      ****WHAT 9RELPUT DID WITH THE ROW IT WAS GIVEN.
       01  REL-PUT-RESULT    PIC X(01) VALUE SPACE.
           88  REL-PUT-ADDED            VALUE 'W'.
           88  REL-PUT-RENEWED          VALUE 'R'.
           88  REL-PUT-ONFILE           VALUE 'D'.
           88  REL-PUT-FAILED           VALUE 'F'.
       01  REL-SHOWN-COUNT   PIC 9(05) VALUE ZERO.
       01  REL-ENDED-COUNT   PIC 9(05) VALUE ZERO.
       01  REL-MOVED-COUNT   PIC 9(05) VALUE ZERO.
      ****RELATIONSHIP ROW BEING BUILT OR REPOINTED - A WORKING
      ****COPY, NEVER THE FILE'S OWN RECORD AREA - AND THE TYPE
      ****TABLE WITH EACH TYPE'S INVERSE.
           COPY CLNTRREC REPLACING LEADING ==REL== BY ==WREL==.
           COPY CLNTRTYP.
       01  ADR-STATUS        PIC X(02) VALUE '00'.
           88  ADR-STATUS-OK            VALUE '00'.
           88  ADR-STATUS-OPENED        VALUE '00' '05'.
           88  ADR-STATUS-EOF           VALUE '10'.
           88  ADR-STATUS-NOTFND        VALUE '23'.
           88  ADR-STATUS-NOFILE        VALUE '35'.
      ****ADDRESS WORK AREAS FOR OPTION 11.  THE ROW BEING KEYED
      ****IS BUILT IN WADRREC, NEVER THE FILE'S OWN RECORD AREA.
       01  ADR-FUNC          PIC 9(01) VALUE ZERO.
       01  ADR-TYPE-IN       PIC X(04) VALUE SPACES.
       01  ADR-SEQ-IN        PIC 9(02) VALUE ZERO.
       01  ADR-DESC-OUT      PIC X(09) VALUE SPACES.
       01  ADR-TODAY         PIC 9(08) VALUE ZERO.
      ****A SEASONAL MONTH-DAY AS KEYED, AND ITS CHECK.
       01  ADR-MMDD-IN       PIC X(04) VALUE SPACES.
       01  ADR-MMDD-X REDEFINES ADR-MMDD-IN.
           05  ADR-MMDD-MM   PIC 9(02).
           05  ADR-MMDD-DD   PIC 9(02).
       01  ADR-MMDD-SW       PIC X(01) VALUE 'N'.
           88  ADR-MMDD-OK              VALUE 'Y'.
       01  ADR-KEYOK-SW      PIC X(01) VALUE 'N'.
           88  ADR-KEYOK-YES            VALUE 'Y'.
       01  ADR-NEW-SW        PIC X(01) VALUE 'N'.
           88  ADR-NEW-YES              VALUE 'Y'.
       01  ADR-DONE-SW       PIC X(01) VALUE 'N'.
           88  ADR-DONE-YES             VALUE 'Y'.
       01  ADR-SHOWN-COUNT   PIC 9(05) VALUE ZERO.
           COPY CLNTAREC REPLACING LEADING ==ADR== BY ==WADR==.
      ****ON WHEN A BATCH 3REWRITE JUST REACTIVATED A CLOSED
      ****RECORD, SO 9AUDIT LOGS IT AS REACTIVE.
       01  REACT-SW          PIC X(01) VALUE 'N'.
           88  REACT-YES                VALUE 'Y'.
      ****ON WHEN CLNTAPRV IS APPLYING A SUPERVISOR-APPROVED
      ****TERMINAL CHANGE THROUGH THE BATCH PATH - IT GETS THE
      ****TERMINAL'S RULES, NOT THE FEED'S, AND CARRIES THE
      ****MAKER'S ANSWER TO THE PROTECT OR CLOSE/DELETE PROMPT.
       01  APRV-SW           PIC X(01) VALUE 'N'.
           88  APRV-YES                 VALUE 'Y'.
       01  APRV-ANSWER       PIC X(01) VALUE SPACE.
      ****APPROVAL-QUEUE WORK AREAS FOR 9QUEUE - THE RECORD AS IT
      ****STOOD, THE RECORD AS KEYED, AND WHAT IS BEING QUEUED.
       01  QUEUE-STATUS      PIC X(02) VALUE '00'.
           88  QUEUE-STATUS-OK          VALUE '00'.
           88  QUEUE-STATUS-NOTFND      VALUE '23'.
           88  QUEUE-STATUS-NOFILE      VALUE '35'.
       01  QUEUE-BEFORE-IMAGE PIC X(448) VALUE SPACES.
       01  QUEUE-AFTER-IMAGE  PIC X(448) VALUE SPACES.
       01  QUEUE-ANSWER      PIC X(01) VALUE SPACE.
       01  QUEUE-PROCESS     PIC 9(02) VALUE ZERO.
       01  QUEUE-TS-BUILD.
           05  QUEUE-TS-DATE PIC 9(08).
           05  QUEUE-TS-TIME PIC 9(08).
      ****THE SIGNED-ON OPERATOR (FROM THE CALLER) AND THE
      ****RESULT OF 0CHKAUTH'S PROFILE CHECK.
       01  OPER-USERID       PIC X(08) VALUE SPACES.
      ****THE OPERATOR'S OPTION-GROUP RIGHTS, KEPT FROM CLNTOPRF
      ****BEFORE IT IS CLOSED.  NO USER, NO FILE OR NO ROW
      ****LEAVES THEM AT 'N'.
       01  AUTH-RIGHTS.
           05  AUTH-RIGHT-INQUIRY PIC X(01) VALUE 'N'.
               88  AUTH-MAY-INQUIRE         VALUE 'Y'.
           05  AUTH-RIGHT-UPDATE  PIC X(01) VALUE 'N'.
               88  AUTH-MAY-UPDATE          VALUE 'Y'.
           05  AUTH-RIGHT-MERGE   PIC X(01) VALUE 'N'.
               88  AUTH-MAY-MERGE           VALUE 'Y'.
           05  AUTH-RIGHT-DELALL  PIC X(01) VALUE 'N'.
               88  AUTH-MAY-DELALL          VALUE 'Y'.
       01  PROFILE-STATUS    PIC X(02) VALUE '00'.
           88  PROFILE-STATUS-OK        VALUE '00'.
           88  PROFILE-STATUS-NOFILE    VALUE '05'.
       01  AUTH-SW           PIC X(01) VALUE 'N'.
           88  AUTH-YES                 VALUE 'Y'.
       01  AUTH-GROUP        PIC X(07) VALUE SPACES.
      ****THE PROFILE'S UPDATE RIGHT, KEPT FOR OPTIONS 10 AND 11 -
      ****THEIR ADD, END, CHANGE AND DELETE FUNCTIONS CHANGE THE
      ****RELATIONSHIP AND ADDRESS FILES.
       01  AUTH-UPDATE-SW    PIC X(01) VALUE 'N'.
           88  AUTH-UPDATE-YES          VALUE 'Y'.
       01  AUTH-REFUSED-TEXT.
           05  FILLER        PIC X(07) VALUE 'OPTION '.
           05  AUTH-REF-OPT  PIC 9(02).
           05  FILLER        PIC X(16)
                             VALUE ' NOT AUTHORIZED'.
      ****RETIRING CLIENT'S NOTE REBUILT UNDER THE SURVIVOR'S
      ****KEY DURING A MERGE - A WORKING COPY, NEVER THE FILE'S
      ****OWN RECORD AREA.
           88  HIST-OPEN-YES            VALUE 'Y'.
       01  XRF-OPEN-SW       PIC X(01) VALUE 'N'.
           88  XRF-OPEN-YES             VALUE 'Y'.
       01  REL-OPEN-SW       PIC X(01) VALUE 'N'.
           88  REL-OPEN-YES             VALUE 'Y'.
      ****TIMESTAMP APPENDED TO OCLNTIDEN TO FORM THE UNIQUE KEY
      ****OF EACH CLNTHIST ROW.
       01  HIST-TS-BUILD.
           05  SV-MRGIDEN    PIC 9(9).
           05  SV-CLNTPHONE  PIC X(10).
           05  SV-CLNTEMAIL  PIC X(40).
      ****SENDING FEED SOURCE AND THE FIELD GROUPS IT CARRIES -
      ****A GROUP FLAGGED 'N' IS LEFT AS IT STANDS ON THE MASTER.
           05  SV-FEED-INFO.
               10  SV-FEEDSRC        PIC X(8).
               10  SV-GRP-NAME       PIC X(1).
                   88  SV-GRP-NAME-NO         VALUE 'N'.
               10  SV-GRP-ADDR       PIC X(1).
                   88  SV-GRP-ADDR-NO         VALUE 'N'.
               10  SV-GRP-CONTACT    PIC X(1).
                   88  SV-GRP-CONTACT-NO      VALUE 'N'.
               10  SV-GRP-LIFE       PIC X(1).
                   88  SV-GRP-LIFE-NO         VALUE 'N'.
      ****RETIRING CLIENT NUMBER FOR 8MERGE - FROM THE CALLER IN
      ****BATCH, KEYED BY THE OPERATOR AT THE TERMINAL.
       01  MRG-RETIRE-IDEN   PIC 9(9)  VALUE ZERO.
               MOVE 'N' TO PARM-BATCH-SW
           END-IF.
           MOVE PARM-BATCH-SW  TO OBATCH-SW.
           MOVE PARM-USERID    TO OPER-USERID.
           MOVE 'N'   TO APRV-SW.
           MOVE SPACE TO APRV-ANSWER.
           IF OBATCH-SW = 'Y' AND PARM-APRV-YES
               MOVE 'Y' TO APRV-SW
               MOVE PARM-APRV-ANSWER TO APRV-ANSWER
           END-IF.
           MOVE PARM-PROCESS   TO OPROCESS.
           MOVE PARM-CLNTIDEN  TO OCLNTIDEN.
           MOVE PARM-CLNTFNAME TO OCLNTFNAME.
               MOVE PARM-EFFDD TO SV-EFFDD
               MOVE PARM-EFFYY TO SV-EFFYY
               MOVE PARM-MRGIDEN TO SV-MRGIDEN
               MOVE PARM-FEED-INFO TO SV-FEED-INFO
           END-IF.
      ****PROCESS 99 FROM A BATCH CALLER IS THE END-OF-RUN
      ****SHUTDOWN - CLOSE WHATEVER STAYED OPEN AND GO HOME.
           END-IF.
           IF OBATCH-SW = 'N'
               DISPLAY "ENTER 1.SEARCH/2.INSERT/3.REWRITE/4.DEL/5.DEL "
                   "ALL 6.DISP 7.NAME SEARCH 8.MERGE 9.NOTES "
                   "10.RELATIONSHIPS 11.ADDRESSES"
               ACCEPT OPROCESS
           END-IF.
           MOVE OPROCESS  TO PROCESS.
           MOVE OCLNTIDEN TO CLNTIDEN.
      ****EVERY TERMINAL OPTION NEEDS THE OPERATOR'S PROFILE TO
      ****ALLOW IT - SEE CLNTOPRF FOR THE OPTION GROUPS.
           IF OBATCH-SW = 'N'
               PERFORM 0CHKAUTH THRU 0CHKAUTH-EXIT
               IF NOT AUTH-YES
                   GO TO 000X
               END-IF
           END-IF.
      ****TERMINAL UPDATES ARE REFUSED WHILE THE NIGHTLY WINDOW
      ****HOLDS THE MASTER - INQUIRY (1, 6 AND 7) STAYS OPEN.
           IF OBATCH-SW = 'N'
               ELSE IF PROCESS = 7 GO TO 7SEARCH
               ELSE IF PROCESS = 8 GO TO 8MERGE
               ELSE IF PROCESS = 9 GO TO 9NOTES
               ELSE IF PROCESS = 10 GO TO 10RELATE
               ELSE IF PROCESS = 11 GO TO 11ADDRESS
               ELSE DISPLAY "INVALID INPUT :" CLNTIDEN.
           GO TO 000X.
      ****************************************************
           CLOSE WINDOWLK.
       0CHKLOCK-EXIT.
           EXIT.
      ****************************************************
      * CHECKS THE SIGNED-ON OPERATOR'S CLNTOPRF PROFILE FOR
      * THE OPTION JUST CHOSEN.  NO PROFILE, OR NO PROFILE
      * FILE, MEANS NO OPTIONS.  A REFUSAL IS TOLD TO THE
      * OPERATOR AND LOGGED ON AUDITFL AS A REFUSED ENTRY
      * AGAINST CLIENT ZERO, WHICH CLNTAUDR COUNTS AND FLAGS.
      * AN OPTION NUMBER OFF THE MENU PASSES THROUGH TO THE
      * DISPATCH'S OWN INVALID-INPUT MESSAGE.
      ****************************************************
       0CHKAUTH.
           MOVE 'N' TO AUTH-SW.
           IF PROCESS = 1 OR PROCESS = 6 OR PROCESS = 7
                   OR PROCESS = 9 OR PROCESS = 10 OR PROCESS = 11
               MOVE 'INQUIRY' TO AUTH-GROUP
           ELSE IF PROCESS = 2 OR PROCESS = 3 OR PROCESS = 4
               MOVE 'UPDATE'  TO AUTH-GROUP
           ELSE IF PROCESS = 8
               MOVE 'MERGE'   TO AUTH-GROUP
           ELSE IF PROCESS = 5
               MOVE 'DELALL'  TO AUTH-GROUP
           ELSE
               MOVE 'Y' TO AUTH-SW
               GO TO 0CHKAUTH-EXIT
           END-IF.
           MOVE 'NNNN' TO AUTH-RIGHTS.
           IF OPER-USERID NOT = SPACES
               OPEN INPUT CLNTOPRF
               IF PROFILE-STATUS-OK OR PROFILE-STATUS-NOFILE
                   MOVE OPER-USERID TO OPRF-USERID
                   READ CLNTOPRF
                       INVALID KEY
                           MOVE 'NNNN' TO OPRF-RIGHTS
                   END-READ
                   IF PROFILE-STATUS-OK
                       MOVE OPRF-RIGHTS TO AUTH-RIGHTS
                   END-IF
                   CLOSE CLNTOPRF
               END-IF
           END-IF.
           MOVE AUTH-RIGHT-UPDATE TO AUTH-UPDATE-SW.
           IF (AUTH-GROUP = 'INQUIRY' AND AUTH-MAY-INQUIRE)
                   OR (AUTH-GROUP = 'UPDATE' AND AUTH-MAY-UPDATE)
                   OR (AUTH-GROUP = 'MERGE' AND AUTH-MAY-MERGE)
                   OR (AUTH-GROUP = 'DELALL' AND AUTH-MAY-DELALL)
               MOVE 'Y' TO AUTH-SW
               GO TO 0CHKAUTH-EXIT
           END-IF.
           DISPLAY "USER " OPER-USERID " IS NOT AUTHORIZED FOR "
               AUTH-GROUP " OPTIONS - REQUEST REFUSED".
           MOVE PROCESS          TO AUTH-REF-OPT.
           MOVE ZERO             TO OCLNTIDEN.
           MOVE SPACES           TO OCLNTFNAME.
           MOVE AUTH-REFUSED-TEXT TO OCLNTLNAME.
           MOVE 'REFUSED'        TO AUD-CURR-OPERATION.
           PERFORM 9AUDIT THRU 9AUDIT-EXIT.
       0CHKAUTH-EXIT.
           EXIT.
       1SEARCH.
           OPEN INPUT DEMO.
           IF NOT DEMO-STATUS-OK
           MOVE 'A'    TO OCLNTSTATUS.
           MOVE SPACES TO OCLNTCLSDATE.
           MOVE SPACE  TO OCLNTOVRD.
           MOVE SPACES TO OCLNTOVRD-GRPS.
           PERFORM 7DATEFRMT THRU 7DATEFRMT-EXIT.
           WRITE OUTCLNTREC.
           IF NOT DEMO-STATUS-OK
               MOVE 'DEMO' TO ERR-FILENAME
               GO TO 8ERRHANDLE
           END-IF.
      ****THE SWITCH IS PART OF THE RECORD, SO THE READ JUST
      ****LOADED WHATEVER WAS LAST WRITTEN - PUT THE CALLER'S
      ****MODE BACK.
           MOVE PARM-BATCH-SW TO OBATCH-SW.
      ****A STANDING FEED OVERRIDE IS RE-CHECKED HERE, NOT JUST
      ****IN THE COMPARE - A FEED ROW REMAPPED OFF A RETIRED
      ****NUMBER NEVER PASSES THROUGH THE COMPARE'S OVERRIDE
      ****OTHERWISE LAND HERE CARRYING THE OLD VALUES.  VALUES
      ****THAT ALREADY MATCH THE RECORD ARE THE RELEASE CASE
      ****AND FALL THROUGH; DIFFERING VALUES UNDER ANY REASON
      ****BUT A MASS CHANGE (06) OR A SEASONAL ADDRESS SWITCH
      ****(07) ARE SUPPRESSED, SAME AS THE COMPARE WOULD HAVE
      ****DONE.  ONLY THE FIELD GROUPS THE TRANSACTION CARRIES
      ****ARE COMPARED, AND A GROUP ITS OWNING FEED HAS ALREADY
      ****RELEASED IS NOT HELD.
           IF OBATCH-SW = 'Y' AND OCLNT-OVERRIDE
                   AND SV-RSNCD NOT = '06' AND SV-RSNCD NOT = '07'
                   AND NOT APRV-YES
               IF (SV-GRP-NAME-NO OR OCLNTOVRD-NAME-FREE
                     OR (SV-CLNTFNAME = OCLNTFNAME
                     AND SV-CLNTMNAME = OCLNTMNAME
                     AND SV-CLNTLNAME = OCLNTLNAME))
                  AND (SV-GRP-ADDR-NO OR OCLNTOVRD-ADDR-FREE
                     OR (SV-CLNTADDR1 = OCLNTADDR1
                     AND SV-CLNTADDR2 = OCLNTADDR2
                     AND SV-CLNTCITY  = OCLNTCITY
                     AND SV-CLNTSTATE = OCLNTSTATE
                     AND SV-CLNTZIP   = OCLNTZIP
                     AND SV-CLNTDATE  = OCLNTDATE))
                  AND (SV-GRP-CONTACT-NO OR OCLNTOVRD-CONTACT-FREE
                     OR (SV-CLNTPHONE = OCLNTPHONE
                     AND SV-CLNTEMAIL = OCLNTEMAIL))
                   CONTINUE
               ELSE
                   DISPLAY "OVERRIDE STANDS ON CLIENT " OCLNTIDEN
                   GO TO 000X
               END-IF
           END-IF.
      ****A TERMINAL REWRITE IS KEYED AND QUEUED FOR APPROVAL,
      ****NOT APPLIED - SEE 3QUEUE.
           IF OBATCH-SW = 'N'
               GO TO 3QUEUE
           END-IF.
           PERFORM 9HISTORY THRU 9HISTORY-EXIT.
      ****ONLY THE FIELD GROUPS THE TRANSACTION CARRIES GO ON -
      ****THE REST STAY AS THE OTHER FEED OR AN OPERATOR LEFT
      ****THEM.
           IF NOT SV-GRP-NAME-NO
               MOVE SV-CLNTFNAME TO OCLNTFNAME
               MOVE SV-CLNTMNAME TO OCLNTMNAME
               MOVE SV-CLNTLNAME TO OCLNTLNAME
           END-IF.
           IF NOT SV-GRP-ADDR-NO
               MOVE SV-CLNTADDR1 TO OCLNTADDR1
               MOVE SV-CLNTADDR2 TO OCLNTADDR2
               MOVE SV-CLNTCITY  TO OCLNTCITY
               MOVE SV-CLNTMM    TO OCLNTMM
               MOVE SV-CLNTDD    TO OCLNTDD
               MOVE SV-CLNTYY    TO OCLNTYY
           END-IF.
           IF NOT SV-GRP-CONTACT-NO
               MOVE SV-CLNTPHONE TO OCLNTPHONE
               MOVE SV-CLNTEMAIL TO OCLNTEMAIL
           END-IF.
      ****A BATCH REWRITE COMES FROM THE FEED, AND THE FEED ONLY
      ****CARRIES LIVE CLIENTS - A CLOSED RECORD BEING REWRITTEN
      ****HAS BEEN REOPENED UPSTREAM, SO IT GOES BACK TO ACTIVE.
      ****AN APPROVED TERMINAL REWRITE LEAVES THE STATUS ALONE,
      ****AND SO DOES A FEED THAT DOES NOT OWN THE LIFECYCLE.
           MOVE 'N' TO REACT-SW.
           IF OBATCH-SW = 'Y' AND OCLNT-INACTIVE AND NOT APRV-YES
                   AND NOT SV-GRP-LIFE-NO
               MOVE 'A'    TO OCLNTSTATUS
               MOVE SPACES TO OCLNTCLSDATE
               MOVE 'Y'    TO REACT-SW
      ****FIX THE OVERRIDE EXISTS TO PROTECT - THE OPERATOR SETS
      ****IT BY DEFAULT AND AN EXPLICIT 0 DECLINES OR RELEASES
      ****IT.  A BATCH REWRITE ONLY REACHES A PROTECTED RECORD
      ****ONCE THE FEED HAS CAUGHT UP, SO IT RELEASES THE GROUPS
      ****IT CARRIES (SEE 3OVRDREL), OR THE WHOLE FLAG WHEN IT
      ****NAMES NO FEED SOURCE.  THE EXCEPTIONS: AN NCOA MOVE
      ****OWNS NO GROUP AND RELEASES NOTHING; A MASS CHANGE
      ****(REASON 06) SETS IT SO THE FEED CANNOT QUIETLY REVERT
      ****A REZONE; AND A SEASONAL ADDRESS SWITCH (REASON 07)
      ****HOLDS THE ADDRESS GROUP ONLY, SO THE FEED'S RESIDENCE
      ****DOES NOT PUT BACK THE SEASONAL ADDRESS CLNTSEAS JUST
      ****PUT ON WHILE NAME, CONTACT AND LIFECYCLE CHANGES STILL
      ****FLOW.  IT LEAVES THE OTHER GROUPS AS THEY STOOD, OR
      ****RELEASES THEM WHEN IT IS THE ONE SETTING THE FLAG.
      ****EVERY OTHER SETTING OF THE FLAG HOLDS EVERY GROUP
      ****AGAIN.  AN APPROVED TERMINAL REWRITE CARRIES THE
      ****OPERATOR'S ANSWER FROM WHEN IT WAS KEYED.
           IF APRV-YES
               IF APRV-ANSWER = '0'
                   MOVE SPACE TO OCLNTOVRD
               ELSE
                   MOVE 'Y'   TO OCLNTOVRD
               END-IF
               MOVE SPACES TO OCLNTOVRD-GRPS
           ELSE IF SV-RSNCD = '06'
               MOVE 'Y'   TO OCLNTOVRD
               MOVE SPACES TO OCLNTOVRD-GRPS
           ELSE IF SV-RSNCD = '07'
               IF NOT OCLNT-OVERRIDE
                   MOVE 'Y' TO OCLNTOVRD
                   MOVE 'N' TO OCLNTOVRD-NAME
                   MOVE 'N' TO OCLNTOVRD-CONTACT
                   MOVE 'N' TO OCLNTOVRD-LIFE
               END-IF
               MOVE SPACE TO OCLNTOVRD-ADDR
           ELSE IF SV-FEEDSRC = 'NCOA'
               CONTINUE
           ELSE IF SV-FEEDSRC = SPACES OR NOT OCLNT-OVERRIDE
               MOVE SPACE TO OCLNTOVRD
               MOVE SPACES TO OCLNTOVRD-GRPS
           ELSE
               PERFORM 3OVRDREL THRU 3OVRDREL-EXIT
           END-IF.
           PERFORM 7DATEFRMT THRU 7DATEFRMT-EXIT.
           REWRITE OUTCLNTREC.
           END-IF.
           PERFORM 9AUDIT THRU 9AUDIT-EXIT.
           GO TO 000X.
      ****************************************************
      * A FEED THAT HAS CAUGHT UP RELEASES THE OVERRIDE ONLY FOR
      * THE FIELD GROUPS IT CARRIES - THE ONES ITS CLNTSRCP ENTRY
      * OWNS.  A GROUP ANOTHER FEED OWNS STAYS HELD UNTIL THAT
      * FEED CATCHES UP TOO, AND THE OVERRIDE ITSELF COMES OFF
      * ONLY ONCE ALL FOUR GROUPS ARE RELEASED.
      ****************************************************
       3OVRDREL.
           IF NOT SV-GRP-NAME-NO
               MOVE 'N' TO OCLNTOVRD-NAME
           END-IF.
           IF NOT SV-GRP-ADDR-NO
               MOVE 'N' TO OCLNTOVRD-ADDR
           END-IF.
           IF NOT SV-GRP-CONTACT-NO
               MOVE 'N' TO OCLNTOVRD-CONTACT
           END-IF.
           IF NOT SV-GRP-LIFE-NO
               MOVE 'N' TO OCLNTOVRD-LIFE
           END-IF.
           IF OCLNTOVRD-NAME-FREE AND OCLNTOVRD-ADDR-FREE
                   AND OCLNTOVRD-CONTACT-FREE AND OCLNTOVRD-LIFE-FREE
               MOVE SPACE  TO OCLNTOVRD
               MOVE SPACES TO OCLNTOVRD-GRPS
           END-IF.
       3OVRDREL-EXIT.
           EXIT.
      ****************************************************
      * TERMINAL REWRITE.  THE OPERATOR KEYS THE NEW VALUES AND
      * THE PROTECT ANSWER EXACTLY AS BEFORE, BUT THE MASTER IS
      * LEFT AS IT IS - THE RECORD AS IT STOOD AND AS KEYED GO
      * ON THE APPROVAL QUEUE, AND CLNTAPRV APPLIES THE CHANGE
      * ONCE A SUPERVISOR APPROVES IT.
      ****************************************************
       3QUEUE.
           MOVE OUTCLNTREC TO QUEUE-BEFORE-IMAGE.
           PERFORM 2PROMPT THRU 2PROMPT-EXIT.
           DISPLAY "PROTECT THIS CHANGE FROM THE NIGHTLY FEED?".
           DISPLAY "1=YES (DEFAULT)  0=NO/RELEASE OVERRIDE".
           MOVE SPACE TO DEL-ANSWER.
           ACCEPT DEL-ANSWER.
           MOVE OUTCLNTREC TO QUEUE-AFTER-IMAGE.
           MOVE DEL-ANSWER TO QUEUE-ANSWER.
           MOVE 3          TO QUEUE-PROCESS.
           MOVE ZERO       TO MRG-RETIRE-IDEN.
           PERFORM 9QUEUE THRU 9QUEUE-EXIT.
           GO TO 000X.
       4DELETE.
           PERFORM 9OPENDEMO THRU 9OPENDEMO-EXIT.
           IF OBATCH-SW = 'N'
               MOVE 'DEMO' TO ERR-FILENAME
               GO TO 8ERRHANDLE
           END-IF.
           MOVE PARM-BATCH-SW TO OBATCH-SW.
      ****A CLOSURE KEEPS THE RECORD - MARKED INACTIVE WITH THE
      ****CLOSURE DATE - SO THE BRANCHES CAN STILL PULL A CLOSED
      ****CLIENT UP FOR MONTHS.  IN BATCH THE ICLNTRSN-CLOSURE
      ****REASON DECIDES; AT THE TERMINAL THE OPERATOR DOES,
      ****AND THE ANSWER IS QUEUED WITH THE CHANGE FOR APPROVAL.
      ****ONLY A NON-CLOSURE DELETE STILL PHYSICALLY REMOVES THE
      ****RECORD (CLNTPRGE PURGES AGED INACTIVE ONES LATER).
           IF OBATCH-SW = 'N'
               DISPLAY "1=CLOSE (KEEP INACTIVE) 0=PHYSICAL DELETE"
               DISPLAY "ANY OTHER ANSWER CLOSES"
               MOVE SPACE TO DEL-ANSWER
               ACCEPT DEL-ANSWER
               MOVE OUTCLNTREC TO QUEUE-BEFORE-IMAGE
               MOVE OUTCLNTREC TO QUEUE-AFTER-IMAGE
               MOVE DEL-ANSWER TO QUEUE-ANSWER
               MOVE 4          TO QUEUE-PROCESS
               MOVE ZERO       TO MRG-RETIRE-IDEN
               PERFORM 9QUEUE THRU 9QUEUE-EXIT
               GO TO 000X
           END-IF.
           IF APRV-YES
               IF APRV-ANSWER = '0'
                   MOVE 0 TO PROCESS
               ELSE
                   MOVE 1 TO PROCESS
               END-IF
           ELSE IF SV-RSNCD = '04'
               MOVE 1 TO PROCESS
           ELSE
               MOVE 0 TO PROCESS
           END-IF.
           PERFORM 9HISTORY THRU 9HISTORY-EXIT.
      ****ONLY AN EXPLICIT 0 TAKES THE IRREVERSIBLE PHYSICAL
               END-IF
               MOVE 'CLOSE'    TO AUD-CURR-OPERATION
               PERFORM 9AUDIT THRU 9AUDIT-EXIT
               MOVE 'CLOSE'    TO REL-END-WHY
               PERFORM 9RELENDALL THRU 9RELENDALL-EXIT
               GO TO 000X
           END-IF.
           DELETE DEMO
           END-IF.
           MOVE 'DELETE'   TO AUD-CURR-OPERATION.
           PERFORM 9AUDIT THRU 9AUDIT-EXIT.
           MOVE 'DELETE'   TO REL-END-WHY.
           PERFORM 9RELENDALL THRU 9RELENDALL-EXIT.
           GO TO 000X.
      ****AT THE TERMINAL A CONFIRMED DELETE-ALL IS QUEUED FOR
      ****APPROVAL; ONLY THE BATCH PATH (CLNTAPRV APPLYING AN
      ****APPROVED ONE) WIPES THE MASTER.
       5DELALL.
           IF OBATCH-SW = 'N'
               DISPLAY "SEQ FILE! SO ALL RECORDS ARE DELETED"
               DISPLAY "ARE YOU SURE (1/0)"
               ACCEPT PROCESS
               IF PROCESS = 1
                   MOVE SPACES TO QUEUE-BEFORE-IMAGE
                   MOVE SPACES TO QUEUE-AFTER-IMAGE
                   MOVE SPACE  TO QUEUE-ANSWER
                   MOVE 5      TO QUEUE-PROCESS
                   MOVE ZERO   TO CLNTIDEN
                   MOVE ZERO   TO MRG-RETIRE-IDEN
                   PERFORM 9QUEUE THRU 9QUEUE-EXIT
               END-IF
               GO TO 000X
           END-IF.
      ****THE BACKUP READS THE MASTER ON ITS OWN OPEN, SO ONE
      ****LEFT OPEN BY AN EARLIER CALL IS CLOSED FIRST, AND THE
      ****EMPTIED MASTER IS CLOSED AGAIN STRAIGHT AWAY - THE
      ****NEXT CALL REOPENS IT I-O.
           IF DEMO-OPEN-YES
               CLOSE DEMO
               MOVE 'N' TO DEMO-OPEN-SW
           END-IF.
           PERFORM 5BACKUP THRU 5BACKUP-EXIT.
           OPEN OUTPUT DEMO.
           IF NOT DEMO-STATUS-OK
               MOVE '5DELALL'  TO ERR-PARAGRAPH
               MOVE 'OPEN'     TO ERR-OPERATION
               MOVE DEMO-STATUS TO ERR-STATUS
               MOVE 'DEMO' TO ERR-FILENAME
               GO TO 8ERRHANDLE
           END-IF.
           CLOSE DEMO.
           GO TO 000X.
      ****************************************************
      * COPIES EVERY DEMO RECORD TO CLNTBKUP BEFORE 5DELALL
               MOVE 'DEMO' TO ERR-FILENAME
               GO TO 8ERRHANDLE
           END-IF.
      ****EACH CLIENT'S ACTIVE RELATIONSHIPS ARE LISTED UNDER IT -
      ****A SHOP WITHOUT A RELATIONSHIP FILE YET GETS THE PLAIN
      ****LIST.
           MOVE 'N' TO REL-SHOW-SW.
           OPEN INPUT CLNTREL.
           IF REL-STATUS-OK
               MOVE 'Y' TO REL-SHOW-SW
           END-IF.
       0005.
           READ DEMO NEXT RECORD AT END GO TO 6DISPLAY-DONE.
           IF NOT DEMO-STATUS-OK
               MOVE '6DISPLAY' TO ERR-PARAGRAPH
               MOVE 'READ'     TO ERR-OPERATION
           END-IF.
           DISPLAY OCLNTIDEN " " OCLNTFNAME " " OCLNTLNAME
               " " OCLNTSTATUS.
           IF REL-SHOW-YES
               PERFORM 6RELSHOW THRU 6RELSHOW-EXIT
           END-IF.
           GO TO 0005.
       6DISPLAY-DONE.
           IF REL-SHOW-YES
               CLOSE CLNTREL
           END-IF.
           GO TO 000X.
      ****************************************************
      * LISTS THE ACTIVE RELATIONSHIPS OF THE CLIENT OPTION 6
      * HAS JUST DISPLAYED, ONE INDENTED LINE EACH.
      ****************************************************
       6RELSHOW.
           MOVE OCLNTIDEN  TO REL-CLNTIDEN.
           MOVE LOW-VALUES TO REL-TYPE.
           MOVE ZERO       TO REL-RELIDEN.
           START CLNTREL KEY NOT < REL-KEY
               INVALID KEY
                   GO TO 6RELSHOW-EXIT
           END-START.
       6RELSHOW-LOOP.
           READ CLNTREL NEXT RECORD
               AT END GO TO 6RELSHOW-EXIT
           END-READ.
           IF NOT REL-STATUS-OK
               DISPLAY "RELATIONSHIP READ FAILED, STATUS " REL-STATUS
               GO TO 6RELSHOW-EXIT
           END-IF.
           IF REL-CLNTIDEN NOT = OCLNTIDEN
               GO TO 6RELSHOW-EXIT
           END-IF.
           IF REL-STATE-ACTIVE
               MOVE REL-TYPE TO REL-TYPE-IN
               PERFORM 9RELINV THRU 9RELINV-EXIT
               DISPLAY "    " REL-DESC-OUT " " REL-RELIDEN
           END-IF.
           GO TO 6RELSHOW-LOOP.
       6RELSHOW-EXIT.
           EXIT.
      ****************************************************
      * NAME SEARCH FOR THE TERMINAL PATH.  POSITIONS ON THE
      * OCLNTLNAME ALTERNATE KEY AND LISTS EVERY CLIENT WHOSE
           MOVE OCLNTIDEN          TO AUD-CLNTIDEN.
           MOVE OCLNTFNAME         TO AUD-CLNTFNAME.
           MOVE OCLNTLNAME         TO AUD-CLNTLNAME.
           MOVE OPER-USERID        TO AUD-USERID.
           IF OBATCH-SW = 'Y' AND NOT APRV-YES
               IF SV-FEEDSRC = SPACES
                   MOVE 'BATCH'    TO AUD-SOURCE
               ELSE
                   MOVE SV-FEEDSRC TO AUD-SOURCE
               END-IF
               MOVE SV-RSNCD  TO AUD-RSNCD
               MOVE SV-EFFDATE TO AUD-EFFDATE
           ELSE
           MOVE OCLNTYY     TO HIST-CLNTYY.
           MOVE OCLNTPHONE  TO HIST-CLNTPHONE.
           MOVE OCLNTEMAIL  TO HIST-CLNTEMAIL.
           MOVE OPER-USERID TO HIST-USERID.
           IF OBATCH-SW = 'N' OR NOT HIST-OPEN-YES
               OPEN I-O CLNTHIST
               IF HIST-STATUS-NOTFND
               MOVE 'DEMO' TO ERR-FILENAME
               GO TO 8ERRHANDLE
           END-IF.
           MOVE PARM-BATCH-SW TO OBATCH-SW.
           MOVE OUTCLNTREC TO QUEUE-AFTER-IMAGE.
           MOVE MRG-RETIRE-IDEN TO OCLNTIDEN.
           READ DEMO
               INVALID KEY
               MOVE 'DEMO' TO ERR-FILENAME
               GO TO 8ERRHANDLE
           END-IF.
           MOVE PARM-BATCH-SW TO OBATCH-SW.
      ****AT THE TERMINAL BOTH CLIENTS ARE PROVED AND THE MERGE
      ****IS QUEUED FOR APPROVAL - RETIRING RECORD AS THE BEFORE
      ****IMAGE, SURVIVOR AS THE AFTER.
           IF OBATCH-SW = 'N'
               MOVE OUTCLNTREC TO QUEUE-BEFORE-IMAGE
               MOVE SPACE      TO QUEUE-ANSWER
               MOVE 8          TO QUEUE-PROCESS
               PERFORM 9QUEUE THRU 9QUEUE-EXIT
               GO TO 000X
           END-IF.
           PERFORM 9HISTORY THRU 9HISTORY-EXIT.
           DELETE DEMO
               INVALID KEY
           PERFORM 9AUDIT THRU 9AUDIT-EXIT.
           PERFORM 9XREF THRU 9XREF-EXIT.
           PERFORM 9NOTEMRG THRU 9NOTEMRG-EXIT.
           PERFORM 9RELMRG THRU 9RELMRG-EXIT.
           GO TO 000X.
      ****************************************************
      * APPENDS THE RETIRED-TO-SURVIVING PAIR TO THE CLNTXRF
               CLOSE CLNTXRF
               MOVE 'N' TO XRF-OPEN-SW
           END-IF.
           IF REL-OPEN-YES
               CLOSE CLNTREL
               MOVE 'N' TO REL-OPEN-SW
           END-IF.
       9CLOSEALL-EXIT.
           EXIT.
      ****************************************************
      * PUTS A KEYED TERMINAL CHANGE ON THE CLNTAPRQ APPROVAL
      * QUEUE.  THE CALLER HAS SET THE BEFORE AND AFTER IMAGES,
      * THE OPERATOR'S ANSWER AND THE PROCESS; CLNTIDEN AND
      * MRG-RETIRE-IDEN NAME THE CLIENT(S).  NOTHING ON THE
      * MASTER CHANGES UNTIL A SUPERVISOR OTHER THAN THE
      * OPERATOR APPROVES IT IN CLNTAPRV.
      ****************************************************
       9QUEUE.
           OPEN I-O CLNTAPRQ.
           IF QUEUE-STATUS-NOTFND OR QUEUE-STATUS-NOFILE
               OPEN OUTPUT CLNTAPRQ
           END-IF.
           IF NOT QUEUE-STATUS-OK
               DISPLAY "APPROVAL QUEUE UNAVAILABLE, STATUS "
                   QUEUE-STATUS " - NOTHING WAS APPLIED"
               GO TO 9QUEUE-EXIT
           END-IF.
           ACCEPT QUEUE-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT QUEUE-TS-TIME FROM TIME.
           MOVE QUEUE-TS-BUILD     TO APRQ-TIMESTAMP.
           MOVE CLNTIDEN           TO APRQ-CLNTIDEN.
           MOVE QUEUE-PROCESS      TO APRQ-PROCESS.
           MOVE 'P'                TO APRQ-STATUS.
           MOVE OPER-USERID        TO APRQ-MAKER.
           MOVE SPACES             TO APRQ-CHECKER.
           MOVE ZERO               TO APRQ-DECIDED-DATE.
           MOVE ZERO               TO APRQ-DECIDED-TIME.
           MOVE QUEUE-ANSWER       TO APRQ-ANSWER.
           MOVE MRG-RETIRE-IDEN    TO APRQ-MRGIDEN.
           MOVE SPACES             TO APRQ-NOTE.
           MOVE QUEUE-BEFORE-IMAGE TO APRQ-BEFORE-IMAGE.
           MOVE QUEUE-AFTER-IMAGE  TO APRQ-AFTER-IMAGE.
           WRITE APRQREC.
           IF NOT QUEUE-STATUS-OK
               DISPLAY "APPROVAL QUEUE WRITE FAILED, STATUS "
                   QUEUE-STATUS " - NOTHING WAS APPLIED"
           ELSE
               DISPLAY "CHANGE QUEUED FOR SUPERVISOR APPROVAL - "
                   "NOT APPLIED UNTIL APPROVED"
           END-IF.
           CLOSE CLNTAPRQ.
       9QUEUE-EXIT.
           EXIT.
      ****************************************************
      * CLIENT NOTES (MENU OPTION 9).  ADD WRITES ONE
      * TIMESTAMPED FREE-TEXT NOTE UNDER THE CLIENT'S NUMBER;
      * BROWSE LISTS A CLIENT'S NOTES IN THE ORDER THEY WERE
           END-IF.
           GO TO 000X.
       9NOTEADD.
           DISPLAY "ENTER NOTE TEXT (UP TO 120 CHARACTERS)".
           MOVE SPACES TO NOTE-TEXT-IN.
           ACCEPT NOTE-TEXT-IN.
           MOVE CLNTIDEN TO NOTE-CLNTIDEN.
           STRING NOTE-TS-DATE NOTE-TS-TIME
               DELIMITED BY SIZE INTO NOTE-TIMESTAMP.
           MOVE OPER-USERID  TO NOTE-USERID.
           MOVE NOTE-TEXT-IN TO NOTE-TEXT.
           WRITE NOTEREC.
           IF NOT NOTE-STATUS-OK
       9NOTEMRG-EXIT.
           EXIT.
      ****************************************************
      * CLIENT RELATIONSHIPS (MENU OPTION 10).  ADD RECORDS
      * THAT ONE CLIENT ON THE MASTER IS THE SPOUSE, OWNER,
      * POWER-OF-ATTORNEY HOLDER (SEE CLNTRTYP) OF ANOTHER;
      * END ENDS ONE; LIST SHOWS EVERY RELATIONSHIP A CLIENT
      * HAS OR HAD.  EACH RELATIONSHIP IS A PAIR OF ROWS, ONE
      * UNDER EACH CLIENT WITH THE INVERSE TYPE, SO EITHER
      * CLIENT'S NUMBER FINDS IT.  ADD AND END CHANGE THE
      * FILE, SO THEY NEED THE UPDATE RIGHT AS WELL AS THE
      * INQUIRY RIGHT THE MENU CHECKED, AND ARE LOCKED OUT
      * WHILE THE NIGHTLY WINDOW HOLDS THE MASTER.  LIKE A
      * NOTE, A RELATIONSHIP IS NOT A CHANGE TO THE CLIENT
      * RECORD AND IS NOT QUEUED FOR APPROVAL - THE ROW
      * CARRIES WHO ADDED AND WHO ENDED IT.  THE FILE IS
      * OPENED AND CLOSED AROUND EACH VISIT.
      ****************************************************
       10RELATE.
           DISPLAY "1=ADD RELATIONSHIP 2=END RELATIONSHIP "
               "3=LIST RELATIONSHIPS".
           MOVE ZERO TO REL-FUNC.
           ACCEPT REL-FUNC.
           IF REL-FUNC NOT = 1 AND REL-FUNC NOT = 2
                   AND REL-FUNC NOT = 3
               DISPLAY "INVALID RELATIONSHIP FUNCTION " REL-FUNC
               GO TO 000X
           END-IF.
           IF REL-FUNC NOT = 3 AND NOT AUTH-UPDATE-YES
               DISPLAY "USER " OPER-USERID " IS NOT AUTHORIZED FOR "
                   "UPDATE OPTIONS - REQUEST REFUSED"
               MOVE PROCESS          TO AUTH-REF-OPT
               MOVE ZERO             TO OCLNTIDEN
               MOVE SPACES           TO OCLNTFNAME
               MOVE AUTH-REFUSED-TEXT TO OCLNTLNAME
               MOVE 'REFUSED'        TO AUD-CURR-OPERATION
               PERFORM 9AUDIT THRU 9AUDIT-EXIT
               GO TO 000X
           END-IF.
           IF REL-FUNC NOT = 3
               PERFORM 0CHKLOCK THRU 0CHKLOCK-EXIT
               IF WINLOCK-ON
                   GO TO 000X
               END-IF
           END-IF.
           DISPLAY "ENTER CLIENT NO".
           ACCEPT CLNTIDEN.
           IF REL-FUNC = 1
               PERFORM 10RELADD THRU 10RELADD-EXIT
           ELSE IF REL-FUNC = 2
               PERFORM 10RELEND THRU 10RELEND-EXIT
           ELSE
               PERFORM 10RELLIST THRU 10RELLIST-EXIT
           END-IF.
           GO TO 000X.
      ****************************************************
      * ADD - BOTH CLIENTS MUST BE ON THE MASTER AND ACTIVE,
      * AND THE TYPE MUST BE IN THE TABLE.  THE ROW AND ITS
      * RECIPROCAL GO ON TOGETHER; A PAIR ENDED EARLIER IS
      * MADE ACTIVE AGAIN RATHER THAN DUPLICATED.
      ****************************************************
       10RELADD.
           DISPLAY "RELATIONSHIP TYPES:".
           PERFORM 9RELTYPE-SHOW THRU 9RELTYPE-SHOW-EXIT
               VARYING RTYP-IDX FROM 1 BY 1
               UNTIL RTYP-IDX > RTYP-ENTRY-MAX.
           DISPLAY "ENTER RELATIONSHIP TYPE - CLIENT " CLNTIDEN
               " IS THE ...".
           MOVE SPACES TO REL-TYPE-IN.
           ACCEPT REL-TYPE-IN.
           PERFORM 9RELINV THRU 9RELINV-EXIT.
           IF NOT REL-FOUND-YES
               DISPLAY "UNKNOWN RELATIONSHIP TYPE " REL-TYPE-IN
               GO TO 10RELADD-EXIT
           END-IF.
           DISPLAY "ENTER RELATED CLIENT NO".
           MOVE ZERO TO REL-OTHER-IDEN.
           ACCEPT REL-OTHER-IDEN.
           IF REL-OTHER-IDEN = ZERO OR REL-OTHER-IDEN = CLNTIDEN
               DISPLAY "A RELATIONSHIP NEEDS TWO DIFFERENT CLIENTS"
               GO TO 10RELADD-EXIT
           END-IF.
           OPEN INPUT DEMO.
           IF NOT DEMO-STATUS-OK
               MOVE '10RELADD' TO ERR-PARAGRAPH
               MOVE 'OPEN'     TO ERR-OPERATION
               MOVE DEMO-STATUS TO ERR-STATUS
               MOVE 'DEMO' TO ERR-FILENAME
               GO TO 8ERRHANDLE
           END-IF.
           MOVE CLNTIDEN TO REL-FOR-IDEN.
           PERFORM 10RELCHKCLNT THRU 10RELCHKCLNT-EXIT.
           IF NOT REL-AVAIL-YES
               GO TO 10RELADD-EXIT
           END-IF.
           MOVE REL-OTHER-IDEN TO REL-FOR-IDEN.
           PERFORM 10RELCHKCLNT THRU 10RELCHKCLNT-EXIT.
           IF NOT REL-AVAIL-YES
               GO TO 10RELADD-EXIT
           END-IF.
           DISPLAY "CLIENT " CLNTIDEN " " REL-DESC-OUT
               " CLIENT " REL-OTHER-IDEN.
           DISPLAY "ADD THIS RELATIONSHIP? 1=YES 0=NO".
           MOVE ZERO TO PROMPT-CONFIRM.
           ACCEPT PROMPT-CONFIRM.
           IF PROMPT-CONFIRM NOT = 1
               DISPLAY "RELATIONSHIP NOT ADDED"
               GO TO 10RELADD-EXIT
           END-IF.
           OPEN I-O CLNTREL.
           IF REL-STATUS-NOTFND OR REL-STATUS-NOFILE
               OPEN OUTPUT CLNTREL
               CLOSE CLNTREL
               OPEN I-O CLNTREL
           END-IF.
           IF NOT REL-STATUS-OPENED
               DISPLAY "RELATIONSHIP FILE UNAVAILABLE, STATUS "
                   REL-STATUS
               GO TO 10RELADD-EXIT
           END-IF.
           ACCEPT REL-TODAY FROM DATE YYYYMMDD.
           MOVE SPACES         TO WRELREC.
           MOVE CLNTIDEN       TO WREL-CLNTIDEN.
           MOVE REL-TYPE-IN    TO WREL-TYPE.
           MOVE REL-OTHER-IDEN TO WREL-RELIDEN.
           MOVE 'A'            TO WREL-STATE.
           MOVE REL-TODAY      TO WREL-START-DATE.
           MOVE OPER-USERID    TO WREL-ADD-USERID.
           MOVE ZERO           TO WREL-END-DATE.
           PERFORM 9RELPUT THRU 9RELPUT-EXIT.
           IF REL-PUT-ONFILE
               DISPLAY "RELATIONSHIP IS ALREADY ON FILE AND ACTIVE"
               CLOSE CLNTREL
               GO TO 10RELADD-EXIT
           END-IF.
           IF REL-PUT-FAILED
               DISPLAY "RELATIONSHIP WRITE FAILED, STATUS "
                   REL-STATUS
               CLOSE CLNTREL
               GO TO 10RELADD-EXIT
           END-IF.
           MOVE REL-OTHER-IDEN TO WREL-CLNTIDEN.
           MOVE REL-INV-TYPE   TO WREL-TYPE.
           MOVE CLNTIDEN       TO WREL-RELIDEN.
           PERFORM 9RELPUT THRU 9RELPUT-EXIT.
           IF REL-PUT-FAILED
               DISPLAY "RECIPROCAL WRITE FAILED, STATUS "
                   REL-STATUS " - LIST CLIENT " REL-OTHER-IDEN
           END-IF.
           DISPLAY "RELATIONSHIP ADDED FOR CLIENTS " CLNTIDEN
               " AND " REL-OTHER-IDEN.
           CLOSE CLNTREL.
       10RELADD-EXIT.
           EXIT.
      ****CLIENT REL-FOR-IDEN MUST BE ON THE MASTER AND ACTIVE.
      ****REL-AVAIL-SW SAYS WHETHER IT IS.
       10RELCHKCLNT.
           MOVE 'N' TO REL-AVAIL-SW.
           MOVE REL-FOR-IDEN TO OCLNTIDEN.
           READ DEMO
               INVALID KEY
                   DISPLAY "CLIENT " REL-FOR-IDEN " NOT FOUND"
                   GO TO 10RELCHKCLNT-EXIT
           END-READ.
           IF NOT DEMO-STATUS-OK
               MOVE '10RELADD' TO ERR-PARAGRAPH
               MOVE 'READ'     TO ERR-OPERATION
               MOVE DEMO-STATUS TO ERR-STATUS
               MOVE 'DEMO' TO ERR-FILENAME
               GO TO 8ERRHANDLE
           END-IF.
           IF OCLNT-INACTIVE
               DISPLAY "CLIENT " REL-FOR-IDEN " IS CLOSED - NO NEW "
                   "RELATIONSHIPS"
               GO TO 10RELCHKCLNT-EXIT
           END-IF.
           DISPLAY REL-FOR-IDEN " " OCLNTFNAME " " OCLNTLNAME.
           MOVE 'Y' TO REL-AVAIL-SW.
       10RELCHKCLNT-EXIT.
           EXIT.
      ****************************************************
      * END - ENDS THE NAMED RELATIONSHIP AND ITS RECIPROCAL.
      * THE ROWS STAY ON FILE, ENDED, AS THE RECORD THAT THE
      * RELATIONSHIP ONCE EXISTED.
      ****************************************************
       10RELEND.
           DISPLAY "ENTER RELATIONSHIP TYPE".
           MOVE SPACES TO REL-TYPE-IN.
           ACCEPT REL-TYPE-IN.
           PERFORM 9RELINV THRU 9RELINV-EXIT.
           IF NOT REL-FOUND-YES
               DISPLAY "UNKNOWN RELATIONSHIP TYPE " REL-TYPE-IN
               GO TO 10RELEND-EXIT
           END-IF.
           DISPLAY "ENTER RELATED CLIENT NO".
           MOVE ZERO TO REL-OTHER-IDEN.
           ACCEPT REL-OTHER-IDEN.
           OPEN I-O CLNTREL.
           IF NOT REL-STATUS-OK
               DISPLAY "NO RELATIONSHIP FILE ON HAND, STATUS "
                   REL-STATUS
               GO TO 10RELEND-EXIT
           END-IF.
           ACCEPT REL-TODAY FROM DATE YYYYMMDD.
           MOVE 'TERM'         TO REL-END-WHY.
           MOVE CLNTIDEN       TO REL-CLNTIDEN.
           MOVE REL-TYPE-IN    TO REL-TYPE.
           MOVE REL-OTHER-IDEN TO REL-RELIDEN.
           PERFORM 9RELSTOP THRU 9RELSTOP-EXIT.
           IF NOT REL-STOPPED-YES
               DISPLAY "NO ACTIVE " REL-DESC-OUT " RELATIONSHIP "
                   "WITH CLIENT " REL-OTHER-IDEN
               CLOSE CLNTREL
               GO TO 10RELEND-EXIT
           END-IF.
           MOVE REL-OTHER-IDEN TO REL-CLNTIDEN.
           MOVE REL-INV-TYPE   TO REL-TYPE.
           MOVE CLNTIDEN       TO REL-RELIDEN.
           PERFORM 9RELSTOP THRU 9RELSTOP-EXIT.
           DISPLAY "RELATIONSHIP ENDED FOR CLIENTS " CLNTIDEN
               " AND " REL-OTHER-IDEN.
           CLOSE CLNTREL.
       10RELEND-EXIT.
           EXIT.
      ****************************************************
      * LIST - EVERY ROW UNDER THE CLIENT, ACTIVE AND ENDED,
      * WITH THE RELATED CLIENT'S NAME FROM THE MASTER.
      ****************************************************
       10RELLIST.
           OPEN INPUT CLNTREL.
           IF NOT REL-STATUS-OK
               DISPLAY "NO RELATIONSHIP FILE ON HAND, STATUS "
                   REL-STATUS
               GO TO 10RELLIST-EXIT
           END-IF.
           OPEN INPUT DEMO.
           IF NOT DEMO-STATUS-OK
               MOVE '10RELLIST' TO ERR-PARAGRAPH
               MOVE 'OPEN'     TO ERR-OPERATION
               MOVE DEMO-STATUS TO ERR-STATUS
               MOVE 'DEMO' TO ERR-FILENAME
               GO TO 8ERRHANDLE
           END-IF.
           MOVE ZERO TO REL-SHOWN-COUNT.
           MOVE 'N'  TO REL-DONE-SW.
           MOVE CLNTIDEN   TO REL-CLNTIDEN.
           MOVE LOW-VALUES TO REL-TYPE.
           MOVE ZERO       TO REL-RELIDEN.
           START CLNTREL KEY NOT < REL-KEY
               INVALID KEY
                   MOVE 'Y' TO REL-DONE-SW
           END-START.
       10RELLIST-LOOP.
           IF REL-DONE-YES
               GO TO 10RELLIST-DONE
           END-IF.
           READ CLNTREL NEXT RECORD
               AT END GO TO 10RELLIST-DONE
           END-READ.
           IF NOT REL-STATUS-OK
               DISPLAY "RELATIONSHIP READ FAILED, STATUS " REL-STATUS
               GO TO 10RELLIST-DONE
           END-IF.
           IF REL-CLNTIDEN NOT = CLNTIDEN
               GO TO 10RELLIST-DONE
           END-IF.
           ADD 1 TO REL-SHOWN-COUNT.
           MOVE REL-TYPE TO REL-TYPE-IN.
           PERFORM 9RELINV THRU 9RELINV-EXIT.
           MOVE REL-RELIDEN TO OCLNTIDEN.
           READ DEMO
               INVALID KEY
                   MOVE '(NOT ON MASTER)' TO REL-NAME-OUT
               NOT INVALID KEY
                   MOVE SPACES TO REL-NAME-OUT
                   STRING OCLNTFNAME DELIMITED BY '  '
                       ' ' OCLNTLNAME DELIMITED BY SIZE
                       INTO REL-NAME-OUT
           END-READ.
           DISPLAY REL-DESC-OUT " " REL-RELIDEN " " REL-NAME-OUT.
           IF REL-STATE-ACTIVE
               DISPLAY "    ACTIVE SINCE " REL-START-DATE
                   " ADDED BY " REL-ADD-USERID
           ELSE
               DISPLAY "    ENDED " REL-END-DATE " (" REL-END-REASON
                   ") BY " REL-END-USERID " - BEGAN " REL-START-DATE
           END-IF.
           GO TO 10RELLIST-LOOP.
       10RELLIST-DONE.
           IF REL-SHOWN-COUNT = ZERO
               DISPLAY "NO RELATIONSHIPS ON FILE FOR CLIENT "
                   CLNTIDEN
           ELSE
               DISPLAY REL-SHOWN-COUNT " RELATIONSHIP(S) SHOWN"
           END-IF.
           CLOSE CLNTREL.
       10RELLIST-EXIT.
           EXIT.
      ****ONE LINE OF THE TYPE MENU SHOWN BEFORE AN ADD.
       9RELTYPE-SHOW.
           DISPLAY "  " RTYP-CODE (RTYP-IDX) " - "
               RTYP-DESC (RTYP-IDX).
       9RELTYPE-SHOW-EXIT.
           EXIT.
      ****LOOKS REL-TYPE-IN UP IN THE TYPE TABLE FOR ITS INVERSE
      ****AND DESCRIPTION.  A CODE NOT IN THE TABLE (ONE SINCE
      ****RETIRED FROM IT) STANDS AS ITS OWN INVERSE AND
      ****DESCRIPTION SO OLD ROWS STILL LIST AND MOVE.
       9RELINV.
           MOVE 'N'         TO REL-FOUND-SW.
           MOVE REL-TYPE-IN TO REL-INV-TYPE.
           MOVE REL-TYPE-IN TO REL-DESC-OUT.
           SET RTYP-IDX TO 1.
           SEARCH RTYP-ENTRY
               AT END
                   CONTINUE
               WHEN RTYP-CODE (RTYP-IDX) = REL-TYPE-IN
                   MOVE 'Y' TO REL-FOUND-SW
                   MOVE RTYP-INVERSE (RTYP-IDX) TO REL-INV-TYPE
                   MOVE RTYP-DESC (RTYP-IDX)    TO REL-DESC-OUT
           END-SEARCH.
       9RELINV-EXIT.
           EXIT.
      ****************************************************
      * PUTS THE ROW BUILT IN WRELREC ON THE FILE (OPEN I-O).
      * NO ROW UNDER THE KEY - WRITTEN.  AN ACTIVE ROW ALREADY
      * THERE IS LEFT ALONE.  AN ENDED ROW ALREADY THERE IS
      * REPLACED ONLY BY AN ACTIVE ONE, SO A RELATIONSHIP
      * TAKEN UP AGAIN REUSES ITS OLD KEY.  REL-PUT-RESULT
      * SAYS WHICH HAPPENED.
      ****************************************************
       9RELPUT.
           MOVE WREL-KEY TO REL-KEY.
           READ CLNTREL
               INVALID KEY
                   WRITE RELREC FROM WRELREC
                   IF REL-STATUS-OK
                       MOVE 'W' TO REL-PUT-RESULT
                   ELSE
                       MOVE 'F' TO REL-PUT-RESULT
                   END-IF
                   GO TO 9RELPUT-EXIT
           END-READ.
           IF NOT REL-STATUS-OK
               MOVE 'F' TO REL-PUT-RESULT
               GO TO 9RELPUT-EXIT
           END-IF.
           IF REL-STATE-ACTIVE OR WREL-STATE-ENDED
               MOVE 'D' TO REL-PUT-RESULT
               GO TO 9RELPUT-EXIT
           END-IF.
           REWRITE RELREC FROM WRELREC.
           IF REL-STATUS-OK
               MOVE 'R' TO REL-PUT-RESULT
           ELSE
               MOVE 'F' TO REL-PUT-RESULT
           END-IF.
       9RELPUT-EXIT.
           EXIT.
      ****ENDS THE ROW UNDER REL-KEY IF IT IS ACTIVE, WITH
      ****REASON REL-END-WHY AND DATE REL-TODAY.  REL-STOPPED-SW
      ****SAYS WHETHER THERE WAS ONE TO END.
       9RELSTOP.
           MOVE 'N' TO REL-STOPPED-SW.
           READ CLNTREL
               INVALID KEY
                   GO TO 9RELSTOP-EXIT
           END-READ.
           IF NOT REL-STATUS-OK OR NOT REL-STATE-ACTIVE
               GO TO 9RELSTOP-EXIT
           END-IF.
           MOVE 'E'         TO REL-STATE.
           MOVE REL-TODAY   TO REL-END-DATE.
           MOVE REL-END-WHY TO REL-END-REASON.
           MOVE OPER-USERID TO REL-END-USERID.
           REWRITE RELREC.
           IF REL-STATUS-OK
               MOVE 'Y' TO REL-STOPPED-SW
           ELSE
               DISPLAY "RELATIONSHIP REWRITE FAILED, STATUS "
                   REL-STATUS " FOR CLIENT " REL-CLNTIDEN
           END-IF.
       9RELSTOP-EXIT.
           EXIT.
      ****OPENS CLNTREL I-O FOR THE CLOSE/DELETE END-OFF AND
      ****THE MERGE.  IN BATCH IT STAYS OPEN FOR THE REST OF THE
      ****RUN LIKE THE OTHER RUN-LONG FILES.  REL-AVAIL-SW SAYS
      ****WHETHER IT IS OPEN - NO FILE MEANS NO RELATIONSHIPS.
       9RELOPEN.
           MOVE 'N' TO REL-AVAIL-SW.
           IF OBATCH-SW = 'Y' AND REL-OPEN-YES
               MOVE 'Y' TO REL-AVAIL-SW
               GO TO 9RELOPEN-EXIT
           END-IF.
           OPEN I-O CLNTREL.
           IF NOT REL-STATUS-OPENED
               GO TO 9RELOPEN-EXIT
           END-IF.
           MOVE 'Y' TO REL-AVAIL-SW.
           IF OBATCH-SW = 'Y'
               MOVE 'Y' TO REL-OPEN-SW
           END-IF.
       9RELOPEN-EXIT.
           EXIT.
      ****************************************************
      * A CLOSED OR DELETED CLIENT'S RELATIONSHIPS ARE ENDED
      * WITH IT - EVERY ACTIVE ROW UNDER OCLNTIDEN AND ITS
      * RECIPROCAL UNDER THE OTHER CLIENT - SO NOTHING IS LEFT
      * POINTING AT A CLIENT WHO IS GONE.  REL-END-WHY CARRIES
      * THE REASON.  REOPENING THE CLIENT DOES NOT BRING THEM
      * BACK; THEY ARE ADDED AGAIN THROUGH OPTION 10.
      ****************************************************
       9RELENDALL.
           MOVE ZERO      TO REL-ENDED-COUNT.
           MOVE OCLNTIDEN TO REL-FOR-IDEN.
           PERFORM 9RELOPEN THRU 9RELOPEN-EXIT.
           IF NOT REL-AVAIL-YES
               GO TO 9RELENDALL-EXIT
           END-IF.
           ACCEPT REL-TODAY FROM DATE YYYYMMDD.
           MOVE REL-FOR-IDEN TO REL-CLNTIDEN.
           MOVE LOW-VALUES   TO REL-TYPE.
           MOVE ZERO         TO REL-RELIDEN.
           START CLNTREL KEY NOT < REL-KEY
               INVALID KEY
                   GO TO 9RELENDALL-DONE
           END-START.
       9RELENDALL-LOOP.
           READ CLNTREL NEXT RECORD
               AT END GO TO 9RELENDALL-DONE
           END-READ.
           IF NOT REL-STATUS-OK
               DISPLAY "RELATIONSHIP END-OFF READ FAILED, STATUS "
                   REL-STATUS
               GO TO 9RELENDALL-DONE
           END-IF.
           IF REL-CLNTIDEN NOT = REL-FOR-IDEN
               GO TO 9RELENDALL-DONE
           END-IF.
           IF REL-STATE-ENDED
               GO TO 9RELENDALL-LOOP
           END-IF.
           MOVE REL-KEY     TO REL-SAVE-KEY.
           MOVE REL-TYPE    TO REL-TYPE-IN.
           MOVE REL-RELIDEN TO REL-OTHER-IDEN.
           PERFORM 9RELINV THRU 9RELINV-EXIT.
           PERFORM 9RELSTOP THRU 9RELSTOP-EXIT.
           IF REL-STOPPED-YES
               ADD 1 TO REL-ENDED-COUNT
           END-IF.
           MOVE REL-OTHER-IDEN TO REL-CLNTIDEN.
           MOVE REL-INV-TYPE   TO REL-TYPE.
           MOVE REL-FOR-IDEN   TO REL-RELIDEN.
           PERFORM 9RELSTOP THRU 9RELSTOP-EXIT.
      ****THE RECIPROCAL READ MOVED THE FILE'S POSITION - PICK
      ****THE BROWSE UP AGAIN AFTER THE ROW JUST ENDED.
           MOVE REL-SAVE-KEY TO REL-KEY.
           START CLNTREL KEY > REL-KEY
               INVALID KEY
                   GO TO 9RELENDALL-DONE
           END-START.
           GO TO 9RELENDALL-LOOP.
       9RELENDALL-DONE.
           IF OBATCH-SW = 'N'
               CLOSE CLNTREL
           END-IF.
       9RELENDALL-EXIT.
           EXIT.
      ****************************************************
      * REPOINTS THE RETIRING CLIENT'S RELATIONSHIPS TO THE
      * SURVIVOR AFTER A MERGE.  EACH ROW IS PUT UNDER THE
      * SURVIVOR'S NUMBER, THE OTHER CLIENT'S RECIPROCAL IS
      * PUT POINTING AT THE SURVIVOR, AND THE TWO OLD ROWS
      * COME OFF.  WHERE THE SURVIVOR ALREADY HAS THE SAME
      * RELATIONSHIP THE TWO SIMPLY COLLAPSE INTO ONE.  A
      * RELATIONSHIP BETWEEN THE TWO DUPLICATES THEMSELVES
      * MEANS NOTHING ONCE THEY ARE ONE CLIENT, SO IT IS ENDED
      * WHERE IT STANDS RATHER THAN POINTED AT ITSELF.
      ****************************************************
       9RELMRG.
           MOVE ZERO TO REL-MOVED-COUNT.
           PERFORM 9RELOPEN THRU 9RELOPEN-EXIT.
           IF NOT REL-AVAIL-YES
               GO TO 9RELMRG-EXIT
           END-IF.
           ACCEPT REL-TODAY FROM DATE YYYYMMDD.
           MOVE MRG-RETIRE-IDEN TO REL-CLNTIDEN.
           MOVE LOW-VALUES      TO REL-TYPE.
           MOVE ZERO            TO REL-RELIDEN.
           START CLNTREL KEY NOT < REL-KEY
               INVALID KEY
                   GO TO 9RELMRG-DONE
           END-START.
       9RELMRG-LOOP.
           READ CLNTREL NEXT RECORD
               AT END GO TO 9RELMRG-DONE
           END-READ.
           IF NOT REL-STATUS-OK
               DISPLAY "RELATIONSHIP REPOINT READ FAILED, STATUS "
                   REL-STATUS
               GO TO 9RELMRG-DONE
           END-IF.
           IF REL-CLNTIDEN NOT = MRG-RETIRE-IDEN
               GO TO 9RELMRG-DONE
           END-IF.
           MOVE REL-KEY     TO REL-SAVE-KEY.
           MOVE RELREC      TO WRELREC.
           MOVE REL-TYPE    TO REL-TYPE-IN.
           MOVE REL-RELIDEN TO REL-OTHER-IDEN.
           PERFORM 9RELINV THRU 9RELINV-EXIT.
           IF REL-OTHER-IDEN = CLNTIDEN
               MOVE 'MERGE' TO REL-END-WHY
               PERFORM 9RELSTOP THRU 9RELSTOP-EXIT
               MOVE CLNTIDEN        TO REL-CLNTIDEN
               MOVE REL-INV-TYPE    TO REL-TYPE
               MOVE MRG-RETIRE-IDEN TO REL-RELIDEN
               PERFORM 9RELSTOP THRU 9RELSTOP-EXIT
               GO TO 9RELMRG-RESUME
           END-IF.
      ****SURVIVOR'S ROW FIRST, THEN THE RECIPROCAL, THEN THE OLD
      ****ROWS COME OFF - A FAILURE PART WAY LEAVES BOTH COPIES
      ****RATHER THAN NEITHER.
           MOVE CLNTIDEN TO WREL-CLNTIDEN.
           PERFORM 9RELPUT THRU 9RELPUT-EXIT.
           IF REL-PUT-FAILED
               DISPLAY "RELATIONSHIP REPOINT WRITE FAILED, STATUS "
                   REL-STATUS " - RETIRED COPY KEPT"
               GO TO 9RELMRG-RESUME
           END-IF.
           MOVE REL-OTHER-IDEN  TO REL-CLNTIDEN.
           MOVE REL-INV-TYPE    TO REL-TYPE.
           MOVE MRG-RETIRE-IDEN TO REL-RELIDEN.
           READ CLNTREL
               INVALID KEY
                   GO TO 9RELMRG-OLDROW
           END-READ.
           IF NOT REL-STATUS-OK
               GO TO 9RELMRG-OLDROW
           END-IF.
           MOVE RELREC   TO WRELREC.
           MOVE CLNTIDEN TO WREL-RELIDEN.
           PERFORM 9RELPUT THRU 9RELPUT-EXIT.
           IF REL-PUT-FAILED
               DISPLAY "RELATIONSHIP REPOINT WRITE FAILED, STATUS "
                   REL-STATUS " - RETIRED COPY KEPT"
               GO TO 9RELMRG-RESUME
           END-IF.
           MOVE REL-OTHER-IDEN  TO REL-CLNTIDEN.
           MOVE REL-INV-TYPE    TO REL-TYPE.
           MOVE MRG-RETIRE-IDEN TO REL-RELIDEN.
           DELETE CLNTREL
               INVALID KEY
                   CONTINUE
           END-DELETE.
       9RELMRG-OLDROW.
           MOVE REL-SAVE-KEY TO REL-KEY.
           DELETE CLNTREL
               INVALID KEY
                   CONTINUE
           END-DELETE.
           ADD 1 TO REL-MOVED-COUNT.
       9RELMRG-RESUME.
           MOVE REL-SAVE-KEY TO REL-KEY.
           START CLNTREL KEY > REL-KEY
               INVALID KEY
                   GO TO 9RELMRG-DONE
           END-START.
           GO TO 9RELMRG-LOOP.
       9RELMRG-DONE.
           IF OBATCH-SW = 'N'
               CLOSE CLNTREL
           END-IF.
           IF OBATCH-SW = 'N' AND REL-MOVED-COUNT > ZERO
               DISPLAY REL-MOVED-COUNT " RELATIONSHIP(S) MOVED TO "
                   "CLIENT " CLNTIDEN
           END-IF.
       9RELMRG-EXIT.
           EXIT.
      ****************************************************
      * CLIENT ADDRESSES (MENU OPTION 11).  EVERY RESIDENCE,
      * MAILING AND SEASONAL ADDRESS ON FILE FOR A CLIENT -
      * SEE CLNTAREC.  ADD/CHANGE KEYS ONE ROW, DELETE TAKES
      * ONE OFF, LIST SHOWS THE ADDRESS ON THE MASTER AND
      * EVERY ROW ON FILE.  THE ROWS ARE NOT THE MASTER -
      * CLNTSEAS PUTS THE RIGHT ONE ON IT THAT NIGHT UNDER
      * REASON 07, WITH THE HISTORY AND AUDIT ANY REWRITE
      * GETS - SO LIKE A RELATIONSHIP THEY ARE NOT QUEUED FOR
      * APPROVAL; THE ROW CARRIES WHO LAST KEYED IT.  ADD/
      * CHANGE AND DELETE NEED THE UPDATE RIGHT AS WELL AS THE
      * INQUIRY RIGHT THE MENU CHECKED, AND ARE LOCKED OUT
      * WHILE THE NIGHTLY WINDOW HOLDS THE MASTER.  THE FILE
      * IS OPENED AND CLOSED AROUND EACH VISIT.
      ****************************************************
       11ADDRESS.
           DISPLAY "1=ADD/CHANGE ADDRESS 2=DELETE ADDRESS "
               "3=LIST ADDRESSES".
           MOVE ZERO TO ADR-FUNC.
           ACCEPT ADR-FUNC.
           IF ADR-FUNC NOT = 1 AND ADR-FUNC NOT = 2
                   AND ADR-FUNC NOT = 3
               DISPLAY "INVALID ADDRESS FUNCTION " ADR-FUNC
               GO TO 000X
           END-IF.
           IF ADR-FUNC NOT = 3 AND NOT AUTH-UPDATE-YES
               DISPLAY "USER " OPER-USERID " IS NOT AUTHORIZED FOR "
                   "UPDATE OPTIONS - REQUEST REFUSED"
               MOVE PROCESS          TO AUTH-REF-OPT
               MOVE ZERO             TO OCLNTIDEN
               MOVE SPACES           TO OCLNTFNAME
               MOVE AUTH-REFUSED-TEXT TO OCLNTLNAME
               MOVE 'REFUSED'        TO AUD-CURR-OPERATION
               PERFORM 9AUDIT THRU 9AUDIT-EXIT
               GO TO 000X
           END-IF.
           IF ADR-FUNC NOT = 3
               PERFORM 0CHKLOCK THRU 0CHKLOCK-EXIT
               IF WINLOCK-ON
                   GO TO 000X
               END-IF
           END-IF.
           DISPLAY "ENTER CLIENT NO".
           ACCEPT CLNTIDEN.
           IF ADR-FUNC = 1
               PERFORM 11ADRPUT THRU 11ADRPUT-EXIT
           ELSE IF ADR-FUNC = 2
               PERFORM 11ADRDEL THRU 11ADRDEL-EXIT
           ELSE
               PERFORM 11ADRLIST THRU 11ADRLIST-EXIT
           END-IF.
           GO TO 000X.
      ****************************************************
      * ADD/CHANGE - THE CLIENT MUST BE ON THE MASTER AND
      * ACTIVE.  A ROW ALREADY ON FILE UNDER THE TYPE AND
      * NUMBER IS CHANGED, FIELD BY FIELD, A BLANK ANSWER
      * KEEPING THE VALUE SHOWN; OTHERWISE A NEW ROW IS ADDED.
      * STATE AND ZIP PASS THE SAME CLNTEDIT RULES AS THE
      * MASTER.  CHANGING THE ROW NOW ON THE MASTER CLEARS ITS
      * MARK SO THAT NIGHT'S CLNTSEAS PUTS IT ON AGAIN.
      ****************************************************
       11ADRPUT.
           OPEN INPUT DEMO.
           IF NOT DEMO-STATUS-OK
               MOVE '11ADRPUT' TO ERR-PARAGRAPH
               MOVE 'OPEN'     TO ERR-OPERATION
               MOVE DEMO-STATUS TO ERR-STATUS
               MOVE 'DEMO' TO ERR-FILENAME
               GO TO 8ERRHANDLE
           END-IF.
           MOVE CLNTIDEN TO OCLNTIDEN.
           READ DEMO
               INVALID KEY
                   DISPLAY "CLIENT " CLNTIDEN " NOT FOUND"
                   GO TO 11ADRPUT-EXIT
           END-READ.
           IF NOT DEMO-STATUS-OK
               MOVE '11ADRPUT' TO ERR-PARAGRAPH
               MOVE 'READ'     TO ERR-OPERATION
               MOVE DEMO-STATUS TO ERR-STATUS
               MOVE 'DEMO' TO ERR-FILENAME
               GO TO 8ERRHANDLE
           END-IF.
           IF OCLNT-INACTIVE
               DISPLAY "CLIENT " CLNTIDEN " IS CLOSED - ADDRESSES "
                   "NOT CHANGED"
               GO TO 11ADRPUT-EXIT
           END-IF.
           DISPLAY CLNTIDEN " " OCLNTFNAME " " OCLNTLNAME.
           PERFORM 9ADRKEYIN THRU 9ADRKEYIN-EXIT.
           IF NOT ADR-KEYOK-YES
               GO TO 11ADRPUT-EXIT
           END-IF.
           OPEN I-O CLNTADDR.
           IF ADR-STATUS-NOTFND OR ADR-STATUS-NOFILE
               OPEN OUTPUT CLNTADDR
               CLOSE CLNTADDR
               OPEN I-O CLNTADDR
           END-IF.
           IF NOT ADR-STATUS-OPENED
               DISPLAY "ADDRESS FILE UNAVAILABLE, STATUS "
                   ADR-STATUS
               GO TO 11ADRPUT-EXIT
           END-IF.
           MOVE WADR-KEY TO ADR-KEY.
           MOVE 'N' TO ADR-NEW-SW.
           READ CLNTADDR
               INVALID KEY
                   MOVE 'Y' TO ADR-NEW-SW
           END-READ.
           IF NOT ADR-NEW-YES AND NOT ADR-STATUS-OK
               DISPLAY "ADDRESS READ FAILED, STATUS " ADR-STATUS
               CLOSE CLNTADDR
               GO TO 11ADRPUT-EXIT
           END-IF.
           IF ADR-NEW-YES
               MOVE SPACES      TO WADRREC
               MOVE CLNTIDEN    TO WADR-CLNTIDEN
               MOVE ADR-TYPE-IN TO WADR-TYPE
               MOVE ADR-SEQ-IN  TO WADR-SEQ
               MOVE ZERO        TO WADR-FROM-MMDD WADR-TO-MMDD
                                   WADR-SWITCH-DATE
               MOVE 'N'         TO WADR-MASTER-SW
               DISPLAY "NEW " ADR-DESC-OUT " ADDRESS"
           ELSE
               MOVE ADRREC   TO WADRREC
               DISPLAY "CHANGING " ADR-DESC-OUT " ADDRESS - A BLANK "
                   "ANSWER KEEPS THE VALUE SHOWN"
           END-IF.
           PERFORM 11ADRPROMPT THRU 11ADRPROMPT-EXIT.
           IF PROMPT-CONFIRM NOT = 1
               DISPLAY "ADDRESS NOT SAVED"
               CLOSE CLNTADDR
               GO TO 11ADRPUT-EXIT
           END-IF.
           ACCEPT ADR-TODAY FROM DATE YYYYMMDD.
           MOVE ADR-TODAY   TO WADR-MAINT-DATE.
           MOVE OPER-USERID TO WADR-MAINT-USERID.
           IF WADR-ON-MASTER
               MOVE 'N' TO WADR-MASTER-SW
               DISPLAY "THIS IS THE ADDRESS NOW ON THE MASTER - "
                   "TONIGHT'S RUN PUTS THE CHANGE ON IT"
           END-IF.
           IF ADR-NEW-YES
               WRITE ADRREC FROM WADRREC
           ELSE
               REWRITE ADRREC FROM WADRREC
           END-IF.
           IF NOT ADR-STATUS-OK
               DISPLAY "ADDRESS WRITE FAILED, STATUS " ADR-STATUS
           ELSE
               DISPLAY ADR-DESC-OUT " ADDRESS SAVED FOR CLIENT "
                   CLNTIDEN
           END-IF.
           CLOSE CLNTADDR.
       11ADRPUT-EXIT.
           EXIT.
      ****************************************************
      * FIELD-BY-FIELD ENTRY OF THE ADDRESS IN WADRREC, IN THE
      * SAME ECHO-AND-CONFIRM STYLE AS 2PROMPT.  A SEASONAL
      * ROW ALSO TAKES ITS FROM AND TO MONTH-DAYS.  LEAVES
      * PROMPT-CONFIRM 1 WHEN THE OPERATOR SAYS SAVE.
      ****************************************************
       11ADRPROMPT.
           DISPLAY "ADDRESS LINE 1 [" WADR-ADDR1 "]".
           MOVE SPACES TO PROMPT-IN.
           ACCEPT PROMPT-IN.
           IF PROMPT-IN NOT = SPACES
               MOVE PROMPT-IN TO WADR-ADDR1
           END-IF.
           DISPLAY "ADDRESS LINE 2 [" WADR-ADDR2 "]".
           MOVE SPACES TO PROMPT-IN.
           ACCEPT PROMPT-IN.
           IF PROMPT-IN NOT = SPACES
               MOVE PROMPT-IN TO WADR-ADDR2
           END-IF.
           DISPLAY "CITY [" WADR-CITY "]".
           MOVE SPACES TO PROMPT-IN.
           ACCEPT PROMPT-IN.
           IF PROMPT-IN NOT = SPACES
               MOVE PROMPT-IN TO WADR-CITY
           END-IF.
           DISPLAY "STATE [" WADR-STATE "]".
           MOVE SPACES TO PROMPT-IN.
           ACCEPT PROMPT-IN.
           IF PROMPT-IN NOT = SPACES
               MOVE PROMPT-IN TO WADR-STATE
           END-IF.
           DISPLAY "ZIP [" WADR-ZIP "]".
           MOVE SPACES TO PROMPT-IN.
           ACCEPT PROMPT-IN.
           IF PROMPT-IN NOT = SPACES
               MOVE PROMPT-IN TO WADR-ZIP
           END-IF.
           IF WADR-TYPE-SEAS
               DISPLAY "IN USE FROM MMDD [" WADR-FROM-MMDD "]"
               MOVE SPACES TO ADR-MMDD-IN
               ACCEPT ADR-MMDD-IN
               IF ADR-MMDD-IN NOT = SPACES
                   PERFORM 9ADRMMDD THRU 9ADRMMDD-EXIT
                   IF NOT ADR-MMDD-OK
                       DISPLAY "NOT A MONTH-DAY: " ADR-MMDD-IN
                       DISPLAY "RE-ENTER THE ADDRESS"
                       GO TO 11ADRPROMPT
                   END-IF
                   MOVE ADR-MMDD-IN TO WADR-FROM-MMDD
               END-IF
               DISPLAY "IN USE THROUGH MMDD [" WADR-TO-MMDD "]"
               MOVE SPACES TO ADR-MMDD-IN
               ACCEPT ADR-MMDD-IN
               IF ADR-MMDD-IN NOT = SPACES
                   PERFORM 9ADRMMDD THRU 9ADRMMDD-EXIT
                   IF NOT ADR-MMDD-OK
                       DISPLAY "NOT A MONTH-DAY: " ADR-MMDD-IN
                       DISPLAY "RE-ENTER THE ADDRESS"
                       GO TO 11ADRPROMPT
                   END-IF
                   MOVE ADR-MMDD-IN TO WADR-TO-MMDD
               END-IF
           END-IF.
           IF WADR-ADDR1 = SPACES OR WADR-CITY = SPACES
               DISPLAY "ADDRESS LINE 1 AND CITY ARE REQUIRED"
               DISPLAY "RE-ENTER THE ADDRESS"
               GO TO 11ADRPROMPT
           END-IF.
           IF WADR-TYPE-SEAS
                   AND (WADR-FROM-MMDD = ZERO OR WADR-TO-MMDD = ZERO)
               DISPLAY "A SEASONAL ADDRESS NEEDS ITS FROM AND "
                   "THROUGH MONTH-DAYS"
               DISPLAY "RE-ENTER THE ADDRESS"
               GO TO 11ADRPROMPT
           END-IF.
      ****SAME STATE AND ZIP RULES AS THE MASTER - THE CLIENT'S
      ****OWN DATE, PHONE AND EMAIL RIDE ALONG SO ONLY THE
      ****ADDRESS IS BEING JUDGED.
           MOVE WADR-STATE TO EDIT-CLNTSTATE.
           MOVE WADR-ZIP   TO EDIT-CLNTZIP.
           MOVE OCLNTMM    TO EDIT-CLNTMM.
           MOVE OCLNTDD    TO EDIT-CLNTDD.
           MOVE OCLNTYY    TO EDIT-CLNTYY.
           MOVE OCLNTPHONE TO EDIT-CLNTPHONE.
           MOVE OCLNTEMAIL TO EDIT-CLNTEMAIL.
           CALL "CLNTEDIT" USING CLNTEDITREC.
           IF NOT EDIT-VALID
               DISPLAY "EDIT ERROR: " EDIT-MESSAGE
               DISPLAY "RE-ENTER THE ADDRESS"
               GO TO 11ADRPROMPT
           END-IF.
           DISPLAY "ENTERED " ADR-DESC-OUT " ADDRESS " WADR-SEQ
               " FOR CLIENT " WADR-CLNTIDEN ":".
           DISPLAY "  " WADR-ADDR1.
           DISPLAY "  " WADR-ADDR2.
           DISPLAY "  " WADR-CITY " " WADR-STATE " " WADR-ZIP.
           IF WADR-TYPE-SEAS
               DISPLAY "  IN USE " WADR-FROM-MM "/" WADR-FROM-DD
                   " THROUGH " WADR-TO-MM "/" WADR-TO-DD
           END-IF.
           DISPLAY "SAVE THIS ADDRESS? 1=YES 0=RE-ENTER 9=CANCEL".
           MOVE ZERO TO PROMPT-CONFIRM.
           ACCEPT PROMPT-CONFIRM.
           IF PROMPT-CONFIRM = ZERO
               GO TO 11ADRPROMPT
           END-IF.
       11ADRPROMPT-EXIT.
           EXIT.
      ****************************************************
      * DELETE - TAKES ONE ROW OFF.  THE CLIENT NEED NOT BE ON
      * THE MASTER, SO ROWS LEFT BY A CLOSED OR PURGED CLIENT
      * CAN BE CLEARED.  DELETING THE ROW NOW ON THE MASTER
      * LEAVES THE MASTER AS IT IS UNTIL THAT NIGHT'S CLNTSEAS
      * PUTS THE NEXT ONE IN LINE ON IT.
      ****************************************************
       11ADRDEL.
           PERFORM 9ADRKEYIN THRU 9ADRKEYIN-EXIT.
           IF NOT ADR-KEYOK-YES
               GO TO 11ADRDEL-EXIT
           END-IF.
           OPEN I-O CLNTADDR.
           IF NOT ADR-STATUS-OK
               DISPLAY "NO ADDRESS FILE ON HAND, STATUS "
                   ADR-STATUS
               GO TO 11ADRDEL-EXIT
           END-IF.
           MOVE WADR-KEY TO ADR-KEY.
           READ CLNTADDR
               INVALID KEY
                   DISPLAY "NO " ADR-DESC-OUT " ADDRESS " WADR-SEQ
                       " ON FILE FOR CLIENT " CLNTIDEN
                   CLOSE CLNTADDR
                   GO TO 11ADRDEL-EXIT
           END-READ.
           IF NOT ADR-STATUS-OK
               DISPLAY "ADDRESS READ FAILED, STATUS " ADR-STATUS
               CLOSE CLNTADDR
               GO TO 11ADRDEL-EXIT
           END-IF.
           PERFORM 9ADRSHOW THRU 9ADRSHOW-EXIT.
           DISPLAY "DELETE THIS ADDRESS? 1=YES 0=NO".
           MOVE ZERO TO PROMPT-CONFIRM.
           ACCEPT PROMPT-CONFIRM.
           IF PROMPT-CONFIRM NOT = 1
               DISPLAY "ADDRESS NOT DELETED"
               CLOSE CLNTADDR
               GO TO 11ADRDEL-EXIT
           END-IF.
           IF ADR-ON-MASTER
               DISPLAY "THIS IS THE ADDRESS NOW ON THE MASTER - "
                   "TONIGHT'S RUN PUTS THE NEXT ONE IN LINE ON IT"
           END-IF.
           DELETE CLNTADDR
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF NOT ADR-STATUS-OK
               DISPLAY "ADDRESS DELETE FAILED, STATUS " ADR-STATUS
           ELSE
               DISPLAY ADR-DESC-OUT " ADDRESS " WADR-SEQ
                   " DELETED FOR CLIENT " CLNTIDEN
           END-IF.
           CLOSE CLNTADDR.
       11ADRDEL-EXIT.
           EXIT.
      ****************************************************
      * LIST - THE ADDRESS THE MASTER CARRIES NOW, THEN EVERY
      * ROW ON FILE FOR THE CLIENT, MARKING THE ONE CLNTSEAS
      * LAST PUT ON THE MASTER.
      ****************************************************
       11ADRLIST.
           OPEN INPUT DEMO.
           IF NOT DEMO-STATUS-OK
               MOVE '11ADRLIST' TO ERR-PARAGRAPH
               MOVE 'OPEN'     TO ERR-OPERATION
               MOVE DEMO-STATUS TO ERR-STATUS
               MOVE 'DEMO' TO ERR-FILENAME
               GO TO 8ERRHANDLE
           END-IF.
           MOVE CLNTIDEN TO OCLNTIDEN.
           READ DEMO
               INVALID KEY
                   DISPLAY "CLIENT " CLNTIDEN " NOT ON THE MASTER"
               NOT INVALID KEY
                   DISPLAY CLNTIDEN " " OCLNTFNAME " " OCLNTLNAME
                   DISPLAY "ADDRESS ON THE MASTER:"
                   DISPLAY "  " OCLNTADDR1
                   DISPLAY "  " OCLNTADDR2
                   DISPLAY "  " OCLNTCITY " " OCLNTSTATE " "
                       OCLNTZIP
           END-READ.
           OPEN INPUT CLNTADDR.
           IF NOT ADR-STATUS-OK
               DISPLAY "NO ADDRESS FILE ON HAND, STATUS "
                   ADR-STATUS
               GO TO 11ADRLIST-EXIT
           END-IF.
           MOVE ZERO TO ADR-SHOWN-COUNT.
           MOVE 'N'  TO ADR-DONE-SW.
           MOVE CLNTIDEN   TO ADR-CLNTIDEN.
           MOVE LOW-VALUES TO ADR-TYPE.
           MOVE ZERO       TO ADR-SEQ.
           START CLNTADDR KEY NOT < ADR-KEY
               INVALID KEY
                   MOVE 'Y' TO ADR-DONE-SW
           END-START.
       11ADRLIST-LOOP.
           IF ADR-DONE-YES
               GO TO 11ADRLIST-DONE
           END-IF.
           READ CLNTADDR NEXT RECORD
               AT END GO TO 11ADRLIST-DONE
           END-READ.
           IF NOT ADR-STATUS-OK
               DISPLAY "ADDRESS READ FAILED, STATUS " ADR-STATUS
               GO TO 11ADRLIST-DONE
           END-IF.
           IF ADR-CLNTIDEN NOT = CLNTIDEN
               GO TO 11ADRLIST-DONE
           END-IF.
           ADD 1 TO ADR-SHOWN-COUNT.
           MOVE ADR-TYPE TO WADR-TYPE.
           PERFORM 9ADRDESC THRU 9ADRDESC-EXIT.
           PERFORM 9ADRSHOW THRU 9ADRSHOW-EXIT.
           GO TO 11ADRLIST-LOOP.
       11ADRLIST-DONE.
           IF ADR-SHOWN-COUNT = ZERO
               DISPLAY "NO ADDRESSES ON FILE FOR CLIENT " CLNTIDEN
                   " - THE MASTER ADDRESS IS THE ONLY ONE"
           ELSE
               DISPLAY ADR-SHOWN-COUNT " ADDRESS(ES) SHOWN"
           END-IF.
           CLOSE CLNTADDR.
       11ADRLIST-EXIT.
           EXIT.
      ****************************************************
      * ASKS FOR THE ADDRESS TYPE AND, FOR A SEASONAL ROW, ITS
      * NUMBER, AND BUILDS THE KEY IN WADR-KEY UNDER CLNTIDEN.
      * ADR-KEYOK-SW SAYS WHETHER THE ANSWERS WERE GOOD.
      ****************************************************
       9ADRKEYIN.
           MOVE 'N' TO ADR-KEYOK-SW.
           DISPLAY "ADDRESS TYPE - RES=RESIDENCE MAIL=MAILING "
               "SEAS=SEASONAL".
           MOVE SPACES TO ADR-TYPE-IN.
           ACCEPT ADR-TYPE-IN.
           MOVE ADR-TYPE-IN TO WADR-TYPE.
           IF NOT WADR-TYPE-VALID
               DISPLAY "UNKNOWN ADDRESS TYPE " ADR-TYPE-IN
               GO TO 9ADRKEYIN-EXIT
           END-IF.
           MOVE 1 TO ADR-SEQ-IN.
           IF WADR-TYPE-SEAS
               DISPLAY "ENTER SEASONAL ADDRESS NO (1-99)"
               MOVE ZERO TO ADR-SEQ-IN
               ACCEPT ADR-SEQ-IN
               IF ADR-SEQ-IN = ZERO
                   DISPLAY "SEASONAL ADDRESS NO MUST BE 1-99"
                   GO TO 9ADRKEYIN-EXIT
               END-IF
           END-IF.
           MOVE CLNTIDEN   TO WADR-CLNTIDEN.
           MOVE ADR-SEQ-IN TO WADR-SEQ.
           PERFORM 9ADRDESC THRU 9ADRDESC-EXIT.
           MOVE 'Y' TO ADR-KEYOK-SW.
       9ADRKEYIN-EXIT.
           EXIT.
      ****THE WORDING FOR THE TYPE IN WADR-TYPE.
       9ADRDESC.
           IF WADR-TYPE-RES
               MOVE 'RESIDENCE' TO ADR-DESC-OUT
           ELSE IF WADR-TYPE-MAIL
               MOVE 'MAILING'   TO ADR-DESC-OUT
           ELSE IF WADR-TYPE-SEAS
               MOVE 'SEASONAL'  TO ADR-DESC-OUT
           ELSE
               MOVE WADR-TYPE   TO ADR-DESC-OUT
           END-IF.
       9ADRDESC-EXIT.
           EXIT.
      ****ONE ROW OF THE FILE'S RECORD AREA, FOR THE LIST AND
      ****THE DELETE CONFIRMATION.
       9ADRSHOW.
           IF ADR-ON-MASTER
               DISPLAY ADR-DESC-OUT " " ADR-SEQ "  * ON THE MASTER "
                   "SINCE " ADR-SWITCH-DATE
           ELSE
               DISPLAY ADR-DESC-OUT " " ADR-SEQ
           END-IF.
           DISPLAY "  " ADR-ADDR1.
           IF ADR-ADDR2 NOT = SPACES
               DISPLAY "  " ADR-ADDR2
           END-IF.
           DISPLAY "  " ADR-CITY " " ADR-STATE " " ADR-ZIP.
           IF ADR-TYPE-SEAS
               DISPLAY "  IN USE " ADR-FROM-MM "/" ADR-FROM-DD
                   " THROUGH " ADR-TO-MM "/" ADR-TO-DD
           END-IF.
           DISPLAY "  LAST KEYED " ADR-MAINT-DATE " BY "
               ADR-MAINT-USERID.
       9ADRSHOW-EXIT.
           EXIT.
      ****CHECKS THE MONTH-DAY IN ADR-MMDD-IN - A REAL MONTH AND
      ****A DAY THAT MONTH CAN HAVE (29 FEBRUARY ALLOWED).
       9ADRMMDD.
           MOVE 'N' TO ADR-MMDD-SW.
           IF ADR-MMDD-IN NOT NUMERIC
               GO TO 9ADRMMDD-EXIT
           END-IF.
           IF ADR-MMDD-MM < 01 OR ADR-MMDD-MM > 12
                   OR ADR-MMDD-DD < 01 OR ADR-MMDD-DD > 31
               GO TO 9ADRMMDD-EXIT
           END-IF.
           IF (ADR-MMDD-MM = 04 OR ADR-MMDD-MM = 06
                   OR ADR-MMDD-MM = 09 OR ADR-MMDD-MM = 11)
                   AND ADR-MMDD-DD > 30
               GO TO 9ADRMMDD-EXIT
           END-IF.
           IF ADR-MMDD-MM = 02 AND ADR-MMDD-DD > 29
               GO TO 9ADRMMDD-EXIT
           END-IF.
           MOVE 'Y' TO ADR-MMDD-SW.
       9ADRMMDD-EXIT.
           EXIT.
      ****************************************************
      * A NON-ZERO/NON-EXPECTED FILE STATUS ON DEMO, CLNTBKUP
      * OR CLNTHIST LANDS HERE. THE CALLER SETS ERR-STATUS AND
      * ERR-FILENAME TO THE FILE THAT ACTUALLY FAILED BEFORE

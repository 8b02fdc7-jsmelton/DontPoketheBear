000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CLNTERAS.
000030 AUTHOR.        J MELTON.
000040 INSTALLATION.  CLIENT SYSTEMS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************
000080* ERASURE OF A FORMER CLIENT'S PERSONAL DATA, ON A
000090* REQUEST RECEIVED BY LEGAL.  CLNTPRGE TAKES A CLOSED
000100* CLIENT OFF THE MASTER, BUT THE NAME, ADDRESS, PHONE,
000110* EMAIL AND NOTES LIVE ON IN THE HISTORY, THE AUDIT
000120* TRAIL, THE ARCHIVES AND THE BACKUP.  THIS PROGRAM
000130* OVERWRITES THEM, FOR ONE CLIENT NUMBER, WITH A FIXED
000140* ANONYMIZED VALUE:
000150*   NAMES, ADDRESS LINES, CITY, EMAIL, NOTE TEXT - ERASED
000160*   STATE - SPACES, ZIP - 00000, PHONE - 0000000000
000170* THE CLIENT NUMBER, EVERY DATE AND TIMESTAMP, STATUSES,
000180* REASON CODES AND USER IDS ARE KEPT, SO RECORD COUNTS,
000190* KEYS AND AUDIT SEQUENCING ALL STILL HOLD.
000200* FILES COVERED:
000210*   CLNTFILE  THE MASTER, WHILE THE CLOSED RECORD IS ON IT
000220*   CLNTHIST  CHANGE HISTORY              (IN PLACE)
000230*   CLNTNOTE  CONTACT NOTES               (IN PLACE)
000240*   CLNTADDR  CLIENT ADDRESSES            (IN PLACE)
000250*   CLNTAPRQ  APPROVAL QUEUE IMAGES       (IN PLACE)
000260*   CLNTREL   RELATIONSHIPS - NO PERSONAL DATA, KEPT;
000270*             ANY STILL ACTIVE ARE ENDED, REASON ERASE
000280*   AUDITFL   AUDIT TRAIL      - COPIED TO AUDITOT
000290*   AUDTARC   AUDIT ARCHIVE    - COPIED TO AUDTAOT
000300*   HISTARC   HISTORY ARCHIVE  - COPIED TO HISTAOT
000310*   CLNTBKUP  MASTER BACKUP    - COPIED TO BKUPOT
000315*   REJECTFL  REJECTED TRANSACTIONS - COPIED TO REJECTOT
000320*   WORKLIST  RE-EDIT WORKLIST - COPIED TO WORKOT
000325* THE SIX SEQUENTIAL DATASETS ARE COPIED BACK OVER THE
000330* ORIGINALS BY THE JOB, THE SAME PATTERN AS CLNTPRGE.
000340* A CLIENT NUMBER RETIRED INTO THIS ONE BY A MERGE
000350* (CLNTXRF) IS THE SAME PERSON AND IS ERASED WITH IT.
000360* REFUSED, WITH NOTHING CHANGED, WHEN:
000370*   - THE CLIENT IS STILL ACTIVE ON THE MASTER;
000380*   - ANY AUDIT ENTRY FOR IT CARRIES AN OPEN DISPUTE;
000390*   - A CHANGE FOR IT IS STILL WAITING FOR APPROVAL;
000400*   - THE NUMBER WAS ITSELF MERGED AWAY (ERASE THE
000410*     SURVIVING NUMBER INSTEAD).
000420* A DONE ERASURE IS LOGGED AS AN ERASE AUDIT ENTRY, AND
000430* ERASCERT PRINTS THE CERTIFICATE - WHAT WAS FOUND AND
000440* ANONYMIZED IN EACH FILE - FOR LEGAL TO FILE.
000450* SYSIN LINE 1: CLIENT NUMBER.  LINE 2: THE USER ID OF
000460* WHOEVER ACTIONED THE REQUEST, LOGGED ON THE ERASE ENTRY.
000470* RETURN CODE 8 ON A REFUSAL.
000480*
000490* DATE       AUTHOR    DESCRIPTION
000500* 10/15/26   JMELTON   INITIAL VERSION
000501* 10/15/26   JMELTON   A NOTE, ADDRESS, RELATIONSHIP OR
000502*                      APPROVAL FILE THAT FAILS TO OPEN
000504*                      FOR ANY REASON BUT NOT BEING THERE
000505*                      STOPS THE RUN WITH RC 16 BEFORE THE
000506*                      CERTIFICATE.  THE REJECT SUSPENSE
000508*                      FILE AND THE RE-EDIT WORKLIST ARE
000509*                      NOW COPIED AND ANONYMIZED AS WELL.
000510*****************************************************
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT DEMO ASSIGN TO AS-CLNTFILE
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS OCLNTIDEN
000590         FILE STATUS IS ERAS-DEMO-STATUS.
000600     SELECT CLNTHIST ASSIGN TO AS-CLNTHIST
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS HIST-KEY
000640         FILE STATUS IS ERAS-HIST-STATUS.
000650     SELECT OPTIONAL CLNTNOTE ASSIGN TO AS-CLNTNOTE
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS NOTE-KEY
000690         FILE STATUS IS ERAS-NOTE-STATUS.
000700     SELECT OPTIONAL CLNTADDR ASSIGN TO AS-CLNTADDR
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS ADR-KEY
000740         FILE STATUS IS ERAS-ADDR-STATUS.
000750     SELECT OPTIONAL CLNTREL ASSIGN TO AS-CLNTREL
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS REL-KEY
000790         FILE STATUS IS ERAS-REL-STATUS.
000800     SELECT OPTIONAL CLNTAPRQ ASSIGN TO AS-CLNTAPRQ
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS APRQ-KEY
000840         FILE STATUS IS ERAS-APRQ-STATUS.
000850     SELECT OPTIONAL CLNTXRF ASSIGN TO AS-CLNTXRF
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS ERAS-XRF-STATUS.
000880     SELECT OPTIONAL AUDITFL ASSIGN TO AS-AUDITFL
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS ERAS-AUDITFL-STATUS.
000910     SELECT AUDITOT ASSIGN TO AS-AUDITOT
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS ERAS-AUDITOT-STATUS.
000940     SELECT OPTIONAL AUDTARC ASSIGN TO AS-AUDTARC
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS ERAS-AUDTARC-STATUS.
000970     SELECT AUDTAOT ASSIGN TO AS-AUDTAOT
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS ERAS-AUDTAOT-STATUS.
001000     SELECT OPTIONAL HISTARC ASSIGN TO AS-HISTARC
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS ERAS-HISTARC-STATUS.
001030     SELECT HISTAOT ASSIGN TO AS-HISTAOT
001040         ORGANIZATION IS SEQUENTIAL
001050         FILE STATUS IS ERAS-HISTAOT-STATUS.
001060     SELECT OPTIONAL CLNTBKUP ASSIGN TO AS-CLNTBKUP
001070         ORGANIZATION IS SEQUENTIAL
001080         FILE STATUS IS ERAS-BKUP-STATUS.
001090     SELECT BKUPOT ASSIGN TO AS-BKUPOT
001100         ORGANIZATION IS SEQUENTIAL
001101         FILE STATUS IS ERAS-BKUPOT-STATUS.
001103     SELECT OPTIONAL REJECTFL ASSIGN TO AS-REJECTFL
001104         ORGANIZATION IS SEQUENTIAL
001105         FILE STATUS IS ERAS-REJ-STATUS.
001106     SELECT REJECTOT ASSIGN TO AS-REJECTOT
001107         ORGANIZATION IS SEQUENTIAL
001108         FILE STATUS IS ERAS-REJOT-STATUS.
001109     SELECT OPTIONAL WORKLIST ASSIGN TO AS-WORKLIST
001110         ORGANIZATION IS SEQUENTIAL
001112         FILE STATUS IS ERAS-WORK-STATUS.
001114     SELECT WORKOT ASSIGN TO AS-WORKOT
001116         ORGANIZATION IS SEQUENTIAL
001118         FILE STATUS IS ERAS-WORKOT-STATUS.
001120     SELECT ERASCERT ASSIGN TO AS-ERASCERT
001130         ORGANIZATION IS SEQUENTIAL
001140         FILE STATUS IS ERAS-CERT-STATUS.
001150 DATA DIVISION.
001160 FILE SECTION.
001170 FD  DEMO.
001180     COPY OCLNTREC.
001190 FD  CLNTHIST.
001200     COPY CLNTHREC.
001210 FD  CLNTNOTE.
001220     COPY CLNTNREC.
001230 FD  CLNTADDR.
001240     COPY CLNTAREC.
001250 FD  CLNTREL.
001260     COPY CLNTRREC.
001270 FD  CLNTAPRQ.
001280     COPY CLNTAQRC.
001290 FD  CLNTXRF
001300     RECORDING MODE IS F.
001310     COPY CLNTMXRC.
001320 FD  AUDITFL
001330     RECORDING MODE IS F.
001340     COPY CLNTAUDT.
001350 FD  AUDITOT
001360     RECORDING MODE IS F.
001370 01  ERAS-AUDITOT-REC          PIC X(136).
001380****THE ARCHIVED AUDIT ENTRIES ARE AUDITREC IMAGES - READ
001390****INTO THE AARC VIEW BELOW.
001400 FD  AUDTARC
001410     RECORDING MODE IS F.
001420 01  ERAS-AUDTARC-REC          PIC X(136).
001430 FD  AUDTAOT
001440     RECORDING MODE IS F.
001450 01  ERAS-AUDTAOT-REC          PIC X(136).
001460****THE ARCHIVED HISTORY ROWS ARE HISTREC IMAGES - READ INTO
001470****THE HARC VIEW BELOW.
001480 FD  HISTARC
001490     RECORDING MODE IS F.
001500 01  ERAS-HISTARC-REC          PIC X(273).
001510 FD  HISTAOT
001520     RECORDING MODE IS F.
001530 01  ERAS-HISTAOT-REC          PIC X(273).
001540****THE BACKUP IS THE HDRDATE= HEADER 5BACKUP WRITES, THEN
001550****ONE OUTCLNTREC IMAGE PER CLIENT.
001560 FD  CLNTBKUP
001570     RECORDING MODE IS F.
001580 01  ERAS-BKUP-REC             PIC X(448).
001590 01  ERAS-BKUP-HDR.
001600     05  ERAS-BKUP-MARKER      PIC X(08).
001610     05  FILLER                PIC X(440).
001620 FD  BKUPOT
001630     RECORDING MODE IS F.
001631 01  ERAS-BKUPOT-REC           PIC X(448).
001633****THE REJECT SUSPENSE FILE AND THE RE-EDIT WORKLIST ARE
001634****BOTH CLNTRJCT IMAGES - READ INTO THE ERJC VIEW BELOW.
001635 FD  REJECTFL
001636     RECORDING MODE IS F.
001637 01  ERAS-REJECTFL-REC         PIC X(447).
001638 FD  REJECTOT
001639     RECORDING MODE IS F.
001640 01  ERAS-REJECTOT-REC         PIC X(447).
001641 FD  WORKLIST
001643     RECORDING MODE IS F.
001644 01  ERAS-WORKLIST-REC         PIC X(447).
001646 FD  WORKOT
001647     RECORDING MODE IS F.
001649 01  ERAS-WORKOT-REC           PIC X(447).
001650 FD  ERASCERT
001660     RECORDING MODE IS F.
001670 01  ERAS-LINE-REC.
001680     05  ERAS-CTL          PIC X(01).
001690     05  ERAS-TEXT         PIC X(131).
001700 WORKING-STORAGE SECTION.
001710 77  ERAS-IDEN-MAX             PIC 9(03) VALUE 050 COMP.
001720****THE FIXED VALUES EVERY ERASED FIELD IS OVERWRITTEN WITH.
001730 01  ERAS-ANON-VALUES.
001740     05  ERAS-ANON-TEXT        PIC X(06) VALUE 'ERASED'.
001750     05  ERAS-ANON-ZIP         PIC X(05) VALUE '00000'.
001760     05  ERAS-ANON-PHONE       PIC X(10) VALUE '0000000000'.
001770 01  ERAS-SWITCHES.
001780     05  ERAS-REFUSED-SW     PIC X(01) VALUE 'N'.
001790         88  ERAS-REFUSED-YES         VALUE 'Y'.
001800     05  ERAS-IN-TABLE-SW    PIC X(01) VALUE 'N'.
001810         88  ERAS-IN-TABLE-YES        VALUE 'Y'.
001820     05  ERAS-ADDED-SW       PIC X(01) VALUE 'N'.
001830         88  ERAS-ADDED-YES           VALUE 'Y'.
001840     05  ERAS-ON-MASTER-SW   PIC X(01) VALUE 'N'.
001850         88  ERAS-ON-MASTER-YES       VALUE 'Y'.
001860     05  ERAS-DONE-SW        PIC X(01) VALUE 'N'.
001870         88  ERAS-DONE-YES            VALUE 'Y'.
001880     05  ERAS-NAMED-SW       PIC X(01) VALUE 'N'.
001890         88  ERAS-NAMED-YES           VALUE 'Y'.
001900****ONE 'PRESENT' FLAG PER OPTIONAL FILE FOR THE CERTIFICATE.
001910     05  ERAS-DEMO-OPEN-SW   PIC X(01) VALUE 'N'.
001920         88  ERAS-DEMO-OPEN-YES       VALUE 'Y'.
001930     05  ERAS-NOTE-OPEN-SW   PIC X(01) VALUE 'N'.
001940         88  ERAS-NOTE-OPEN-YES       VALUE 'Y'.
001950     05  ERAS-ADDR-OPEN-SW   PIC X(01) VALUE 'N'.
001960         88  ERAS-ADDR-OPEN-YES       VALUE 'Y'.
001970     05  ERAS-REL-OPEN-SW    PIC X(01) VALUE 'N'.
001980         88  ERAS-REL-OPEN-YES        VALUE 'Y'.
001990     05  ERAS-APRQ-OPEN-SW   PIC X(01) VALUE 'N'.
002000         88  ERAS-APRQ-OPEN-YES       VALUE 'Y'.
002010     05  ERAS-HIST-OPEN-SW   PIC X(01) VALUE 'N'.
002020         88  ERAS-HIST-OPEN-YES       VALUE 'Y'.
002030     05  ERAS-AUDTARC-SW     PIC X(01) VALUE 'N'.
002040         88  ERAS-AUDTARC-YES         VALUE 'Y'.
002050     05  ERAS-HISTARC-SW     PIC X(01) VALUE 'N'.
002060         88  ERAS-HISTARC-YES         VALUE 'Y'.
002070     05  ERAS-BKUP-SW        PIC X(01) VALUE 'N'.
002080         88  ERAS-BKUP-YES            VALUE 'Y'.
002082     05  ERAS-REJECTS-SW     PIC X(01) VALUE 'N'.
002084         88  ERAS-REJECTS-YES         VALUE 'Y'.
002086     05  ERAS-WORKLIST-SW    PIC X(01) VALUE 'N'.
002088         88  ERAS-WORKLIST-YES        VALUE 'Y'.
002090 01  ERAS-FILE-STATUSES.
002100     05  ERAS-DEMO-STATUS    PIC X(02) VALUE '00'.
002110         88  ERAS-DEMO-OK             VALUE '00'.
002120     05  ERAS-HIST-STATUS    PIC X(02) VALUE '00'.
002130         88  ERAS-HIST-OK             VALUE '00'.
002140         88  ERAS-HIST-NOFILE         VALUE '35'.
002150     05  ERAS-NOTE-STATUS    PIC X(02) VALUE '00'.
002160         88  ERAS-NOTE-OK             VALUE '00'.
002165         88  ERAS-NOTE-NOFILE         VALUE '05' '35'.
002170     05  ERAS-ADDR-STATUS    PIC X(02) VALUE '00'.
002180         88  ERAS-ADDR-OK             VALUE '00'.
002185         88  ERAS-ADDR-NOFILE         VALUE '05' '35'.
002190     05  ERAS-REL-STATUS     PIC X(02) VALUE '00'.
002200         88  ERAS-REL-OK              VALUE '00'.
002205         88  ERAS-REL-NOFILE          VALUE '05' '35'.
002210     05  ERAS-APRQ-STATUS    PIC X(02) VALUE '00'.
002220         88  ERAS-APRQ-OK             VALUE '00'.
002225         88  ERAS-APRQ-NOFILE         VALUE '05' '35'.
002230     05  ERAS-XRF-STATUS     PIC X(02) VALUE '00'.
002240         88  ERAS-XRF-OK              VALUE '00'.
002250         88  ERAS-XRF-NOFILE          VALUE '05'.
002260     05  ERAS-AUDITFL-STATUS PIC X(02) VALUE '00'.
002270         88  ERAS-AUDITFL-OK          VALUE '00'.
002280         88  ERAS-AUDITFL-NOFILE      VALUE '05'.
002290     05  ERAS-AUDITOT-STATUS PIC X(02) VALUE '00'.
002300         88  ERAS-AUDITOT-OK          VALUE '00'.
002310     05  ERAS-AUDTARC-STATUS PIC X(02) VALUE '00'.
002320         88  ERAS-AUDTARC-OK          VALUE '00'.
002330         88  ERAS-AUDTARC-NOFILE      VALUE '05'.
002340     05  ERAS-AUDTAOT-STATUS PIC X(02) VALUE '00'.
002350         88  ERAS-AUDTAOT-OK          VALUE '00'.
002360     05  ERAS-HISTARC-STATUS PIC X(02) VALUE '00'.
002370         88  ERAS-HISTARC-OK          VALUE '00'.
002380         88  ERAS-HISTARC-NOFILE      VALUE '05'.
002390     05  ERAS-HISTAOT-STATUS PIC X(02) VALUE '00'.
002400         88  ERAS-HISTAOT-OK          VALUE '00'.
002410     05  ERAS-BKUP-STATUS    PIC X(02) VALUE '00'.
002420         88  ERAS-BKUP-OK             VALUE '00'.
002430         88  ERAS-BKUP-NOFILE         VALUE '05'.
002440     05  ERAS-BKUPOT-STATUS  PIC X(02) VALUE '00'.
002445         88  ERAS-BKUPOT-OK           VALUE '00'.
002446     05  ERAS-REJ-STATUS     PIC X(02) VALUE '00'.
002447         88  ERAS-REJ-OK              VALUE '00'.
002448         88  ERAS-REJ-NOFILE          VALUE '05'.
002449     05  ERAS-REJOT-STATUS   PIC X(02) VALUE '00'.
002450         88  ERAS-REJOT-OK            VALUE '00'.
002452     05  ERAS-WORK-STATUS    PIC X(02) VALUE '00'.
002453         88  ERAS-WORK-OK             VALUE '00'.
002455         88  ERAS-WORK-NOFILE         VALUE '05'.
002457     05  ERAS-WORKOT-STATUS  PIC X(02) VALUE '00'.
002458         88  ERAS-WORKOT-OK           VALUE '00'.
002460     05  ERAS-CERT-STATUS    PIC X(02) VALUE '00'.
002470         88  ERAS-CERT-OK             VALUE '00'.
002480****ROWS FOUND FOR THE CLIENT AND ROWS ANONYMIZED, BY FILE.
002490 01  ERAS-COUNTERS        COMP.
002500     05  ERAS-MAST-FOUND     PIC 9(07) VALUE ZERO.
002510     05  ERAS-MAST-ANON      PIC 9(07) VALUE ZERO.
002520     05  ERAS-HIST-FOUND     PIC 9(07) VALUE ZERO.
002530     05  ERAS-HIST-ANON      PIC 9(07) VALUE ZERO.
002540     05  ERAS-NOTE-FOUND     PIC 9(07) VALUE ZERO.
002550     05  ERAS-NOTE-ANON      PIC 9(07) VALUE ZERO.
002560     05  ERAS-ADDR-FOUND     PIC 9(07) VALUE ZERO.
002570     05  ERAS-ADDR-ANON      PIC 9(07) VALUE ZERO.
002580     05  ERAS-APRQ-FOUND     PIC 9(07) VALUE ZERO.
002590     05  ERAS-APRQ-ANON      PIC 9(07) VALUE ZERO.
002600     05  ERAS-REL-FOUND      PIC 9(07) VALUE ZERO.
002610     05  ERAS-REL-ENDED      PIC 9(07) VALUE ZERO.
002620     05  ERAS-AUD-FOUND      PIC 9(07) VALUE ZERO.
002630     05  ERAS-AUD-ANON       PIC 9(07) VALUE ZERO.
002640     05  ERAS-AARC-FOUND     PIC 9(07) VALUE ZERO.
002650     05  ERAS-AARC-ANON      PIC 9(07) VALUE ZERO.
002660     05  ERAS-HARC-FOUND     PIC 9(07) VALUE ZERO.
002670     05  ERAS-HARC-ANON      PIC 9(07) VALUE ZERO.
002680     05  ERAS-BKUP-FOUND     PIC 9(07) VALUE ZERO.
002690     05  ERAS-BKUP-ANON      PIC 9(07) VALUE ZERO.
002692     05  ERAS-REJ-FOUND      PIC 9(07) VALUE ZERO.
002694     05  ERAS-REJ-ANON       PIC 9(07) VALUE ZERO.
002696     05  ERAS-WORK-FOUND     PIC 9(07) VALUE ZERO.
002698     05  ERAS-WORK-ANON      PIC 9(07) VALUE ZERO.
002700     05  ERAS-IDEN-COUNT     PIC 9(03) VALUE ZERO.
002710     05  ERAS-IDEN-SUB       PIC 9(03) VALUE ZERO.
002720     05  ERAS-TAB-SUB        PIC 9(03) VALUE ZERO.
002730 01  ERAS-TODAY              PIC 9(08) VALUE ZERO.
002740 01  ERAS-NOW                PIC 9(08) VALUE ZERO.
002750 01  ERAS-PARM-IDEN          PIC X(09) VALUE SPACES.
002760 01  ERAS-TARGET-IDEN        PIC 9(09) VALUE ZERO.
002770 01  ERAS-OPER-ID            PIC X(08) VALUE SPACES.
002780 01  ERAS-MERGED-INTO        PIC 9(09) VALUE ZERO.
002790 01  ERAS-ENDED-ED           PIC ZZZ,ZZ9.
002800 01  ERAS-REFUSE-REASON      PIC X(60) VALUE SPACES.
002810****CLIENT NUMBER THE TABLE LOOKUP TESTS - SET BY EACH CALLER.
002820 01  ERAS-CHECK-IDEN         PIC 9(09) VALUE ZERO.
002830****THE CLIENT AND EVERY NUMBER MERGED INTO IT.
002840 01  ERAS-IDEN-TABLE.
002850     05  ERAS-IDEN           PIC 9(09) OCCURS 50 TIMES.
002860****RELATIONSHIP BEING ENDED - WHERE THE BROWSE RESUMES, AND
002870****THE OTHER CLIENT'S RECIPROCAL ROW.
002880 01  ERAS-REL-SAVE-KEY       PIC X(22) VALUE SPACES.
002890 01  ERAS-REL-OTHER          PIC 9(09) VALUE ZERO.
002900 01  ERAS-REL-INV            PIC X(04) VALUE SPACES.
002910     COPY CLNTRTYP.
002920****A MASTER-SHAPED IMAGE (BACKUP ROW, APPROVAL BEFORE/AFTER
002930****IMAGE) IS MOVED HERE TO BE ANONYMIZED.
002940     COPY OCLNTREC REPLACING ==OUTCLNTREC== BY ==ECLNTREC==
002950                             ==OBATCH-SW== BY ==EBATCH-SW==
002960                             ==OPROCESS== BY ==EPROCESS==
002970                             LEADING ==OCLNT== BY ==ECLNT==.
002980****FIELD VIEWS OF THE ARCHIVED AUDIT AND HISTORY ROWS, THE
002990****REJECTS, AND THE ERASE ENTRY - BUILT HERE, NEVER IN A
003000****CLOSED FILE'S RECORD AREA.
003010     COPY CLNTAUDT REPLACING LEADING ==AUD== BY ==AARC==.
003020     COPY CLNTHREC REPLACING LEADING ==HIST== BY ==HARC==.
003030     COPY CLNTAUDT REPLACING LEADING ==AUD== BY ==EAUD==.
003035     COPY CLNTRJCT REPLACING LEADING ==RJCT== BY ==ERJC==.
003040 01  ERAS-CERT-HDR-1.
003050     05  FILLER              PIC X(40)
003060             VALUE 'CERTIFICATE OF ERASURE OF PERSONAL DATA '.
003070     05  FILLER              PIC X(09) VALUE 'RUN DATE:'.
003080     05  ERAS-H1-DATE        PIC 9(08).
003090     05  FILLER              PIC X(06) VALUE ' TIME '.
003100     05  ERAS-H1-TIME        PIC 9(08).
003110     05  FILLER              PIC X(60) VALUE SPACES.
003120 01  ERAS-CERT-CLIENT.
003130     05  FILLER              PIC X(14) VALUE 'CLIENT NUMBER '.
003140     05  ERAS-CC-IDEN        PIC 9(09).
003150     05  FILLER              PIC X(18) VALUE '   ACTIONED BY    '.
003160     05  ERAS-CC-OPER        PIC X(08).
003170     05  FILLER              PIC X(82) VALUE SPACES.
003180 01  ERAS-CERT-MERGED.
003190     05  FILLER              PIC X(41)
003200             VALUE '  ALSO ERASED - NUMBER MERGED INTO IT:   '.
003210     05  ERAS-CM-IDEN        PIC 9(09).
003220     05  FILLER              PIC X(81) VALUE SPACES.
003230 01  ERAS-CERT-HDR-2.
003240     05  FILLER              PIC X(10) VALUE 'DDNAME    '.
003250     05  FILLER              PIC X(26) VALUE 'FILE'.
003260     05  FILLER              PIC X(12) VALUE '  ROWS FOUND'.
003270     05  FILLER              PIC X(14) VALUE '  ANONYMIZED  '.
003280     05  FILLER              PIC X(69) VALUE 'NOTE'.
003290 01  ERAS-CERT-LINE.
003300     05  ERAS-CL-DDNAME      PIC X(10).
003310     05  ERAS-CL-DESC        PIC X(26).
003320     05  FILLER              PIC X(03) VALUE SPACES.
003330     05  ERAS-CL-FOUND       PIC ZZZ,ZZ9.
003340     05  FILLER              PIC X(05) VALUE SPACES.
003350     05  ERAS-CL-ANON        PIC ZZZ,ZZ9.
003360     05  FILLER              PIC X(02) VALUE SPACES.
003370     05  ERAS-CL-NOTE        PIC X(40).
003380     05  FILLER              PIC X(31) VALUE SPACES.
003390 PROCEDURE DIVISION.
003400 0000-MAINLINE.
003410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003420     PERFORM 1100-GATHER-NUMBERS THRU 1100-EXIT.
003430     IF NOT ERAS-REFUSED-YES
003440         PERFORM 1200-CHECK-MASTER THRU 1200-EXIT
003450     END-IF.
003460     IF NOT ERAS-REFUSED-YES
003470         PERFORM 1300-CHECK-DISPUTES THRU 1300-EXIT
003480     END-IF.
003490     IF NOT ERAS-REFUSED-YES
003500         PERFORM 1400-CHECK-APPROVALS THRU 1400-EXIT
003510     END-IF.
003520     IF ERAS-REFUSED-YES
003530         PERFORM 1900-REFUSE THRU 1900-EXIT
003540     END-IF.
003550     PERFORM 2000-ERASE-MASTER THRU 2000-EXIT.
003560     PERFORM 2100-ERASE-HISTORY THRU 2100-EXIT.
003570     PERFORM 2200-ERASE-NOTES THRU 2200-EXIT.
003580     PERFORM 2300-ERASE-ADDRESSES THRU 2300-EXIT.
003590     PERFORM 2400-END-RELATIONSHIPS THRU 2400-EXIT.
003600     PERFORM 2500-ERASE-APPROVALS THRU 2500-EXIT.
003610     PERFORM 3000-COPY-AUDIT THRU 3000-EXIT.
003620     PERFORM 3100-COPY-AUDIT-ARCHIVE THRU 3100-EXIT.
003630     PERFORM 3200-COPY-HISTORY-ARCHIVE THRU 3200-EXIT.
003640     PERFORM 3300-COPY-BACKUP THRU 3300-EXIT.
003643     PERFORM 3400-COPY-REJECTS THRU 3400-EXIT.
003647     PERFORM 3500-COPY-WORKLIST THRU 3500-EXIT.
003650     PERFORM 4000-PRINT-CERTIFICATE THRU 4000-EXIT.
003660     STOP RUN.
003670 1000-INITIALIZE.
003680     ACCEPT ERAS-TODAY FROM DATE YYYYMMDD.
003690     ACCEPT ERAS-NOW FROM TIME.
003700     OPEN OUTPUT ERASCERT.
003710     IF NOT ERAS-CERT-OK
003720         DISPLAY "CLNTERAS - UNABLE TO OPEN ERASCERT, STATUS = "
003730             ERAS-CERT-STATUS
003740         MOVE 16 TO RETURN-CODE
003750         STOP RUN
003760     END-IF.
003770     DISPLAY "ENTER CLIENT NO TO BE ERASED".
003780     ACCEPT ERAS-PARM-IDEN.
003790     DISPLAY "ENTER YOUR USER ID".
003800     ACCEPT ERAS-OPER-ID.
003810     IF ERAS-PARM-IDEN NOT NUMERIC
003820         DISPLAY "CLNTERAS - CLIENT NUMBER MUST BE 9 DIGITS, GOT "
003830             ERAS-PARM-IDEN
003840         MOVE 'Y' TO ERAS-REFUSED-SW
003850         MOVE 'CLIENT NUMBER IS NOT 9 DIGITS'
003860             TO ERAS-REFUSE-REASON
003870         GO TO 1000-EXIT
003880     END-IF.
003890     MOVE ERAS-PARM-IDEN TO ERAS-TARGET-IDEN.
003900     IF ERAS-TARGET-IDEN = ZERO
003910         MOVE 'Y' TO ERAS-REFUSED-SW
003920         MOVE 'CLIENT NUMBER IS ZERO' TO ERAS-REFUSE-REASON
003930         GO TO 1000-EXIT
003940     END-IF.
003950     IF ERAS-OPER-ID = SPACES
003960         MOVE 'Y' TO ERAS-REFUSED-SW
003970         MOVE 'NO USER ID GIVEN ON SYSIN LINE 2'
003980             TO ERAS-REFUSE-REASON
003990         GO TO 1000-EXIT
004000     END-IF.
004010     MOVE 1 TO ERAS-IDEN-COUNT.
004020     MOVE ERAS-TARGET-IDEN TO ERAS-IDEN (1).
004030 1000-EXIT.
004040     EXIT.
004050*****************************************************
004060* THE MERGE CROSS-REFERENCE - A NUMBER RETIRED INTO THE
004070* CLIENT (OR INTO A NUMBER ALREADY RETIRED INTO IT) IS
004080* THE SAME PERSON.  PASSES REPEAT UNTIL ONE ADDS NOTHING
004090* SO A CHAIN OF MERGES IS FOLLOWED TO THE END.  THE
004100* CLIENT'S OWN NUMBER BEING RETIRED REFUSES THE RUN.
004110*****************************************************
004120 1100-GATHER-NUMBERS.
004130     IF ERAS-REFUSED-YES
004140         GO TO 1100-EXIT
004150     END-IF.
004160     MOVE 'Y' TO ERAS-ADDED-SW.
004170     PERFORM 1110-XRF-PASS THRU 1110-EXIT
004180         UNTIL NOT ERAS-ADDED-YES
004190             OR ERAS-REFUSED-YES.
004200 1100-EXIT.
004210     EXIT.
004220 1110-XRF-PASS.
004230     MOVE 'N' TO ERAS-ADDED-SW.
004240     OPEN INPUT CLNTXRF.
004250     IF ERAS-XRF-NOFILE
004260         CLOSE CLNTXRF
004270         GO TO 1110-EXIT
004280     END-IF.
004290     IF NOT ERAS-XRF-OK
004300         DISPLAY "CLNTERAS - UNABLE TO OPEN CLNTXRF, STATUS = "
004310             ERAS-XRF-STATUS
004320         MOVE 16 TO RETURN-CODE
004330         STOP RUN
004340     END-IF.
004350 1120-XRF-LOOP.
004360     READ CLNTXRF
004370         AT END
004380             GO TO 1130-XRF-DONE
004390     END-READ.
004400     IF NOT ERAS-XRF-OK
004410         DISPLAY "CLNTERAS - READ ERROR ON CLNTXRF, STATUS = "
004420             ERAS-XRF-STATUS
004430         MOVE 16 TO RETURN-CODE
004440         STOP RUN
004450     END-IF.
004460     IF MXRF-RETIRED-IDEN = ERAS-TARGET-IDEN
004470         MOVE MXRF-SURVIVOR-IDEN TO ERAS-MERGED-INTO
004480         MOVE 'Y' TO ERAS-REFUSED-SW
004490         MOVE 'NUMBER WAS MERGED AWAY - ERASE THE SURVIVOR'
004500             TO ERAS-REFUSE-REASON
004510         GO TO 1130-XRF-DONE
004520     END-IF.
004530     MOVE MXRF-SURVIVOR-IDEN TO ERAS-CHECK-IDEN.
004540     PERFORM 8000-CHECK-IDEN THRU 8000-EXIT.
004550     IF NOT ERAS-IN-TABLE-YES
004560         GO TO 1120-XRF-LOOP
004570     END-IF.
004580     MOVE MXRF-RETIRED-IDEN TO ERAS-CHECK-IDEN.
004590     PERFORM 8000-CHECK-IDEN THRU 8000-EXIT.
004600     IF ERAS-IN-TABLE-YES
004610         GO TO 1120-XRF-LOOP
004620     END-IF.
004630     IF ERAS-IDEN-COUNT >= ERAS-IDEN-MAX
004640         DISPLAY "CLNTERAS - MORE THAN 50 MERGED NUMBERS - RUN "
004650             "ABANDONED RATHER THAN ERASE PART OF THE CLIENT"
004660         MOVE 16 TO RETURN-CODE
004670         STOP RUN
004680     END-IF.
004690     ADD 1 TO ERAS-IDEN-COUNT.
004700     MOVE MXRF-RETIRED-IDEN TO ERAS-IDEN (ERAS-IDEN-COUNT).
004710     MOVE 'Y' TO ERAS-ADDED-SW.
004720     GO TO 1120-XRF-LOOP.
004730 1130-XRF-DONE.
004740     CLOSE CLNTXRF.
004750 1110-EXIT.
004760     EXIT.
004770*****************************************************
004780* AN ACTIVE CLIENT CANNOT BE ERASED.  A CLOSED ONE STILL
004790* ON THE MASTER IS ERASED THERE TOO; ONE ALREADY PURGED
004800* IS ERASED EVERYWHERE ELSE.
004810*****************************************************
004820 1200-CHECK-MASTER.
004830     OPEN I-O DEMO.
004840     IF NOT ERAS-DEMO-OK
004850         DISPLAY "CLNTERAS - UNABLE TO OPEN DEMO, STATUS = "
004860             ERAS-DEMO-STATUS
004870         MOVE 16 TO RETURN-CODE
004880         STOP RUN
004890     END-IF.
004900     MOVE 'Y' TO ERAS-DEMO-OPEN-SW.
004910     MOVE ERAS-TARGET-IDEN TO OCLNTIDEN.
004920     READ DEMO
004930         INVALID KEY
004940             MOVE 'N' TO ERAS-ON-MASTER-SW
004950             GO TO 1200-EXIT
004960     END-READ.
004970     MOVE 'Y' TO ERAS-ON-MASTER-SW.
004980     IF OCLNT-ACTIVE
004990         MOVE 'Y' TO ERAS-REFUSED-SW
005000         MOVE 'CLIENT IS STILL ACTIVE ON THE MASTER'
005010             TO ERAS-REFUSE-REASON
005020     END-IF.
005030 1200-EXIT.
005040     EXIT.
005050*****************************************************
005060* ANY AUDIT ENTRY FOR THE CLIENT (OR A MERGED NUMBER)
005070* FLAGGED IN-DISPUTE REFUSES THE ERASURE - THE RECORDS
005080* ARE EVIDENCE UNTIL COMPLIANCE CLOSES THE DISPUTE.
005090*****************************************************
005100 1300-CHECK-DISPUTES.
005110     OPEN INPUT AUDITFL.
005120     IF ERAS-AUDITFL-NOFILE
005130         CLOSE AUDITFL
005140         GO TO 1300-EXIT
005150     END-IF.
005160     IF NOT ERAS-AUDITFL-OK
005170         DISPLAY "CLNTERAS - UNABLE TO OPEN AUDITFL, STATUS = "
005180             ERAS-AUDITFL-STATUS
005190         MOVE 16 TO RETURN-CODE
005200         STOP RUN
005210     END-IF.
005220 1310-DISPUTE-LOOP.
005230     READ AUDITFL
005240         AT END
005250             GO TO 1320-DISPUTE-DONE
005260     END-READ.
005270     IF NOT ERAS-AUDITFL-OK
005280         DISPLAY "CLNTERAS - READ ERROR ON AUDITFL, STATUS = "
005290             ERAS-AUDITFL-STATUS
005300         MOVE 16 TO RETURN-CODE
005310         STOP RUN
005320     END-IF.
005330     IF NOT AUD-DISPUTE-OPEN OR AUD-CLNTIDEN NOT NUMERIC
005340         GO TO 1310-DISPUTE-LOOP
005350     END-IF.
005360     MOVE AUD-CLNTIDEN TO ERAS-CHECK-IDEN.
005370     PERFORM 8000-CHECK-IDEN THRU 8000-EXIT.
005380     IF ERAS-IN-TABLE-YES
005390         MOVE 'Y' TO ERAS-REFUSED-SW
005400         MOVE 'CLIENT HAS AN OPEN DISPUTE (CLNTDSPT)'
005410             TO ERAS-REFUSE-REASON
005420         GO TO 1320-DISPUTE-DONE
005430     END-IF.
005440     GO TO 1310-DISPUTE-LOOP.
005450 1320-DISPUTE-DONE.
005460     CLOSE AUDITFL.
005470 1300-EXIT.
005480     EXIT.
005490*****************************************************
005500* A CHANGE STILL WAITING ON THE APPROVAL QUEUE WOULD PUT
005510* THE PERSONAL DATA BACK WHEN IT WAS APPROVED.
005520*****************************************************
005530 1400-CHECK-APPROVALS.
005540     OPEN INPUT CLNTAPRQ.
005541     IF ERAS-APRQ-NOFILE
005543         IF ERAS-APRQ-STATUS = '05'
005544             CLOSE CLNTAPRQ
005546         END-IF
005547         GO TO 1400-EXIT
005549     END-IF.
005550     IF NOT ERAS-APRQ-OK
005554         DISPLAY "CLNTERAS - UNABLE TO OPEN CLNTAPRQ, STATUS = "
005558             ERAS-APRQ-STATUS
005562         MOVE 16 TO RETURN-CODE
005566         STOP RUN
005570     END-IF.
005580     MOVE 'N' TO ERAS-DONE-SW.
005590     PERFORM 1410-CHECK-ONE-APPROVAL THRU 1410-EXIT
005600         UNTIL ERAS-DONE-YES.
005610     CLOSE CLNTAPRQ.
005620 1400-EXIT.
005630     EXIT.
005640 1410-CHECK-ONE-APPROVAL.
005650     READ CLNTAPRQ NEXT RECORD
005660         AT END
005670             MOVE 'Y' TO ERAS-DONE-SW
005680             GO TO 1410-EXIT
005690     END-READ.
005700     IF NOT ERAS-APRQ-OK
005710         DISPLAY "CLNTERAS - READ ERROR ON CLNTAPRQ, STATUS = "
005720             ERAS-APRQ-STATUS
005730         MOVE 16 TO RETURN-CODE
005740         STOP RUN
005750     END-IF.
005760     IF NOT APRQ-PENDING
005770         GO TO 1410-EXIT
005780     END-IF.
005790     MOVE APRQ-CLNTIDEN TO ERAS-CHECK-IDEN.
005800     PERFORM 8000-CHECK-IDEN THRU 8000-EXIT.
005810     IF ERAS-IN-TABLE-YES
005820         MOVE 'Y' TO ERAS-REFUSED-SW
005830         MOVE 'Y' TO ERAS-DONE-SW
005840         MOVE 'A CHANGE FOR THE CLIENT IS WAITING FOR APPROVAL'
005850             TO ERAS-REFUSE-REASON
005860     END-IF.
005870 1410-EXIT.
005880     EXIT.
005890*****************************************************
005900* REFUSED - NOTHING HAS BEEN CHANGED.  THE CERTIFICATE
005910* SAYS WHY AND THE STEP ENDS RC 8 SO THE JOB DOES NOT
005920* COPY THE WORK DATASETS BACK.
005930*****************************************************
005940 1900-REFUSE.
005950     PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT.
005960     MOVE SPACES TO ERAS-TEXT.
005970     STRING 'ERASURE REFUSED - ' ERAS-REFUSE-REASON
005980         DELIMITED BY SIZE INTO ERAS-TEXT.
005990     WRITE ERAS-LINE-REC.
006000     IF ERAS-MERGED-INTO NOT = ZERO
006010         MOVE SPACES TO ERAS-TEXT
006020         STRING 'THE NUMBER WAS MERGED INTO CLIENT '
006030             ERAS-MERGED-INTO
006040             DELIMITED BY SIZE INTO ERAS-TEXT
006050         WRITE ERAS-LINE-REC
006060     END-IF.
006070     MOVE 'NO FILE HAS BEEN CHANGED.' TO ERAS-TEXT.
006080     WRITE ERAS-LINE-REC.
006090     CLOSE ERASCERT.
006100     IF ERAS-DEMO-OPEN-YES
006110         CLOSE DEMO
006120     END-IF.
006130     DISPLAY "CLNTERAS - ERASURE REFUSED FOR CLIENT "
006140         ERAS-PARM-IDEN " - " ERAS-REFUSE-REASON.
006150     MOVE 8 TO RETURN-CODE.
006160     STOP RUN.
006170 1900-EXIT.
006180     EXIT.
006190*****************************************************
006200* THE CLOSED MASTER RECORD, WHEN IT IS STILL ON FILE.
006210* REWRITTEN DIRECTLY - A REWRITE THROUGH PROCCLNT WOULD
006220* SAVE THE PERSONAL DATA AS A HISTORY PRIOR IMAGE, AND
006230* A BATCH REWRITE REACTIVATES A CLOSED CLIENT.
006240*****************************************************
006250 2000-ERASE-MASTER.
006260     IF NOT ERAS-ON-MASTER-YES
006270         CLOSE DEMO
006280         GO TO 2000-EXIT
006290     END-IF.
006300     ADD 1 TO ERAS-MAST-FOUND.
006310     MOVE OUTCLNTREC TO ECLNTREC.
006320     PERFORM 8100-ANON-IMAGE THRU 8100-EXIT.
006330     MOVE ECLNTREC TO OUTCLNTREC.
006340     REWRITE OUTCLNTREC.
006350     IF NOT ERAS-DEMO-OK
006360         DISPLAY "CLNTERAS - REWRITE ERROR ON DEMO, STATUS = "
006370             ERAS-DEMO-STATUS
006380         MOVE 16 TO RETURN-CODE
006390         STOP RUN
006400     END-IF.
006410     ADD 1 TO ERAS-MAST-ANON.
006420     CLOSE DEMO.
006430 2000-EXIT.
006440     EXIT.
006450*****************************************************
006460* EVERY CHANGE-HISTORY PRIOR IMAGE FOR EACH NUMBER.
006470*****************************************************
006480 2100-ERASE-HISTORY.
006490     OPEN I-O CLNTHIST.
006500     IF ERAS-HIST-NOFILE
006510         GO TO 2100-EXIT
006520     END-IF.
006530     IF NOT ERAS-HIST-OK
006540         DISPLAY "CLNTERAS - UNABLE TO OPEN CLNTHIST, STATUS = "
006550             ERAS-HIST-STATUS
006560         MOVE 16 TO RETURN-CODE
006570         STOP RUN
006580     END-IF.
006590     MOVE 'Y' TO ERAS-HIST-OPEN-SW.
006600     PERFORM 2110-HISTORY-ONE-IDEN THRU 2110-EXIT
006610         VARYING ERAS-IDEN-SUB FROM 1 BY 1
006620         UNTIL ERAS-IDEN-SUB > ERAS-IDEN-COUNT.
006630     CLOSE CLNTHIST.
006640 2100-EXIT.
006650     EXIT.
006660 2110-HISTORY-ONE-IDEN.
006670     MOVE ERAS-IDEN (ERAS-IDEN-SUB) TO HIST-CLNTIDEN.
006680     MOVE LOW-VALUES TO HIST-TIMESTAMP.
006690     MOVE 'N' TO ERAS-DONE-SW.
006700     START CLNTHIST KEY NOT < HIST-KEY
006710         INVALID KEY
006720             MOVE 'Y' TO ERAS-DONE-SW
006730     END-START.
006740     PERFORM 2120-HISTORY-ONE-ROW THRU 2120-EXIT
006750         UNTIL ERAS-DONE-YES.
006760 2110-EXIT.
006770     EXIT.
006780 2120-HISTORY-ONE-ROW.
006790     READ CLNTHIST NEXT RECORD
006800         AT END
006810             MOVE 'Y' TO ERAS-DONE-SW
006820             GO TO 2120-EXIT
006830     END-READ.
006840     IF NOT ERAS-HIST-OK
006850             OR HIST-CLNTIDEN NOT = ERAS-IDEN (ERAS-IDEN-SUB)
006860         MOVE 'Y' TO ERAS-DONE-SW
006870         GO TO 2120-EXIT
006880     END-IF.
006890     ADD 1 TO ERAS-HIST-FOUND.
006900     MOVE ERAS-ANON-TEXT  TO HIST-CLNTFNAME.
006910     MOVE ERAS-ANON-TEXT  TO HIST-CLNTMNAME.
006920     MOVE ERAS-ANON-TEXT  TO HIST-CLNTLNAME.
006930     MOVE ERAS-ANON-TEXT  TO HIST-CLNTADDR1.
006940     MOVE ERAS-ANON-TEXT  TO HIST-CLNTADDR2.
006950     MOVE ERAS-ANON-TEXT  TO HIST-CLNTCITY.
006960     MOVE SPACES          TO HIST-CLNTSTATE.
006970     MOVE ERAS-ANON-ZIP   TO HIST-CLNTZIP.
006980     MOVE ERAS-ANON-PHONE TO HIST-CLNTPHONE.
006990     MOVE ERAS-ANON-TEXT  TO HIST-CLNTEMAIL.
007000     REWRITE HISTREC.
007010     IF NOT ERAS-HIST-OK
007020         DISPLAY "CLNTERAS - REWRITE ERROR ON CLNTHIST, STATUS = "
007030             ERAS-HIST-STATUS
007040         MOVE 16 TO RETURN-CODE
007050         STOP RUN
007060     END-IF.
007070     ADD 1 TO ERAS-HIST-ANON.
007080 2120-EXIT.
007090     EXIT.
007100*****************************************************
007110* CONTACT NOTES - THE TEXT GOES, WHO WROTE IT AND WHEN
007120* STAYS.
007130*****************************************************
007140 2200-ERASE-NOTES.
007150     OPEN I-O CLNTNOTE.
007151     IF ERAS-NOTE-NOFILE
007153         IF ERAS-NOTE-STATUS = '05'
007154             CLOSE CLNTNOTE
007156         END-IF
007157         GO TO 2200-EXIT
007159     END-IF.
007160     IF NOT ERAS-NOTE-OK
007164         DISPLAY "CLNTERAS - UNABLE TO OPEN CLNTNOTE, STATUS = "
007168             ERAS-NOTE-STATUS
007172         MOVE 16 TO RETURN-CODE
007176         STOP RUN
007180     END-IF.
007190     MOVE 'Y' TO ERAS-NOTE-OPEN-SW.
007200     PERFORM 2210-NOTES-ONE-IDEN THRU 2210-EXIT
007210         VARYING ERAS-IDEN-SUB FROM 1 BY 1
007220         UNTIL ERAS-IDEN-SUB > ERAS-IDEN-COUNT.
007230     CLOSE CLNTNOTE.
007240 2200-EXIT.
007250     EXIT.
007260 2210-NOTES-ONE-IDEN.
007270     MOVE ERAS-IDEN (ERAS-IDEN-SUB) TO NOTE-CLNTIDEN.
007280     MOVE LOW-VALUES TO NOTE-TIMESTAMP.
007290     MOVE 'N' TO ERAS-DONE-SW.
007300     START CLNTNOTE KEY NOT < NOTE-KEY
007310         INVALID KEY
007320             MOVE 'Y' TO ERAS-DONE-SW
007330     END-START.
007340     PERFORM 2220-NOTES-ONE-ROW THRU 2220-EXIT
007350         UNTIL ERAS-DONE-YES.
007360 2210-EXIT.
007370     EXIT.
007380 2220-NOTES-ONE-ROW.
007390     READ CLNTNOTE NEXT RECORD
007400         AT END
007410             MOVE 'Y' TO ERAS-DONE-SW
007420             GO TO 2220-EXIT
007430     END-READ.
007440     IF NOT ERAS-NOTE-OK
007450             OR NOTE-CLNTIDEN NOT = ERAS-IDEN (ERAS-IDEN-SUB)
007460         MOVE 'Y' TO ERAS-DONE-SW
007470         GO TO 2220-EXIT
007480     END-IF.
007490     ADD 1 TO ERAS-NOTE-FOUND.
007500     MOVE ERAS-ANON-TEXT TO NOTE-TEXT.
007510     REWRITE NOTEREC.
007520     IF NOT ERAS-NOTE-OK
007530         DISPLAY "CLNTERAS - REWRITE ERROR ON CLNTNOTE, STATUS = "
007540             ERAS-NOTE-STATUS
007550         MOVE 16 TO RETURN-CODE
007560         STOP RUN
007570     END-IF.
007580     ADD 1 TO ERAS-NOTE-ANON.
007590 2220-EXIT.
007600     EXIT.
007610*****************************************************
007620* EVERY RESIDENCE, MAILING AND SEASONAL ADDRESS ROW.
007630*****************************************************
007640 2300-ERASE-ADDRESSES.
007650     OPEN I-O CLNTADDR.
007651     IF ERAS-ADDR-NOFILE
007653         IF ERAS-ADDR-STATUS = '05'
007654             CLOSE CLNTADDR
007656         END-IF
007657         GO TO 2300-EXIT
007659     END-IF.
007660     IF NOT ERAS-ADDR-OK
007664         DISPLAY "CLNTERAS - UNABLE TO OPEN CLNTADDR, STATUS = "
007668             ERAS-ADDR-STATUS
007672         MOVE 16 TO RETURN-CODE
007676         STOP RUN
007680     END-IF.
007690     MOVE 'Y' TO ERAS-ADDR-OPEN-SW.
007700     PERFORM 2310-ADDRESSES-ONE-IDEN THRU 2310-EXIT
007710         VARYING ERAS-IDEN-SUB FROM 1 BY 1
007720         UNTIL ERAS-IDEN-SUB > ERAS-IDEN-COUNT.
007730     CLOSE CLNTADDR.
007740 2300-EXIT.
007750     EXIT.
007760 2310-ADDRESSES-ONE-IDEN.
007770     MOVE ERAS-IDEN (ERAS-IDEN-SUB) TO ADR-CLNTIDEN.
007780     MOVE LOW-VALUES TO ADR-TYPE.
007790     MOVE ZERO       TO ADR-SEQ.
007800     MOVE 'N' TO ERAS-DONE-SW.
007810     START CLNTADDR KEY NOT < ADR-KEY
007820         INVALID KEY
007830             MOVE 'Y' TO ERAS-DONE-SW
007840     END-START.
007850     PERFORM 2320-ADDRESSES-ONE-ROW THRU 2320-EXIT
007860         UNTIL ERAS-DONE-YES.
007870 2310-EXIT.
007880     EXIT.
007890 2320-ADDRESSES-ONE-ROW.
007900     READ CLNTADDR NEXT RECORD
007910         AT END
007920             MOVE 'Y' TO ERAS-DONE-SW
007930             GO TO 2320-EXIT
007940     END-READ.
007950     IF NOT ERAS-ADDR-OK
007960             OR ADR-CLNTIDEN NOT = ERAS-IDEN (ERAS-IDEN-SUB)
007970         MOVE 'Y' TO ERAS-DONE-SW
007980         GO TO 2320-EXIT
007990     END-IF.
008000     ADD 1 TO ERAS-ADDR-FOUND.
008010     MOVE ERAS-ANON-TEXT TO ADR-ADDR1.
008020     MOVE ERAS-ANON-TEXT TO ADR-ADDR2.
008030     MOVE ERAS-ANON-TEXT TO ADR-CITY.
008040     MOVE SPACES         TO ADR-STATE.
008050     MOVE ERAS-ANON-ZIP  TO ADR-ZIP.
008060     REWRITE ADRREC.
008070     IF NOT ERAS-ADDR-OK
008080         DISPLAY "CLNTERAS - REWRITE ERROR ON CLNTADDR, STATUS = "
008090             ERAS-ADDR-STATUS
008100         MOVE 16 TO RETURN-CODE
008110         STOP RUN
008120     END-IF.
008130     ADD 1 TO ERAS-ADDR-ANON.
008140 2320-EXIT.
008150     EXIT.
008160*****************************************************
008170* RELATIONSHIPS HOLD ONLY CLIENT NUMBERS, TYPES AND
008180* DATES, SO THE ROWS ARE KEPT.  ANY STILL ACTIVE (A
008190* CLIENT CLOSED BEFORE CLNTREL EXISTED) IS ENDED WITH
008200* REASON ERASE, WITH THE OTHER CLIENT'S RECIPROCAL, AS
008210* CLNTPRGE DOES FOR A PURGE.
008220*****************************************************
008230 2400-END-RELATIONSHIPS.
008240     OPEN I-O CLNTREL.
008241     IF ERAS-REL-NOFILE
008243         IF ERAS-REL-STATUS = '05'
008244             CLOSE CLNTREL
008246         END-IF
008247         GO TO 2400-EXIT
008249     END-IF.
008250     IF NOT ERAS-REL-OK
008254         DISPLAY "CLNTERAS - UNABLE TO OPEN CLNTREL, STATUS = "
008258             ERAS-REL-STATUS
008262         MOVE 16 TO RETURN-CODE
008266         STOP RUN
008270     END-IF.
008280     MOVE 'Y' TO ERAS-REL-OPEN-SW.
008290     PERFORM 2410-RELS-ONE-IDEN THRU 2410-EXIT
008300         VARYING ERAS-IDEN-SUB FROM 1 BY 1
008310         UNTIL ERAS-IDEN-SUB > ERAS-IDEN-COUNT.
008320     CLOSE CLNTREL.
008330 2400-EXIT.
008340     EXIT.
008350 2410-RELS-ONE-IDEN.
008360     MOVE ERAS-IDEN (ERAS-IDEN-SUB) TO REL-CLNTIDEN.
008370     MOVE LOW-VALUES TO REL-TYPE.
008380     MOVE ZERO       TO REL-RELIDEN.
008390     START CLNTREL KEY NOT < REL-KEY
008400         INVALID KEY
008410             GO TO 2410-EXIT
008420     END-START.
008430 2420-REL-LOOP.
008440     READ CLNTREL NEXT RECORD
008450         AT END
008460             GO TO 2410-EXIT
008470     END-READ.
008480     IF NOT ERAS-REL-OK
008490         DISPLAY "CLNTERAS - READ ERROR ON CLNTREL, STATUS = "
008500             ERAS-REL-STATUS
008510         MOVE 16 TO RETURN-CODE
008520         STOP RUN
008530     END-IF.
008540     IF REL-CLNTIDEN NOT = ERAS-IDEN (ERAS-IDEN-SUB)
008550         GO TO 2410-EXIT
008560     END-IF.
008570     ADD 1 TO ERAS-REL-FOUND.
008580     IF REL-STATE-ENDED
008590         GO TO 2420-REL-LOOP
008600     END-IF.
008610     MOVE REL-KEY     TO ERAS-REL-SAVE-KEY.
008620     MOVE REL-RELIDEN TO ERAS-REL-OTHER.
008630     MOVE REL-TYPE    TO ERAS-REL-INV.
008640     SET RTYP-IDX TO 1.
008650     SEARCH RTYP-ENTRY
008660         AT END
008670             CONTINUE
008680         WHEN RTYP-CODE (RTYP-IDX) = REL-TYPE
008690             MOVE RTYP-INVERSE (RTYP-IDX) TO ERAS-REL-INV
008700     END-SEARCH.
008710     PERFORM 2450-END-ONE THRU 2450-EXIT.
008720     MOVE ERAS-REL-OTHER TO REL-CLNTIDEN.
008730     MOVE ERAS-REL-INV   TO REL-TYPE.
008740     MOVE ERAS-IDEN (ERAS-IDEN-SUB) TO REL-RELIDEN.
008750     READ CLNTREL
008760         INVALID KEY
008770             GO TO 2430-REL-RESUME
008780     END-READ.
008790     IF ERAS-REL-OK AND REL-STATE-ACTIVE
008800         PERFORM 2450-END-ONE THRU 2450-EXIT
008810     END-IF.
008820****THE RECIPROCAL READ MOVED THE FILE'S POSITION.
008830 2430-REL-RESUME.
008840     MOVE ERAS-REL-SAVE-KEY TO REL-KEY.
008850     START CLNTREL KEY > REL-KEY
008860         INVALID KEY
008870             GO TO 2410-EXIT
008880     END-START.
008890     GO TO 2420-REL-LOOP.
008900 2410-EXIT.
008910     EXIT.
008920 2450-END-ONE.
008930     MOVE 'E'          TO REL-STATE.
008940     MOVE ERAS-TODAY   TO REL-END-DATE.
008950     MOVE 'ERASE'      TO REL-END-REASON.
008960     MOVE ERAS-OPER-ID TO REL-END-USERID.
008970     REWRITE RELREC.
008980     IF NOT ERAS-REL-OK
008990         DISPLAY "CLNTERAS - REWRITE ERROR ON CLNTREL, STATUS = "
009000             ERAS-REL-STATUS
009010         MOVE 16 TO RETURN-CODE
009020         STOP RUN
009030     END-IF.
009040     ADD 1 TO ERAS-REL-ENDED.
009050 2450-EXIT.
009060     EXIT.
009070*****************************************************
009080* DECIDED APPROVAL-QUEUE ITEMS KEEP THE BEFORE AND AFTER
009090* IMAGES OF A TERMINAL CHANGE, AND THE MAKER'S NOTE.
009100* THE QUEUE IS KEYED BY TIME, SO IT IS READ END TO END.
009110*****************************************************
009120 2500-ERASE-APPROVALS.
009130     OPEN I-O CLNTAPRQ.
009131     IF ERAS-APRQ-NOFILE
009133         IF ERAS-APRQ-STATUS = '05'
009134             CLOSE CLNTAPRQ
009136         END-IF
009137         GO TO 2500-EXIT
009139     END-IF.
009140     IF NOT ERAS-APRQ-OK
009144         DISPLAY "CLNTERAS - UNABLE TO OPEN CLNTAPRQ, STATUS = "
009148             ERAS-APRQ-STATUS
009152         MOVE 16 TO RETURN-CODE
009156         STOP RUN
009160     END-IF.
009170     MOVE 'Y' TO ERAS-APRQ-OPEN-SW.
009180     MOVE 'N' TO ERAS-DONE-SW.
009190     PERFORM 2510-APPROVAL-ONE-ROW THRU 2510-EXIT
009200         UNTIL ERAS-DONE-YES.
009210     CLOSE CLNTAPRQ.
009220 2500-EXIT.
009230     EXIT.
009240 2510-APPROVAL-ONE-ROW.
009250     READ CLNTAPRQ NEXT RECORD
009260         AT END
009270             MOVE 'Y' TO ERAS-DONE-SW
009280             GO TO 2510-EXIT
009290     END-READ.
009300     IF NOT ERAS-APRQ-OK
009310         DISPLAY "CLNTERAS - READ ERROR ON CLNTAPRQ, STATUS = "
009320             ERAS-APRQ-STATUS
009330         MOVE 16 TO RETURN-CODE
009340         STOP RUN
009350     END-IF.
009360     MOVE APRQ-CLNTIDEN TO ERAS-CHECK-IDEN.
009370     PERFORM 8000-CHECK-IDEN THRU 8000-EXIT.
009380     IF NOT ERAS-IN-TABLE-YES
009390         GO TO 2510-EXIT
009400     END-IF.
009410     ADD 1 TO ERAS-APRQ-FOUND.
009420     MOVE APRQ-BEFORE-IMAGE TO ECLNTREC.
009430     IF ECLNTREC NOT = SPACES
009440         PERFORM 8100-ANON-IMAGE THRU 8100-EXIT
009450         MOVE ECLNTREC TO APRQ-BEFORE-IMAGE
009460     END-IF.
009470     MOVE APRQ-AFTER-IMAGE TO ECLNTREC.
009480     IF ECLNTREC NOT = SPACES
009490         PERFORM 8100-ANON-IMAGE THRU 8100-EXIT
009500         MOVE ECLNTREC TO APRQ-AFTER-IMAGE
009510     END-IF.
009520     MOVE ERAS-ANON-TEXT TO APRQ-NOTE.
009530     REWRITE APRQREC.
009540     IF NOT ERAS-APRQ-OK
009550         DISPLAY "CLNTERAS - REWRITE ERROR ON CLNTAPRQ, STATUS = "
009560             ERAS-APRQ-STATUS
009570         MOVE 16 TO RETURN-CODE
009580         STOP RUN
009590     END-IF.
009600     ADD 1 TO ERAS-APRQ-ANON.
009610 2510-EXIT.
009620     EXIT.
009630*****************************************************
009640* THE AUDIT TRAIL IS COPIED WHOLE TO AUDITOT WITH THE
009650* CLIENT'S ENTRIES ANONYMIZED, AND THE ERASE ENTRY IS
009660* ADDED AT THE END.  THE JOB COPIES AUDITOT BACK OVER
009670* THE AUDIT DATASET (CLNTPRGE/CLNTDSPT PATTERN).
009680*****************************************************
009690 3000-COPY-AUDIT.
009700     OPEN INPUT AUDITFL.
009710     IF NOT ERAS-AUDITFL-OK AND NOT ERAS-AUDITFL-NOFILE
009720         DISPLAY "CLNTERAS - UNABLE TO REOPEN AUDITFL, STATUS = "
009730             ERAS-AUDITFL-STATUS
009740         MOVE 16 TO RETURN-CODE
009750         STOP RUN
009760     END-IF.
009770     OPEN OUTPUT AUDITOT.
009780     IF NOT ERAS-AUDITOT-OK
009790         DISPLAY "CLNTERAS - UNABLE TO OPEN AUDITOT, STATUS = "
009800             ERAS-AUDITOT-STATUS
009810         MOVE 16 TO RETURN-CODE
009820         STOP RUN
009830     END-IF.
009840 3010-AUDIT-LOOP.
009850     READ AUDITFL
009860         AT END
009870             GO TO 3020-AUDIT-DONE
009880     END-READ.
009890     IF NOT ERAS-AUDITFL-OK
009900         DISPLAY "CLNTERAS - READ ERROR ON AUDITFL, STATUS = "
009910             ERAS-AUDITFL-STATUS
009920         MOVE 16 TO RETURN-CODE
009930         STOP RUN
009940     END-IF.
009950     MOVE AUDITREC TO AARCITREC.
009960     PERFORM 8200-ANON-AUDIT THRU 8200-EXIT.
009970     IF ERAS-IN-TABLE-YES
009980         ADD 1 TO ERAS-AUD-FOUND
009990         IF ERAS-NAMED-YES
010000             ADD 1 TO ERAS-AUD-ANON
010010         END-IF
010020     END-IF.
010030     WRITE ERAS-AUDITOT-REC FROM AARCITREC.
010040     IF NOT ERAS-AUDITOT-OK
010050         DISPLAY "CLNTERAS - WRITE ERROR ON AUDITOT, STATUS = "
010060             ERAS-AUDITOT-STATUS
010070         MOVE 16 TO RETURN-CODE
010080         STOP RUN
010090     END-IF.
010100     GO TO 3010-AUDIT-LOOP.
010110 3020-AUDIT-DONE.
010120     PERFORM 3050-WRITE-ERASE-ENTRY THRU 3050-EXIT.
010130     CLOSE AUDITFL.
010140     CLOSE AUDITOT.
010150 3000-EXIT.
010160     EXIT.
010170****WHO ACTIONED THE ERASURE, WHEN, AND FOR WHICH CLIENT -
010180****THE USER ID ALSO GOES IN THE NAME FIELD, AS ON THE
010190****DISPUTE ENTRIES.
010200 3050-WRITE-ERASE-ENTRY.
010210     MOVE SPACES TO EAUDITREC.
010220     ACCEPT EAUD-DATE FROM DATE YYYYMMDD.
010230     ACCEPT EAUD-TIME FROM TIME.
010240     MOVE 'ERASE'          TO EAUD-OPERATION.
010250     MOVE ERAS-TARGET-IDEN TO EAUD-CLNTIDEN.
010260     MOVE ERAS-OPER-ID     TO EAUD-CLNTFNAME.
010270     MOVE 'PERSONAL DATA ERASED' TO EAUD-CLNTLNAME.
010280     MOVE 'LEGAL'          TO EAUD-SOURCE.
010290     MOVE '99'             TO EAUD-RSNCD.
010300     MOVE SPACES           TO EAUD-EFFDATE.
010310     MOVE ZERO             TO EAUD-HIST-CLNTIDEN.
010320     MOVE SPACES           TO EAUD-HIST-TIMESTAMP.
010330     MOVE 'N'              TO EAUD-DISPUTE-SW.
010340     MOVE ERAS-OPER-ID     TO EAUD-USERID.
010350     WRITE ERAS-AUDITOT-REC FROM EAUDITREC.
010360     IF NOT ERAS-AUDITOT-OK
010370         DISPLAY "CLNTERAS - WRITE ERROR ON AUDITOT, STATUS = "
010380             ERAS-AUDITOT-STATUS
010390         MOVE 16 TO RETURN-CODE
010400         STOP RUN
010410     END-IF.
010420 3050-EXIT.
010430     EXIT.
010440****THE AUDIT ARCHIVE, COPIED TO AUDTAOT THE SAME WAY.
010450 3100-COPY-AUDIT-ARCHIVE.
010460     OPEN OUTPUT AUDTAOT.
010470     IF NOT ERAS-AUDTAOT-OK
010480         DISPLAY "CLNTERAS - UNABLE TO OPEN AUDTAOT, STATUS = "
010490             ERAS-AUDTAOT-STATUS
010500         MOVE 16 TO RETURN-CODE
010510         STOP RUN
010520     END-IF.
010530     OPEN INPUT AUDTARC.
010540     IF ERAS-AUDTARC-NOFILE
010550         CLOSE AUDTARC
010560         CLOSE AUDTAOT
010570         GO TO 3100-EXIT
010580     END-IF.
010590     IF NOT ERAS-AUDTARC-OK
010600         DISPLAY "CLNTERAS - UNABLE TO OPEN AUDTARC, STATUS = "
010610             ERAS-AUDTARC-STATUS
010620         MOVE 16 TO RETURN-CODE
010630         STOP RUN
010640     END-IF.
010650     MOVE 'Y' TO ERAS-AUDTARC-SW.
010660 3110-AARC-LOOP.
010670     READ AUDTARC INTO AARCITREC
010680         AT END
010690             GO TO 3120-AARC-DONE
010700     END-READ.
010710     IF NOT ERAS-AUDTARC-OK
010720         DISPLAY "CLNTERAS - READ ERROR ON AUDTARC, STATUS = "
010730             ERAS-AUDTARC-STATUS
010740         MOVE 16 TO RETURN-CODE
010750         STOP RUN
010760     END-IF.
010770     PERFORM 8200-ANON-AUDIT THRU 8200-EXIT.
010780     IF ERAS-IN-TABLE-YES
010790         ADD 1 TO ERAS-AARC-FOUND
010800         IF ERAS-NAMED-YES
010810             ADD 1 TO ERAS-AARC-ANON
010820         END-IF
010830     END-IF.
010840     WRITE ERAS-AUDTAOT-REC FROM AARCITREC.
010850     IF NOT ERAS-AUDTAOT-OK
010860         DISPLAY "CLNTERAS - WRITE ERROR ON AUDTAOT, STATUS = "
010870             ERAS-AUDTAOT-STATUS
010880         MOVE 16 TO RETURN-CODE
010890         STOP RUN
010900     END-IF.
010910     GO TO 3110-AARC-LOOP.
010920 3120-AARC-DONE.
010930     CLOSE AUDTARC.
010940     CLOSE AUDTAOT.
010950 3100-EXIT.
010960     EXIT.
010970****THE HISTORY ARCHIVE, COPIED TO HISTAOT.
010980 3200-COPY-HISTORY-ARCHIVE.
010990     OPEN OUTPUT HISTAOT.
011000     IF NOT ERAS-HISTAOT-OK
011010         DISPLAY "CLNTERAS - UNABLE TO OPEN HISTAOT, STATUS = "
011020             ERAS-HISTAOT-STATUS
011030         MOVE 16 TO RETURN-CODE
011040         STOP RUN
011050     END-IF.
011060     OPEN INPUT HISTARC.
011070     IF ERAS-HISTARC-NOFILE
011080         CLOSE HISTARC
011090         CLOSE HISTAOT
011100         GO TO 3200-EXIT
011110     END-IF.
011120     IF NOT ERAS-HISTARC-OK
011130         DISPLAY "CLNTERAS - UNABLE TO OPEN HISTARC, STATUS = "
011140             ERAS-HISTARC-STATUS
011150         MOVE 16 TO RETURN-CODE
011160         STOP RUN
011170     END-IF.
011180     MOVE 'Y' TO ERAS-HISTARC-SW.
011190 3210-HARC-LOOP.
011200     READ HISTARC INTO HARCREC
011210         AT END
011220             GO TO 3220-HARC-DONE
011230     END-READ.
011240     IF NOT ERAS-HISTARC-OK
011250         DISPLAY "CLNTERAS - READ ERROR ON HISTARC, STATUS = "
011260             ERAS-HISTARC-STATUS
011270         MOVE 16 TO RETURN-CODE
011280         STOP RUN
011290     END-IF.
011300     MOVE HARC-CLNTIDEN TO ERAS-CHECK-IDEN.
011310     PERFORM 8000-CHECK-IDEN THRU 8000-EXIT.
011320     IF ERAS-IN-TABLE-YES
011330         ADD 1 TO ERAS-HARC-FOUND
011340         MOVE ERAS-ANON-TEXT  TO HARC-CLNTFNAME
011350         MOVE ERAS-ANON-TEXT  TO HARC-CLNTMNAME
011360         MOVE ERAS-ANON-TEXT  TO HARC-CLNTLNAME
011370         MOVE ERAS-ANON-TEXT  TO HARC-CLNTADDR1
011380         MOVE ERAS-ANON-TEXT  TO HARC-CLNTADDR2
011390         MOVE ERAS-ANON-TEXT  TO HARC-CLNTCITY
011400         MOVE SPACES          TO HARC-CLNTSTATE
011410         MOVE ERAS-ANON-ZIP   TO HARC-CLNTZIP
011420         MOVE ERAS-ANON-PHONE TO HARC-CLNTPHONE
011430         MOVE ERAS-ANON-TEXT  TO HARC-CLNTEMAIL
011440         ADD 1 TO ERAS-HARC-ANON
011450     END-IF.
011460     WRITE ERAS-HISTAOT-REC FROM HARCREC.
011470     IF NOT ERAS-HISTAOT-OK
011480         DISPLAY "CLNTERAS - WRITE ERROR ON HISTAOT, STATUS = "
011490             ERAS-HISTAOT-STATUS
011500         MOVE 16 TO RETURN-CODE
011510         STOP RUN
011520     END-IF.
011530     GO TO 3210-HARC-LOOP.
011540 3220-HARC-DONE.
011550     CLOSE HISTARC.
011560     CLOSE HISTAOT.
011570 3200-EXIT.
011580     EXIT.
011590****THE 5BACKUP COPY OF THE MASTER, COPIED TO BKUPOT.  THE
011600****HDRDATE= HEADER PASSES THROUGH UNCHANGED.
011610 3300-COPY-BACKUP.
011620     OPEN OUTPUT BKUPOT.
011630     IF NOT ERAS-BKUPOT-OK
011640         DISPLAY "CLNTERAS - UNABLE TO OPEN BKUPOT, STATUS = "
011650             ERAS-BKUPOT-STATUS
011660         MOVE 16 TO RETURN-CODE
011670         STOP RUN
011680     END-IF.
011690     OPEN INPUT CLNTBKUP.
011700     IF ERAS-BKUP-NOFILE
011710         CLOSE CLNTBKUP
011720         CLOSE BKUPOT
011730         GO TO 3300-EXIT
011740     END-IF.
011750     IF NOT ERAS-BKUP-OK
011760         DISPLAY "CLNTERAS - UNABLE TO OPEN CLNTBKUP, STATUS = "
011770             ERAS-BKUP-STATUS
011780         MOVE 16 TO RETURN-CODE
011790         STOP RUN
011800     END-IF.
011810     MOVE 'Y' TO ERAS-BKUP-SW.
011820 3310-BKUP-LOOP.
011830     READ CLNTBKUP
011840         AT END
011850             GO TO 3320-BKUP-DONE
011860     END-READ.
011870     IF NOT ERAS-BKUP-OK
011880         DISPLAY "CLNTERAS - READ ERROR ON CLNTBKUP, STATUS = "
011890             ERAS-BKUP-STATUS
011900         MOVE 16 TO RETURN-CODE
011910         STOP RUN
011920     END-IF.
011930     MOVE ERAS-BKUP-REC TO ECLNTREC.
011940     IF ERAS-BKUP-MARKER NOT = 'HDRDATE='
011950             AND ECLNTIDEN NUMERIC
011960         MOVE ECLNTIDEN TO ERAS-CHECK-IDEN
011970         PERFORM 8000-CHECK-IDEN THRU 8000-EXIT
011980         IF ERAS-IN-TABLE-YES
011990             ADD 1 TO ERAS-BKUP-FOUND
012000             PERFORM 8100-ANON-IMAGE THRU 8100-EXIT
012010             ADD 1 TO ERAS-BKUP-ANON
012020         END-IF
012030     END-IF.
012040     WRITE ERAS-BKUPOT-REC FROM ECLNTREC.
012050     IF NOT ERAS-BKUPOT-OK
012060         DISPLAY "CLNTERAS - WRITE ERROR ON BKUPOT, STATUS = "
012070             ERAS-BKUPOT-STATUS
012080         MOVE 16 TO RETURN-CODE
012090         STOP RUN
012100     END-IF.
012101     GO TO 3310-BKUP-LOOP.
012102 3320-BKUP-DONE.
012103     CLOSE CLNTBKUP.
012105     CLOSE BKUPOT.
012106 3300-EXIT.
012107     EXIT.
012108****THE REJECT SUSPENSE FILE PROCDLTA WRITES, COPIED TO REJECTOT.
012109 3400-COPY-REJECTS.
012110     OPEN OUTPUT REJECTOT.
012111     IF NOT ERAS-REJOT-OK
012112         DISPLAY "CLNTERAS - UNABLE TO OPEN REJECTOT, STATUS = "
012113             ERAS-REJOT-STATUS
012114         MOVE 16 TO RETURN-CODE
012115         STOP RUN
012116     END-IF.
012117     OPEN INPUT REJECTFL.
012118     IF ERAS-REJ-NOFILE
012119         CLOSE REJECTFL
012120         CLOSE REJECTOT
012121         GO TO 3400-EXIT
012122     END-IF.
012123     IF NOT ERAS-REJ-OK
012124         DISPLAY "CLNTERAS - UNABLE TO OPEN REJECTFL, STATUS = "
012125             ERAS-REJ-STATUS
012126         MOVE 16 TO RETURN-CODE
012127         STOP RUN
012128     END-IF.
012129     MOVE 'Y' TO ERAS-REJECTS-SW.
012130 3410-REJ-LOOP.
012131     READ REJECTFL INTO ERJCCLNTREC
012132         AT END
012133             GO TO 3420-REJ-DONE
012134     END-READ.
012135     IF NOT ERAS-REJ-OK
012136         DISPLAY "CLNTERAS - READ ERROR ON REJECTFL, STATUS = "
012137             ERAS-REJ-STATUS
012138         MOVE 16 TO RETURN-CODE
012139         STOP RUN
012140     END-IF.
012141     PERFORM 8300-ANON-REJECT THRU 8300-EXIT.
012142     IF ERAS-IN-TABLE-YES
012143         ADD 1 TO ERAS-REJ-FOUND
012144         ADD 1 TO ERAS-REJ-ANON
012145     END-IF.
012146     WRITE ERAS-REJECTOT-REC FROM ERJCCLNTREC.
012147     IF NOT ERAS-REJOT-OK
012148         DISPLAY "CLNTERAS - WRITE ERROR ON REJECTOT, STATUS = "
012149             ERAS-REJOT-STATUS
012150         MOVE 16 TO RETURN-CODE
012151         STOP RUN
012152     END-IF.
012153     GO TO 3410-REJ-LOOP.
012154 3420-REJ-DONE.
012155     CLOSE REJECTFL.
012156     CLOSE REJECTOT.
012157 3400-EXIT.
012158     EXIT.
012159****THE RE-EDIT WORKLIST CLNTREED WRITES IN THE SAME
012160****LAYOUT, COPIED TO WORKOT.
012161 3500-COPY-WORKLIST.
012162     OPEN OUTPUT WORKOT.
012163     IF NOT ERAS-WORKOT-OK
012164         DISPLAY "CLNTERAS - UNABLE TO OPEN WORKOT, STATUS = "
012165             ERAS-WORKOT-STATUS
012166         MOVE 16 TO RETURN-CODE
012168         STOP RUN
012169     END-IF.
012170     OPEN INPUT WORKLIST.
012171     IF ERAS-WORK-NOFILE
012172         CLOSE WORKLIST
012173         CLOSE WORKOT
012174         GO TO 3500-EXIT
012175     END-IF.
012176     IF NOT ERAS-WORK-OK
012177         DISPLAY "CLNTERAS - UNABLE TO OPEN WORKLIST, STATUS = "
012178             ERAS-WORK-STATUS
012179         MOVE 16 TO RETURN-CODE
012180         STOP RUN
012181     END-IF.
012182     MOVE 'Y' TO ERAS-WORKLIST-SW.
012184 3510-WORK-LOOP.
012185     READ WORKLIST INTO ERJCCLNTREC
012186         AT END
012187             GO TO 3520-WORK-DONE
012188     END-READ.
012189     IF NOT ERAS-WORK-OK
012190         DISPLAY "CLNTERAS - READ ERROR ON WORKLIST, STATUS = "
012191             ERAS-WORK-STATUS
012192         MOVE 16 TO RETURN-CODE
012193         STOP RUN
012194     END-IF.
012195     PERFORM 8300-ANON-REJECT THRU 8300-EXIT.
012196     IF ERAS-IN-TABLE-YES
012198         ADD 1 TO ERAS-WORK-FOUND
012199         ADD 1 TO ERAS-WORK-ANON
012200     END-IF.
012201     WRITE ERAS-WORKOT-REC FROM ERJCCLNTREC.
012202     IF NOT ERAS-WORKOT-OK
012203         DISPLAY "CLNTERAS - WRITE ERROR ON WORKOT, STATUS = "
012204             ERAS-WORKOT-STATUS
012205         MOVE 16 TO RETURN-CODE
012206         STOP RUN
012207     END-IF.
012208     GO TO 3510-WORK-LOOP.
012209 3520-WORK-DONE.
012210     CLOSE WORKLIST.
012211     CLOSE WORKOT.
012212 3500-EXIT.
012214     EXIT.
012215*****************************************************
012216* THE CERTIFICATE - ONE LINE PER FILE: ROWS FOUND FOR
012217* THE CLIENT AND ROWS ANONYMIZED.
012218*****************************************************
012219 4000-PRINT-CERTIFICATE.
012220     PERFORM 4100-WRITE-HEADINGS THRU 4100-EXIT.
012230     PERFORM 4150-LIST-MERGED THRU 4150-EXIT
012240         VARYING ERAS-TAB-SUB FROM 2 BY 1
012250         UNTIL ERAS-TAB-SUB > ERAS-IDEN-COUNT.
012260     MOVE SPACES TO ERAS-TEXT.
012270     WRITE ERAS-LINE-REC.
012280     MOVE ERAS-CERT-HDR-2 TO ERAS-TEXT.
012290     WRITE ERAS-LINE-REC.
012300     MOVE SPACES TO ERAS-CERT-LINE.
012310     MOVE 'CLNTFILE'  TO ERAS-CL-DDNAME.
012320     MOVE 'CLIENT MASTER' TO ERAS-CL-DESC.
012330     MOVE ERAS-MAST-FOUND TO ERAS-CL-FOUND.
012340     MOVE ERAS-MAST-ANON  TO ERAS-CL-ANON.
012350     IF ERAS-ON-MASTER-YES
012360         MOVE 'CLOSED RECORD, NUMBER AND DATES KEPT'
012370             TO ERAS-CL-NOTE
012380     ELSE
012390         MOVE 'NOT ON THE MASTER (ALREADY PURGED)'
012400             TO ERAS-CL-NOTE
012410     END-IF.
012420     PERFORM 4200-WRITE-CERT-LINE THRU 4200-EXIT.
012430     MOVE 'CLNTHIST'  TO ERAS-CL-DDNAME.
012440     MOVE 'CHANGE HISTORY' TO ERAS-CL-DESC.
012450     MOVE ERAS-HIST-FOUND TO ERAS-CL-FOUND.
012460     MOVE ERAS-HIST-ANON  TO ERAS-CL-ANON.
012470     IF ERAS-HIST-OPEN-YES
012480         MOVE 'KEYS AND TIMESTAMPS KEPT' TO ERAS-CL-NOTE
012490     ELSE
012500         MOVE 'FILE NOT PRESENT' TO ERAS-CL-NOTE
012510     END-IF.
012520     PERFORM 4200-WRITE-CERT-LINE THRU 4200-EXIT.
012530     MOVE 'HISTARC'   TO ERAS-CL-DDNAME.
012540     MOVE 'HISTORY ARCHIVE' TO ERAS-CL-DESC.
012550     MOVE ERAS-HARC-FOUND TO ERAS-CL-FOUND.
012560     MOVE ERAS-HARC-ANON  TO ERAS-CL-ANON.
012570     IF ERAS-HISTARC-YES
012580         MOVE 'KEYS AND TIMESTAMPS KEPT' TO ERAS-CL-NOTE
012590     ELSE
012600         MOVE 'FILE NOT PRESENT' TO ERAS-CL-NOTE
012610     END-IF.
012620     PERFORM 4200-WRITE-CERT-LINE THRU 4200-EXIT.
012630     MOVE 'AUDITFL'   TO ERAS-CL-DDNAME.
012640     MOVE 'AUDIT TRAIL' TO ERAS-CL-DESC.
012650     MOVE ERAS-AUD-FOUND TO ERAS-CL-FOUND.
012660     MOVE ERAS-AUD-ANON  TO ERAS-CL-ANON.
012670     MOVE 'ENTRIES KEPT IN SEQUENCE, ERASE ENTRY ADDED'
012680         TO ERAS-CL-NOTE.
012690     PERFORM 4200-WRITE-CERT-LINE THRU 4200-EXIT.
012700     MOVE 'AUDTARC'   TO ERAS-CL-DDNAME.
012710     MOVE 'AUDIT ARCHIVE' TO ERAS-CL-DESC.
012720     MOVE ERAS-AARC-FOUND TO ERAS-CL-FOUND.
012730     MOVE ERAS-AARC-ANON  TO ERAS-CL-ANON.
012740     IF ERAS-AUDTARC-YES
012750         MOVE 'ENTRIES KEPT IN SEQUENCE' TO ERAS-CL-NOTE
012760     ELSE
012770         MOVE 'FILE NOT PRESENT' TO ERAS-CL-NOTE
012780     END-IF.
012790     PERFORM 4200-WRITE-CERT-LINE THRU 4200-EXIT.
012800     MOVE 'CLNTNOTE'  TO ERAS-CL-DDNAME.
012810     MOVE 'CONTACT NOTES' TO ERAS-CL-DESC.
012820     MOVE ERAS-NOTE-FOUND TO ERAS-CL-FOUND.
012830     MOVE ERAS-NOTE-ANON  TO ERAS-CL-ANON.
012840     IF ERAS-NOTE-OPEN-YES
012850         MOVE 'NOTE TEXT ERASED, AUTHOR AND TIME KEPT'
012860             TO ERAS-CL-NOTE
012870     ELSE
012880         MOVE 'FILE NOT PRESENT' TO ERAS-CL-NOTE
012890     END-IF.
012900     PERFORM 4200-WRITE-CERT-LINE THRU 4200-EXIT.
012910     MOVE 'CLNTADDR'  TO ERAS-CL-DDNAME.
012920     MOVE 'CLIENT ADDRESSES' TO ERAS-CL-DESC.
012930     MOVE ERAS-ADDR-FOUND TO ERAS-CL-FOUND.
012940     MOVE ERAS-ADDR-ANON  TO ERAS-CL-ANON.
012950     IF ERAS-ADDR-OPEN-YES
012960         MOVE 'TYPES AND SEASONAL RANGES KEPT' TO ERAS-CL-NOTE
012970     ELSE
012980         MOVE 'FILE NOT PRESENT' TO ERAS-CL-NOTE
012990     END-IF.
013000     PERFORM 4200-WRITE-CERT-LINE THRU 4200-EXIT.
013010     MOVE 'CLNTAPRQ'  TO ERAS-CL-DDNAME.
013020     MOVE 'APPROVAL QUEUE' TO ERAS-CL-DESC.
013030     MOVE ERAS-APRQ-FOUND TO ERAS-CL-FOUND.
013040     MOVE ERAS-APRQ-ANON  TO ERAS-CL-ANON.
013050     IF ERAS-APRQ-OPEN-YES
013060         MOVE 'BEFORE/AFTER IMAGES AND NOTE ERASED'
013070             TO ERAS-CL-NOTE
013080     ELSE
013090         MOVE 'FILE NOT PRESENT' TO ERAS-CL-NOTE
013100     END-IF.
013110     PERFORM 4200-WRITE-CERT-LINE THRU 4200-EXIT.
013120     MOVE 'CLNTBKUP'  TO ERAS-CL-DDNAME.
013130     MOVE 'MASTER BACKUP' TO ERAS-CL-DESC.
013140     MOVE ERAS-BKUP-FOUND TO ERAS-CL-FOUND.
013150     MOVE ERAS-BKUP-ANON  TO ERAS-CL-ANON.
013160     IF ERAS-BKUP-YES
013170         MOVE 'BACKUP HEADER AND DATE KEPT' TO ERAS-CL-NOTE
013180     ELSE
013190         MOVE 'FILE NOT PRESENT' TO ERAS-CL-NOTE
013192     END-IF.
013193     PERFORM 4200-WRITE-CERT-LINE THRU 4200-EXIT.
013195     MOVE 'REJECTFL' TO ERAS-CL-DDNAME.
013197     MOVE 'REJECTED TRANSACTIONS' TO ERAS-CL-DESC.
013198     MOVE ERAS-REJ-FOUND TO ERAS-CL-FOUND.
013200     MOVE ERAS-REJ-ANON  TO ERAS-CL-ANON.
013202     IF ERAS-REJECTS-YES
013203         MOVE 'REJECT DATE AND REASON KEPT' TO ERAS-CL-NOTE
013204     ELSE
013205         MOVE 'FILE NOT PRESENT' TO ERAS-CL-NOTE
013206     END-IF.
013207     PERFORM 4200-WRITE-CERT-LINE THRU 4200-EXIT.
013208     MOVE 'WORKLIST' TO ERAS-CL-DDNAME.
013209     MOVE 'RE-EDIT WORKLIST' TO ERAS-CL-DESC.
013210     MOVE ERAS-WORK-FOUND TO ERAS-CL-FOUND.
013211     MOVE ERAS-WORK-ANON  TO ERAS-CL-ANON.
013212     IF ERAS-WORKLIST-YES
013214         MOVE 'REJECT DATE AND REASON KEPT' TO ERAS-CL-NOTE
013215     ELSE
013216         MOVE 'FILE NOT PRESENT' TO ERAS-CL-NOTE
013218     END-IF.
013219     PERFORM 4200-WRITE-CERT-LINE THRU 4200-EXIT.
013220     MOVE 'CLNTREL'   TO ERAS-CL-DDNAME.
013230     MOVE 'RELATIONSHIPS' TO ERAS-CL-DESC.
013240     MOVE ERAS-REL-FOUND TO ERAS-CL-FOUND.
013250     MOVE ZERO           TO ERAS-CL-ANON.
013260     IF ERAS-REL-OPEN-YES
013270         MOVE 'NO PERSONAL DATA HELD - ROWS KEPT'
013280             TO ERAS-CL-NOTE
013290     ELSE
013300         MOVE 'FILE NOT PRESENT' TO ERAS-CL-NOTE
013310     END-IF.
013320     PERFORM 4200-WRITE-CERT-LINE THRU 4200-EXIT.
013330     MOVE SPACES TO ERAS-TEXT.
013340     WRITE ERAS-LINE-REC.
013350     MOVE SPACES TO ERAS-TEXT.
013360     STRING 'ANONYMIZED VALUE: NAMES, ADDRESS LINES, CITY, '
013370         'EMAIL AND NOTE TEXT = ' ERAS-ANON-TEXT
013380         '; STATE = SPACES; ZIP = ' ERAS-ANON-ZIP
013390         '; PHONE = ' ERAS-ANON-PHONE
013400         DELIMITED BY SIZE INTO ERAS-TEXT.
013410     WRITE ERAS-LINE-REC.
013420     MOVE SPACES TO ERAS-TEXT.
013430     MOVE ERAS-REL-ENDED TO ERAS-ENDED-ED.
013440     STRING 'RELATIONSHIP ROWS ENDED, REASON ERASE: '
013450         ERAS-ENDED-ED
013460         DELIMITED BY SIZE INTO ERAS-TEXT.
013470     WRITE ERAS-LINE-REC.
013480     MOVE 'CLIENT NUMBERS, DATES AND TIMESTAMPS ARE KEPT SO'
013490         TO ERAS-TEXT.
013500     WRITE ERAS-LINE-REC.
013510     MOVE 'COUNTS AND AUDIT SEQUENCING STILL HOLD.' TO ERAS-TEXT.
013520     WRITE ERAS-LINE-REC.
013530     CLOSE ERASCERT.
013540     DISPLAY "CLNTERAS - CLIENT " ERAS-TARGET-IDEN " ERASED".
013550     DISPLAY "CLNTERAS - HISTORY ROWS      = " ERAS-HIST-ANON.
013560     DISPLAY "CLNTERAS - AUDIT ENTRIES     = " ERAS-AUD-ANON.
013570     DISPLAY "CLNTERAS - NOTES             = " ERAS-NOTE-ANON.
013580     MOVE ZERO TO RETURN-CODE.
013590 4000-EXIT.
013600     EXIT.
013610 4100-WRITE-HEADINGS.
013620     MOVE ERAS-TODAY TO ERAS-H1-DATE.
013630     MOVE ERAS-NOW   TO ERAS-H1-TIME.
013640     MOVE '1' TO ERAS-CTL.
013650     MOVE ERAS-CERT-HDR-1 TO ERAS-TEXT.
013660     WRITE ERAS-LINE-REC.
013670     MOVE ' ' TO ERAS-CTL.
013680     MOVE SPACES TO ERAS-TEXT.
013690     WRITE ERAS-LINE-REC.
013700     MOVE ERAS-PARM-IDEN TO ERAS-CC-IDEN.
013710     MOVE ERAS-OPER-ID   TO ERAS-CC-OPER.
013720     MOVE ERAS-CERT-CLIENT TO ERAS-TEXT.
013730     WRITE ERAS-LINE-REC.
013740 4100-EXIT.
013750     EXIT.
013760 4150-LIST-MERGED.
013770     MOVE ERAS-IDEN (ERAS-TAB-SUB) TO ERAS-CM-IDEN.
013780     MOVE ERAS-CERT-MERGED TO ERAS-TEXT.
013790     WRITE ERAS-LINE-REC.
013800 4150-EXIT.
013810     EXIT.
013820 4200-WRITE-CERT-LINE.
013830     MOVE ERAS-CERT-LINE TO ERAS-TEXT.
013840     WRITE ERAS-LINE-REC.
013850 4200-EXIT.
013860     EXIT.
013870*****************************************************
013880* SETS ERAS-IN-TABLE-YES WHEN ERAS-CHECK-IDEN IS THE
013890* CLIENT OR ONE OF THE NUMBERS MERGED INTO IT.
013900*****************************************************
013910 8000-CHECK-IDEN.
013920     MOVE 'N' TO ERAS-IN-TABLE-SW.
013930     PERFORM 8050-CHECK-ONE THRU 8050-EXIT
013940         VARYING ERAS-TAB-SUB FROM 1 BY 1
013950         UNTIL ERAS-TAB-SUB > ERAS-IDEN-COUNT
013960             OR ERAS-IN-TABLE-YES.
013970 8000-EXIT.
013980     EXIT.
013990 8050-CHECK-ONE.
014000     IF ERAS-IDEN (ERAS-TAB-SUB) = ERAS-CHECK-IDEN
014010         MOVE 'Y' TO ERAS-IN-TABLE-SW
014020     END-IF.
014030 8050-EXIT.
014040     EXIT.
014050*****************************************************
014060* ANONYMIZES THE MASTER-SHAPED IMAGE IN ECLNTREC.
014070*****************************************************
014080 8100-ANON-IMAGE.
014090     MOVE ERAS-ANON-TEXT  TO ECLNTFNAME.
014100     MOVE ERAS-ANON-TEXT  TO ECLNTMNAME.
014110     MOVE ERAS-ANON-TEXT  TO ECLNTLNAME.
014120     MOVE ERAS-ANON-TEXT  TO ECLNTADDR1.
014130     MOVE ERAS-ANON-TEXT  TO ECLNTADDR2.
014140     MOVE ERAS-ANON-TEXT  TO ECLNTCITY.
014150     MOVE SPACES          TO ECLNTSTATE.
014160     MOVE ERAS-ANON-ZIP   TO ECLNTZIP.
014170     MOVE ERAS-ANON-PHONE TO ECLNTPHONE.
014180     MOVE ERAS-ANON-TEXT  TO ECLNTEMAIL.
014190 8100-EXIT.
014200     EXIT.
014210*****************************************************
014220* ONE AUDIT ENTRY IN AARCITREC.  AN ENTRY FOR THE
014230* CLIENT CARRIES ITS NAME - EXCEPT THE ENTRIES WHOSE
014240* NAME FIELDS HOLD AN OPERATOR ID AND A NOTE INSTEAD
014250* (DISPUTE, RELEASE, REVERSE, ROLLFWD, ERASE), WHICH ARE
014260* COUNTED BUT LEFT AS THEY ARE.
014270*****************************************************
014280 8200-ANON-AUDIT.
014290     MOVE 'N' TO ERAS-IN-TABLE-SW.
014300     MOVE 'N' TO ERAS-NAMED-SW.
014310     IF AARC-CLNTIDEN NOT NUMERIC
014320         GO TO 8200-EXIT
014330     END-IF.
014340     MOVE AARC-CLNTIDEN TO ERAS-CHECK-IDEN.
014350     PERFORM 8000-CHECK-IDEN THRU 8000-EXIT.
014360     IF NOT ERAS-IN-TABLE-YES
014370         GO TO 8200-EXIT
014380     END-IF.
014390     IF AARC-OPERATION = 'DISPUTE' OR AARC-OPERATION = 'RELEASE'
014400             OR AARC-OPERATION = 'REVERSE'
014410             OR AARC-OPERATION = 'ROLLFWD'
014420             OR AARC-OPERATION = 'ERASE'
014430         GO TO 8200-EXIT
014440     END-IF.
014450     MOVE 'Y' TO ERAS-NAMED-SW.
014460     MOVE ERAS-ANON-TEXT TO AARC-CLNTFNAME.
014470     MOVE ERAS-ANON-TEXT TO AARC-CLNTLNAME.
014480 8200-EXIT.
014490     EXIT.
014500*****************************************************
014510* ONE REJECTED TRANSACTION IN ERJCCLNTREC.  A REJECT MAY
014520* HAVE BOUNCED FOR A BAD CLIENT NUMBER, SO ONLY A NUMERIC
014530* ONE IS LOOKED UP.
014540*****************************************************
014550 8300-ANON-REJECT.
014560     MOVE 'N' TO ERAS-IN-TABLE-SW.
014570     IF ERJC-CLNTIDEN NOT NUMERIC
014580         GO TO 8300-EXIT
014590     END-IF.
014600     MOVE ERJC-CLNTIDEN TO ERAS-CHECK-IDEN.
014610     PERFORM 8000-CHECK-IDEN THRU 8000-EXIT.
014620     IF NOT ERAS-IN-TABLE-YES
014630         GO TO 8300-EXIT
014640     END-IF.
014650     MOVE ERAS-ANON-TEXT  TO ERJC-CLNTFNAME.
014660     MOVE ERAS-ANON-TEXT  TO ERJC-CLNTMNAME.
014670     MOVE ERAS-ANON-TEXT  TO ERJC-CLNTLNAME.
014680     MOVE ERAS-ANON-TEXT  TO ERJC-CLNTADDR1.
014690     MOVE ERAS-ANON-TEXT  TO ERJC-CLNTADDR2.
014700     MOVE ERAS-ANON-TEXT  TO ERJC-CLNTCITY.
014710     MOVE SPACES          TO ERJC-CLNTSTATE.
014720     MOVE ERAS-ANON-ZIP   TO ERJC-CLNTZIP.
014730     MOVE ERAS-ANON-PHONE TO ERJC-CLNTPHONE.
014740     MOVE ERAS-ANON-TEXT  TO ERJC-CLNTEMAIL.
014750 8300-EXIT.
014760     EXIT.

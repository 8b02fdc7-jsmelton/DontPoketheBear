000282* 09/02/26   JMELTON   THE INQUIRY NOW LISTS THE CLIENT'S
000283*                      CONTACT NOTES (CLNTNOTE KSDS, SEE
000284*                      CLNTNREC) ALONGSIDE THE HISTORY.
000285* 10/15/26   JMELTON   SHOWS THE USER ID ON EACH AUDIT ENTRY
000286*                      AND PRIOR VERSION WHERE ONE IS KNOWN.
000287* 10/15/26   JMELTON   THE INQUIRY NOW LISTS THE CLIENT'S
000288*                      RELATIONSHIPS (CLNTREL, SEE CLNTRREC),
000289*                      ACTIVE AND ENDED, WITH NAMES.
000291* 10/15/26   JMELTON   THE INQUIRY NOW SHOWS THE ADDRESS ON
000293*                      THE MASTER AND EVERY RESIDENCE,
000295*                      MAILING AND SEASONAL ADDRESS ON FILE
000297*                      (CLNTADDR, SEE CLNTAREC).
000298*****************************************************
000299 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT CLNTHIST ASSIGN TO AS-CLNTHIST
000476         ACCESS MODE IS DYNAMIC
000478         RECORD KEY IS NOTE-KEY
000479         FILE STATUS IS HINQ-NOTE-STATUS.
000480     SELECT OPTIONAL CLNTREL ASSIGN TO AS-CLNTREL
000481         ORGANIZATION IS INDEXED
000482         ACCESS MODE IS DYNAMIC
000483         RECORD KEY IS REL-KEY
000484         FILE STATUS IS HINQ-REL-STATUS.
000485     SELECT OPTIONAL CLNTADDR ASSIGN TO AS-CLNTADDR
000487         ORGANIZATION IS INDEXED
000489         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS ADR-KEY
000492         FILE STATUS IS HINQ-ADDR-STATUS.
000495 DATA DIVISION.
000497 FILE SECTION.
000500 FD  CLNTHIST.
000510     COPY CLNTHREC.
000520 FD  AUDITFL
000612****CLIENT CONTACT NOTES.  SEE CLNTNREC.
000614 FD  CLNTNOTE.
000616     COPY CLNTNREC.
000617****CLIENT RELATIONSHIPS.  SEE CLNTRREC.
000618 FD  CLNTREL.
000619     COPY CLNTRREC.
000620****CLIENT ADDRESSES.  SEE CLNTAREC.
000621 FD  CLNTADDR.
000622     COPY CLNTAREC.
000626 WORKING-STORAGE SECTION.
000630 77  HINQ-MAX-LINES-PER-PAGE PIC 9(03) VALUE 055.
000640 77  HINQ-LINES-PER-BLOCK    PIC 9(03) VALUE 008.
000650 01  HINQ-SWITCHES.
000704         88  HINQ-NOTE-DONE-YES        VALUE 'Y'.
000706     05  HINQ-NOTES-OPEN-SW   PIC X(01) VALUE 'N'.
000708         88  HINQ-NOTES-OPEN-YES       VALUE 'Y'.
000709     05  HINQ-REL-DONE-SW     PIC X(01) VALUE 'N'.
000710         88  HINQ-REL-DONE-YES         VALUE 'Y'.
000711     05  HINQ-RELS-OPEN-SW    PIC X(01) VALUE 'N'.
000712         88  HINQ-RELS-OPEN-YES        VALUE 'Y'.
000713     05  HINQ-DEMO-OPEN-SW    PIC X(01) VALUE 'N'.
000714         88  HINQ-DEMO-OPEN-YES        VALUE 'Y'.
000715     05  HINQ-ADDR-DONE-SW    PIC X(01) VALUE 'N'.
000716         88  HINQ-ADDR-DONE-YES        VALUE 'Y'.
000717     05  HINQ-ADDRS-OPEN-SW   PIC X(01) VALUE 'N'.
000718         88  HINQ-ADDRS-OPEN-YES       VALUE 'Y'.
000719     05  HINQ-CONT            PIC 9(01) VALUE ZERO.
000720 01  HINQ-FILE-STATUSES.
000730     05  HINQ-HIST-STATUS     PIC X(02) VALUE '00'.
000740         88  HINQ-HIST-STATUS-OK       VALUE '00'.
000844         88  HINQ-NOTE-OK              VALUE '00'.
000846         88  HINQ-NOTE-EOF             VALUE '10'.
000848         88  HINQ-NOTE-NOFILE          VALUE '35'.
000849     05  HINQ-REL-STATUS      PIC X(02) VALUE '00'.
000850         88  HINQ-REL-OK               VALUE '00'.
000851         88  HINQ-REL-EOF              VALUE '10'.
000854     05  HINQ-ADDR-STATUS     PIC X(02) VALUE '00'.
000857         88  HINQ-ADDR-OK              VALUE '00'.
000859 01  HINQ-COUNTERS         COMP.
000860     05  HINQ-VERSION-COUNT   PIC 9(07) VALUE ZERO.
000862     05  HINQ-NOTE-COUNT      PIC 9(07) VALUE ZERO.
000866     05  HINQ-REL-COUNT       PIC 9(07) VALUE ZERO.
000868     05  HINQ-ADDR-COUNT      PIC 9(07) VALUE ZERO.
000870     05  HINQ-CHANGE-COUNT    PIC 9(07) VALUE ZERO.
000880     05  HINQ-NOHIST-COUNT    PIC 9(07) VALUE ZERO.
000890     05  HINQ-LINE-COUNT      PIC 9(03) VALUE ZERO.
000900     05  HINQ-PAGE-COUNT      PIC 9(03) VALUE ZERO.
000910 01  HINQ-TARGET-IDEN         PIC 9(09) VALUE ZERO.
000920 01  HINQ-TODAY               PIC 9(08) VALUE ZERO.
000922 01  HINQ-REL-DESC            PIC X(20) VALUE SPACES.
000924 01  HINQ-REL-NAME            PIC X(41) VALUE SPACES.
000925 01  HINQ-ADDR-DESC           PIC X(09) VALUE SPACES.
000926****RELATIONSHIP TYPE CODES AND THEIR DESCRIPTIONS.
000928     COPY CLNTRTYP.
000930 01  HINQ-PAGE-HDR-1.
000940     05  FILLER               PIC X(28)
000950                     VALUE 'CLIENT CHANGE-HISTORY REPORT'.
001130     05  HINQ-DO-SOURCE       PIC X(08).
001140     05  FILLER               PIC X(08) VALUE ' REASON '.
001150     05  HINQ-DO-RSNCD        PIC X(02).
001160     05  FILLER               PIC X(04) VALUE ' BY '.
001162     05  HINQ-DO-USERID       PIC X(08).
001164     05  FILLER               PIC X(49) VALUE SPACES.
001170 01  HINQ-DETAIL-IMG.
001180     05  FILLER               PIC X(02) VALUE SPACES.
001190     05  HINQ-DI-TAG          PIC X(07).
001597     IF HINQ-NOTE-OK
001598         MOVE 'Y' TO HINQ-NOTES-OPEN-SW
001599     END-IF.
001600****SO DO RELATIONSHIPS, WITH THE RELATED CLIENT'S NAME
001601****FROM THE MASTER WHEN IT CAN BE OPENED.
001602     OPEN INPUT CLNTREL.
001603     IF HINQ-REL-OK
001604         MOVE 'Y' TO HINQ-RELS-OPEN-SW
001605         OPEN INPUT DEMO
001606         IF HINQ-DEMO-STATUS-OK
001607             MOVE 'Y' TO HINQ-DEMO-OPEN-SW
001608         END-IF
001609     END-IF.
001610****AND THE ADDRESSES ON FILE, UNDER THE ONE THE MASTER
001611****CARRIES NOW.
001612     OPEN INPUT CLNTADDR.
001613     IF HINQ-ADDR-OK
001614         MOVE 'Y' TO HINQ-ADDRS-OPEN-SW
001615         IF NOT HINQ-DEMO-OPEN-YES
001616             OPEN INPUT DEMO
001617             IF HINQ-DEMO-STATUS-OK
001618                 MOVE 'Y' TO HINQ-DEMO-OPEN-SW
001619             END-IF
001620         END-IF
001621     END-IF.
001623 1010-INQUIRY-LOOP.
001625     DISPLAY "ENTER CLIENT NO TO BE SEARCHED".
001628     ACCEPT HINQ-TARGET-IDEN.
001630     PERFORM 1100-SHOW-VERSIONS THRU 1100-EXIT.
001632     IF HINQ-NOTES-OPEN-YES
001634         PERFORM 1300-SHOW-NOTES THRU 1300-EXIT
001636     END-IF.
001637     IF HINQ-RELS-OPEN-YES
001638         PERFORM 1400-SHOW-RELATIONSHIPS THRU 1400-EXIT
001639     END-IF.
001640     IF HINQ-ADDRS-OPEN-YES
001641         PERFORM 1500-SHOW-ADDRESSES THRU 1500-EXIT
001642     END-IF.
001646     DISPLAY "ANOTHER CLIENT? 1/0".
001650     ACCEPT HINQ-CONT.
001660     IF HINQ-CONT = 1
001670         GO TO 1010-INQUIRY-LOOP
001692     IF HINQ-NOTES-OPEN-YES
001694         CLOSE CLNTNOTE
001696     END-IF.
001697     IF HINQ-RELS-OPEN-YES
001698         CLOSE CLNTREL
001699     END-IF.
001700     IF HINQ-ADDRS-OPEN-YES
001701         CLOSE CLNTADDR
001702     END-IF.
001704     IF HINQ-DEMO-OPEN-YES
001705         CLOSE DEMO
001707     END-IF.
001708 1000-EXIT.
001710     EXIT.
001720 1100-SHOW-VERSIONS.
001730     MOVE ZERO TO HINQ-VERSION-COUNT.
002116         DISPLAY "   PHONE " HIST-CLNTPHONE "  EMAIL "
002118             HIST-CLNTEMAIL
002119     END-IF.
002121     IF HIST-USERID NOT = SPACES
002123         DISPLAY "   REPLACED BY USER " HIST-USERID
002124     END-IF.
002127 1200-EXIT.
002130     EXIT.
002122*****************************************************
002124* THE CLIENT'S CONTACT NOTES, IN THE ORDER THEY WERE
002172         NOTE-TEXT.
002173 1350-EXIT.
002174     EXIT.
002175*****************************************************
002176* THE CLIENT'S RELATIONSHIPS, ACTIVE AND ENDED, SHOWN
002177* AFTER THE NOTES.
002178*****************************************************
002179 1400-SHOW-RELATIONSHIPS.
002180     MOVE ZERO TO HINQ-REL-COUNT.
002181     MOVE 'N'  TO HINQ-REL-DONE-SW.
002182     MOVE HINQ-TARGET-IDEN TO REL-CLNTIDEN.
002183     MOVE LOW-VALUES       TO REL-TYPE.
002184     MOVE ZERO             TO REL-RELIDEN.
002185     START CLNTREL KEY NOT < REL-KEY
002186         INVALID KEY
002187             MOVE 'Y' TO HINQ-REL-DONE-SW
002188     END-START.
002189     PERFORM 1450-READ-NEXT-RELATIONSHIP THRU 1450-EXIT
002190         UNTIL HINQ-REL-DONE-YES.
002191     IF HINQ-REL-COUNT = ZERO
002192         DISPLAY "NO RELATIONSHIPS ON FILE FOR CLIENT "
002193             HINQ-TARGET-IDEN
002194     ELSE
002195         DISPLAY HINQ-REL-COUNT " RELATIONSHIP(S) SHOWN"
002196     END-IF.
002197 1400-EXIT.
002198     EXIT.
002199 1450-READ-NEXT-RELATIONSHIP.
002200     READ CLNTREL NEXT RECORD
002201         AT END
002202             MOVE 'Y' TO HINQ-REL-DONE-SW
002203             GO TO 1450-EXIT
002204     END-READ.
002205     IF NOT HINQ-REL-OK
002206         DISPLAY "CLNTHINQ - READ ERROR ON CLNTREL, STATUS = "
002207             HINQ-REL-STATUS
002208         MOVE 'Y' TO HINQ-REL-DONE-SW
002209         GO TO 1450-EXIT
002210     END-IF.
002211     IF REL-CLNTIDEN NOT = HINQ-TARGET-IDEN
002212         MOVE 'Y' TO HINQ-REL-DONE-SW
002213         GO TO 1450-EXIT
002214     END-IF.
002215     ADD 1 TO HINQ-REL-COUNT.
002216     MOVE REL-TYPE TO HINQ-REL-DESC.
002217     SET RTYP-IDX TO 1.
002218     SEARCH RTYP-ENTRY
002219         AT END
002220             CONTINUE
002221         WHEN RTYP-CODE (RTYP-IDX) = REL-TYPE
002222             MOVE RTYP-DESC (RTYP-IDX) TO HINQ-REL-DESC
002223     END-SEARCH.
002224     MOVE SPACES TO HINQ-REL-NAME.
002225     IF HINQ-DEMO-OPEN-YES
002226         MOVE REL-RELIDEN TO OCLNTIDEN
002227         READ DEMO
002228             INVALID KEY
002229                 MOVE '(NOT ON MASTER)' TO HINQ-REL-NAME
002230             NOT INVALID KEY
002231                 STRING OCLNTFNAME DELIMITED BY '  '
002232                     ' ' OCLNTLNAME DELIMITED BY SIZE
002233                     INTO HINQ-REL-NAME
002234         END-READ
002235     END-IF.
002236     DISPLAY "RELATIONSHIP " HINQ-REL-DESC " " REL-RELIDEN
002237         " " HINQ-REL-NAME.
002238     IF REL-STATE-ACTIVE
002239         DISPLAY "   ACTIVE SINCE " REL-START-DATE
002240             " ADDED BY " REL-ADD-USERID
002241     ELSE
002242         DISPLAY "   ENDED " REL-END-DATE " (" REL-END-REASON
002243             ") BY " REL-END-USERID " - BEGAN " REL-START-DATE
002244     END-IF.
002245 1450-EXIT.
002246     EXIT.
002247*****************************************************
002248* THE ADDRESS THE MASTER CARRIES NOW, THEN EVERY
002249* RESIDENCE, MAILING AND SEASONAL ADDRESS ON FILE FOR
002250* THE CLIENT, MARKING THE ONE CLNTSEAS LAST PUT ON THE
002251* MASTER.  SHOWN AFTER THE RELATIONSHIPS.
002252*****************************************************
002253 1500-SHOW-ADDRESSES.
002254     MOVE ZERO TO HINQ-ADDR-COUNT.
002255     MOVE 'N'  TO HINQ-ADDR-DONE-SW.
002256     IF HINQ-DEMO-OPEN-YES
002257         MOVE HINQ-TARGET-IDEN TO OCLNTIDEN
002258         READ DEMO
002259             INVALID KEY
002260                 DISPLAY "CLIENT " HINQ-TARGET-IDEN
002261                     " IS NOT ON THE MASTER"
002262             NOT INVALID KEY
002263                 DISPLAY "ADDRESS ON THE MASTER: " OCLNTADDR1
002264                 IF OCLNTADDR2 NOT = SPACES
002265                     DISPLAY "                       " OCLNTADDR2
002266                 END-IF
002267                 DISPLAY "                       " OCLNTCITY " "
002268                     OCLNTSTATE " " OCLNTZIP
002269         END-READ
002270     END-IF.
002271     MOVE HINQ-TARGET-IDEN TO ADR-CLNTIDEN.
002272     MOVE LOW-VALUES       TO ADR-TYPE.
002273     MOVE ZERO             TO ADR-SEQ.
002274     START CLNTADDR KEY NOT < ADR-KEY
002275         INVALID KEY
002276             MOVE 'Y' TO HINQ-ADDR-DONE-SW
002277     END-START.
002278     PERFORM 1550-READ-NEXT-ADDRESS THRU 1550-EXIT
002279         UNTIL HINQ-ADDR-DONE-YES.
002280     IF HINQ-ADDR-COUNT = ZERO
002281         DISPLAY "NO OTHER ADDRESSES ON FILE FOR CLIENT "
002282             HINQ-TARGET-IDEN
002283     ELSE
002284         DISPLAY HINQ-ADDR-COUNT " ADDRESS(ES) SHOWN"
002285     END-IF.
002286 1500-EXIT.
002287     EXIT.
002288 1550-READ-NEXT-ADDRESS.
002289     READ CLNTADDR NEXT RECORD
002290         AT END
002291             MOVE 'Y' TO HINQ-ADDR-DONE-SW
002292             GO TO 1550-EXIT
002293     END-READ.
002294     IF NOT HINQ-ADDR-OK
002295         DISPLAY "CLNTHINQ - READ ERROR ON CLNTADDR, STATUS = "
002296             HINQ-ADDR-STATUS
002297         MOVE 'Y' TO HINQ-ADDR-DONE-SW
002298         GO TO 1550-EXIT
002299     END-IF.
002300     IF ADR-CLNTIDEN NOT = HINQ-TARGET-IDEN
002301         MOVE 'Y' TO HINQ-ADDR-DONE-SW
002302         GO TO 1550-EXIT
002303     END-IF.
002304     ADD 1 TO HINQ-ADDR-COUNT.
002305     IF ADR-TYPE-RES
002306         MOVE 'RESIDENCE' TO HINQ-ADDR-DESC
002307     ELSE IF ADR-TYPE-MAIL
002308         MOVE 'MAILING'   TO HINQ-ADDR-DESC
002309     ELSE IF ADR-TYPE-SEAS
002310         MOVE 'SEASONAL'  TO HINQ-ADDR-DESC
002311     ELSE
002312         MOVE ADR-TYPE    TO HINQ-ADDR-DESC
002313     END-IF.
002314     IF ADR-ON-MASTER
002315         DISPLAY "ADDRESS " HINQ-ADDR-DESC " " ADR-SEQ
002316             "  * ON THE MASTER SINCE " ADR-SWITCH-DATE
002317     ELSE
002318         DISPLAY "ADDRESS " HINQ-ADDR-DESC " " ADR-SEQ
002319     END-IF.
002320     DISPLAY "   " ADR-ADDR1.
002321     IF ADR-ADDR2 NOT = SPACES
002322         DISPLAY "   " ADR-ADDR2
002323     END-IF.
002324     DISPLAY "   " ADR-CITY " " ADR-STATE " " ADR-ZIP.
002325     IF ADR-TYPE-SEAS
002326         DISPLAY "   IN USE " ADR-FROM-MM "/" ADR-FROM-DD
002327             " THROUGH " ADR-TO-MM "/" ADR-TO-DD
002328     END-IF.
002329     DISPLAY "   LAST KEYED " ADR-MAINT-DATE " BY "
002330         ADR-MAINT-USERID.
002331 1550-EXIT.
002332     EXIT.
002333*****************************************************
002334* MODE 2 - BATCH BEFORE/AFTER REPORT OVER AUDITFL.
002336*****************************************************
002337 5000-BATCH-REPORT.
002338     OPEN INPUT CLNTHIST.
002339     IF NOT HINQ-HIST-STATUS-OK
002341         DISPLAY "CLNTHINQ - UNABLE TO OPEN CLNTHIST, STATUS = "
002342             HINQ-HIST-STATUS
002343         MOVE 16 TO RETURN-CODE
002344         STOP RUN
002345     END-IF.
002347     OPEN INPUT AUDITFL.
002348     IF NOT HINQ-AUDITFL-OK
002349         DISPLAY "CLNTHINQ - UNABLE TO OPEN AUDITFL, STATUS = "
002350             HINQ-AUDITFL-STATUS
002351         MOVE 16 TO RETURN-CODE
002353         STOP RUN
002354     END-IF.
002355     OPEN INPUT DEMO.
002356     IF NOT HINQ-DEMO-STATUS-OK
002358         DISPLAY "CLNTHINQ - UNABLE TO OPEN DEMO, STATUS = "
002359             HINQ-DEMO-STATUS
002360         MOVE 16 TO RETURN-CODE
002370         STOP RUN
002380     END-IF.
003180     MOVE AUD-TIME      TO HINQ-DO-TIME.
003190     MOVE AUD-SOURCE    TO HINQ-DO-SOURCE.
003200     MOVE AUD-RSNCD     TO HINQ-DO-RSNCD.
003205     MOVE AUD-USERID    TO HINQ-DO-USERID.
003210     MOVE ' ' TO HINQ-CTL.
003220     MOVE HINQ-DETAIL-OP TO HINQ-TEXT.
003230     WRITE HINQ-LINE-REC.

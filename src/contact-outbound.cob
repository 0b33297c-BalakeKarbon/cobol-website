000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CONTACT-OUTBOUND.
000300******************************************************************
000400*BATCH JOB. WORKS THROUGH THE CONTACT MAIL QUEUE
000500*(data/contact-mail-queue.txt, SEE MAILQREC) THAT
000600*src/contact-triage.cob FILLS - AN ACKNOWLEDGEMENT FOR EVERY NEWLY
000700*ASSIGNED MSG-ID AND A REPLY NOTICE FOR EVERY ANSWER DISPOSITION -
000800*AND WRITES ONE MAIL PER ENTRY TO THE OUTBOUND MAIL-INTERCHANGE
000900*FILE (data/outbound-mail.txt, SEE MAILOUTREC) FOR THE SHOP'S
001000*MAIL RELAY, WITH A HEADER AND A TRAILER OF CONTROL COUNTS. THE
001100*WORDING COMES FROM THE MAIL-TEMPLATES MASTER
001200*(data/mail-templates.dat, SEE MAILTPLREC) IN THE LANGUAGE THE
001300*VISITOR WROTE IN, FALLING BACK TO 'us'. AN ENTRY IS:
001400*  - NOT MAILED AGAIN WHEN THE SENT-LEDGER
001500*    (data/mail-sent-ledger.txt, SEE MAILSENTREC) ALREADY HAS IT,
001600*    SO A RERUN NEVER MAILS ANYONE TWICE;
001700*  - DROPPED WHEN THE MESSAGE IS NO LONGER ON FILE, WAS MARKED
001800*    SPAM, OR CARRIES A MALFORMED ADDRESS (BLANK OR NO '@' - THE
001900*    SAME TEST src/contact-digest-report.cob FLAGS AS NO-EMAIL);
002000*  - HELD IN THE QUEUE WHILE THE MESSAGE SITS IN QUARANTINE (SEE
002100*    src/contact-screen.cob) OR NO TEMPLATE EXISTS FOR IT.
002200*EVERY ENTRY AND ITS OUTCOME IS LISTED IN
002300*data/contact-outbound-rpt.txt. THE MAILS ARE WRITTEN TO A
002400*STAGING FILE THAT IS RENAMED OVER data/outbound-mail.txt, AND
002500*ENTERED ON THE SENT-LEDGER, ONLY WHEN THE ENTRIES READ TIE TO
002510*THE OUTCOMES AND THE MAILS WRITTEN TO THE TRAILER. OTHERWISE THE
002520*JOB ENDS WITH RETURN-CODE 8, RELEASES NO MAIL, AND LEAVES THE
002530*LEDGER, THE QUEUE AND THE LAST RELEASED FILE AS THEY WERE, SO A
002540*RERUN MAILS THE SAME SENDERS. RUN NIGHTLY AFTER
002600*src/contact-screen.cob.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT MAIL-QUEUE-FILE ASSIGN TO
003200         "data/contact-mail-queue.txt"
003300         ORGANIZATION LINE SEQUENTIAL
003400         FILE STATUS WS-MAIL-QUEUE-STATUS.
003500     SELECT QUEUE-STAGING-FILE ASSIGN TO
003600         "data/contact-mail-queue.txt.tmp"
003700         ORGANIZATION LINE SEQUENTIAL
003800         FILE STATUS WS-QUEUE-STAGING-STATUS.
003900     SELECT CONTACT-MSGS-FILE ASSIGN TO "data/contact-msgs.dat"
004000         ORGANIZATION LINE SEQUENTIAL
004100         FILE STATUS WS-CONTACT-MSGS-STATUS.
004200     SELECT MAIL-TEMPLATES-FILE ASSIGN TO
004300         "data/mail-templates.dat"
004400         FILE STATUS WS-MAIL-TEMPLATES-STATUS.
004500     SELECT SENT-LEDGER-FILE ASSIGN TO
004600         "data/mail-sent-ledger.txt"
004700         ORGANIZATION LINE SEQUENTIAL
004800         FILE STATUS WS-SENT-LEDGER-STATUS.
004900     SELECT OUTBOUND-MAIL-FILE ASSIGN TO
005000         "data/outbound-mail.txt.tmp"
005100         ORGANIZATION LINE SEQUENTIAL
005200         FILE STATUS WS-OUTBOUND-STATUS.
005300     SELECT OUTBOUND-REPORT-FILE ASSIGN TO
005400         "data/contact-outbound-rpt.txt"
005500         ORGANIZATION LINE SEQUENTIAL
005600         FILE STATUS WS-REPORT-STATUS.
005700     SELECT RUN-CONTROL-FILE ASSIGN TO
005800         "data/run-control.txt"
005900         ORGANIZATION LINE SEQUENTIAL
006000         FILE STATUS WS-RUN-CONTROL-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  MAIL-QUEUE-FILE.
006400 COPY MAILQREC.
006500 FD  QUEUE-STAGING-FILE.
006600 01 QUEUE-STAGING-RECORD PIC X(18).
006700 FD  CONTACT-MSGS-FILE.
006800 COPY CONTACTREC.
006900 FD  MAIL-TEMPLATES-FILE.
007000 COPY MAILTPLREC.
007100 FD  SENT-LEDGER-FILE.
007200 COPY MAILSENTREC.
007300 FD  OUTBOUND-MAIL-FILE.
007400 COPY MAILOUTREC.
007500 FD  OUTBOUND-REPORT-FILE.
007600 01 REPORT-LINE PIC X(100).
007700 FD  RUN-CONTROL-FILE.
007800 COPY RUNCTLREC.
007900 WORKING-STORAGE SECTION.
008000 01 WS-RUN-CONTROL-STATUS PIC XX.
008100 01 WS-MAIL-QUEUE-STATUS PIC XX.
008200 01 WS-QUEUE-STAGING-STATUS PIC XX.
008300 01 WS-CONTACT-MSGS-STATUS PIC XX.
008400 01 WS-MAIL-TEMPLATES-STATUS PIC XX.
008500 01 WS-SENT-LEDGER-STATUS PIC XX.
008600 01 WS-OUTBOUND-STATUS PIC XX.
008700 01 WS-REPORT-STATUS PIC XX.
008800 01 WS-QUEUE-TABLE.
008900     05 WS-QUEUE-COUNT PIC 9(4) VALUE 0.
009000     05 WS-QUEUE-ROW OCCURS 2000 TIMES.
009100        10 WS-QU-ENTRY           PIC X(18).
009200        10 WS-QU-KEEP            PIC X.
009300*        'Y' = WRITTEN BACK TO THE QUEUE FOR A LATER RUN.
009400 01 WS-MSG-TABLE.
009500     05 WS-MSG-COUNT PIC 9(3) VALUE 0.
009600     05 WS-MSG-ROW OCCURS 500 TIMES.
009700        10 WS-CM-MSG-ID          PIC X(6).
009800        10 WS-CM-STATUS          PIC X(8).
009900        10 WS-CM-LANG            PIC X(2).
010000        10 WS-CM-EMAIL           PIC X(60).
010100        10 WS-CM-NAME            PIC X(40).
010200 01 WS-TPL-TABLE.
010300     05 WS-TPL-COUNT PIC 9(3) VALUE 0.
010400     05 WS-TPL-ROW OCCURS 100 TIMES PIC X(386).
010500 01 WS-SENT-TABLE.
010600     05 WS-SENT-COUNT PIC 9(5) VALUE 0.
010700     05 WS-SENT-KEY OCCURS 20000 TIMES PIC X(10).
010800*        KIND + MSG-ID OF EVERY MAIL ALREADY ON THE LEDGER, PLUS
010900*        THOSE WRITTEN BY THIS RUN.
011000 01 WS-LEDGER-COUNT PIC 9(5) VALUE 0.
011100*        ROWS OF WS-SENT-TABLE LOADED FROM THE LEDGER; THE ROWS
011200*        AFTER IT ARE APPENDED TO THE LEDGER AT END OF RUN.
011300 01 WS-FIRST-NEW PIC 9(5).
011400 01 WS-NEW-ROW-NO PIC 9(5).
011500 01 WS-CUR-KEY PIC X(10).
011600 01 WS-CUR-LANG PIC X(2).
011700 01 WS-OUTCOME PIC X(24).
011800 01 WS-AT-COUNT PIC 9(3).
011900 01 WS-QDX PIC 9(4).
012000 01 WS-IDX PIC 9(5).
012100 01 WS-MSG-ROW-NO PIC 9(3).
012200 01 WS-TPL-ROW-NO PIC 9(3).
012300 01 WS-NOW-TS PIC X(21).
012400 01 WS-ACK-COUNT PIC 9(7) VALUE 0.
012500 01 WS-REPLY-COUNT PIC 9(7) VALUE 0.
012600 01 WS-WRITE-OK-COUNT PIC 9(7) VALUE 0.
012700 01 WS-ALREADY-COUNT PIC 9(5) VALUE 0.
012800 01 WS-GONE-COUNT PIC 9(5) VALUE 0.
012900 01 WS-SPAM-COUNT PIC 9(5) VALUE 0.
013000 01 WS-BAD-ADDR-COUNT PIC 9(5) VALUE 0.
013100 01 WS-HELD-QUAR-COUNT PIC 9(5) VALUE 0.
013200 01 WS-HELD-TPL-COUNT PIC 9(5) VALUE 0.
013300 01 WS-KEPT-COUNT PIC 9(5) VALUE 0.
013400 01 WS-KEPT-OK-COUNT PIC 9(5) VALUE 0.
013500 01 WS-OUTCOME-TOTAL PIC 9(7).
013600 01 WS-LOAD-OVERFLOW PIC X VALUE 'N'.
013700 01 WS-LOAD-FAILED PIC X VALUE 'N'.
013800*        SAME ABORT DISCIPLINE AS src/contact-triage.cob: A TABLE
013900*        THAT OVERFLOWS OR A FILE THAT WILL NOT OPEN STOPS THE JOB
014000*        BEFORE ANY MAIL IS WRITTEN OR THE QUEUE IS TOUCHED.
014100 01 WS-OUT-OF-BALANCE PIC X VALUE 'N'.
014110 01 WS-MAIL-RELEASED PIC X VALUE 'N'.
014120*        'Y' ONCE THE STAGED INTERCHANGE FILE HAS BEEN RENAMED
014130*        OVER data/outbound-mail.txt FOR THE RELAY.
014200 PROCEDURE DIVISION.
014300 OUTBOUND-MAIN.
014400     PERFORM WRITE-RUN-START.
014500     MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS.
014600     PERFORM LOAD-MAIL-QUEUE.
014700     PERFORM LOAD-CONTACT-MSGS.
014800     PERFORM LOAD-MAIL-TEMPLATES.
014900     PERFORM LOAD-SENT-LEDGER.
015000     IF WS-LOAD-OVERFLOW = 'Y' OR WS-LOAD-FAILED = 'Y' THEN
015100       DISPLAY 'contact-outbound ABORTED: an input file would '
015200         'not open or exceeds table capacity, nothing mailed.'
015300       MOVE 8 TO RETURN-CODE
015400       PERFORM WRITE-RUN-END
015500       STOP RUN
015600     END-IF.
015700     PERFORM OPEN-OUTPUTS.
015800     PERFORM VARYING WS-QDX FROM 1 BY 1
015900       UNTIL WS-QDX > WS-QUEUE-COUNT
016000       PERFORM PROCESS-ONE-ENTRY
016100     END-PERFORM.
016200     PERFORM WRITE-TRAILER.
016300     PERFORM CHECK-CONTROL-TOTALS.
016500     IF WS-OUT-OF-BALANCE = 'N' THEN
016510       CALL 'CBL_RENAME_FILE' USING
016520         'data/outbound-mail.txt.tmp',
016530         'data/outbound-mail.txt'
016540       MOVE 'Y' TO WS-MAIL-RELEASED
016550       PERFORM APPEND-SENT-LEDGER
016600       PERFORM REWRITE-MAIL-QUEUE
016700     END-IF.
016800     PERFORM WRITE-REPORT-TOTALS.
016900     CLOSE OUTBOUND-REPORT-FILE.
017000     IF WS-OUT-OF-BALANCE = 'Y' THEN
017100       MOVE 8 TO RETURN-CODE
017200       DISPLAY 'contact-outbound OUT OF BALANCE: see '
017300         'data/contact-outbound-rpt.txt.'
017400     ELSE
017500       DISPLAY 'contact-outbound complete: ' WS-ACK-COUNT
017600         ' acknowledgement(s), ' WS-REPLY-COUNT
017700         ' reply notice(s), ' WS-KEPT-COUNT ' held.'
017800     END-IF.
017900     PERFORM WRITE-RUN-END.
018000     STOP RUN.
018100 LOAD-MAIL-QUEUE.
018200     OPEN INPUT MAIL-QUEUE-FILE.
018300     IF WS-MAIL-QUEUE-STATUS = '00' THEN
018400       PERFORM WITH TEST AFTER UNTIL WS-MAIL-QUEUE-STATUS = '10'
018500         READ MAIL-QUEUE-FILE
018600           AT END MOVE '10' TO WS-MAIL-QUEUE-STATUS
018700           NOT AT END
018800             IF WS-QUEUE-COUNT < 2000 THEN
018900               ADD 1 TO WS-QUEUE-COUNT
019000               MOVE MAIL-QUEUE-RECORD
019100                 TO WS-QU-ENTRY(WS-QUEUE-COUNT)
019200               MOVE 'N' TO WS-QU-KEEP(WS-QUEUE-COUNT)
019300             ELSE
019400               MOVE 'Y' TO WS-LOAD-OVERFLOW
019500             END-IF
019600         END-READ
019700       END-PERFORM
019800       CLOSE MAIL-QUEUE-FILE
019900     ELSE
020000       IF WS-MAIL-QUEUE-STATUS NOT = '35' THEN
020100         MOVE 'Y' TO WS-LOAD-FAILED
020200       END-IF
020300     END-IF.
020400     CONTINUE.
020500 LOAD-CONTACT-MSGS.
020600     OPEN INPUT CONTACT-MSGS-FILE.
020700     IF WS-CONTACT-MSGS-STATUS = '00' THEN
020800       PERFORM WITH TEST AFTER
020900           UNTIL WS-CONTACT-MSGS-STATUS = '10'
021000         READ CONTACT-MSGS-FILE
021100           AT END MOVE '10' TO WS-CONTACT-MSGS-STATUS
021200           NOT AT END
021300             IF WS-MSG-COUNT < 500 THEN
021400               ADD 1 TO WS-MSG-COUNT
021500               MOVE CMSG-MSG-ID TO WS-CM-MSG-ID(WS-MSG-COUNT)
021600               MOVE CMSG-STATUS TO WS-CM-STATUS(WS-MSG-COUNT)
021700               MOVE CMSG-LANG TO WS-CM-LANG(WS-MSG-COUNT)
021800               MOVE CMSG-EMAIL TO WS-CM-EMAIL(WS-MSG-COUNT)
021900               MOVE CMSG-NAME TO WS-CM-NAME(WS-MSG-COUNT)
022000             ELSE
022100               MOVE 'Y' TO WS-LOAD-OVERFLOW
022200             END-IF
022300         END-READ
022400       END-PERFORM
022500       CLOSE CONTACT-MSGS-FILE
022600     ELSE
022700       IF WS-CONTACT-MSGS-STATUS NOT = '35' THEN
022800         MOVE 'Y' TO WS-LOAD-FAILED
022900       END-IF
023000     END-IF.
023100     CONTINUE.
023200 LOAD-MAIL-TEMPLATES.
023300     OPEN INPUT MAIL-TEMPLATES-FILE.
023400     IF WS-MAIL-TEMPLATES-STATUS = '00' THEN
023500       PERFORM WITH TEST AFTER
023600           UNTIL WS-MAIL-TEMPLATES-STATUS = '10'
023700         READ MAIL-TEMPLATES-FILE
023800           AT END MOVE '10' TO WS-MAIL-TEMPLATES-STATUS
023900           NOT AT END
024000             IF WS-TPL-COUNT < 100 THEN
024100               ADD 1 TO WS-TPL-COUNT
024200               MOVE MAIL-TEMPLATE-RECORD
024300                 TO WS-TPL-ROW(WS-TPL-COUNT)
024400             ELSE
024500               MOVE 'Y' TO WS-LOAD-OVERFLOW
024600             END-IF
024700         END-READ
024800       END-PERFORM
024900       CLOSE MAIL-TEMPLATES-FILE
025000     ELSE
025100       MOVE 'Y' TO WS-LOAD-FAILED
025200     END-IF.
025300     CONTINUE.
025400 LOAD-SENT-LEDGER.
025500     OPEN INPUT SENT-LEDGER-FILE.
025600     IF WS-SENT-LEDGER-STATUS = '00' THEN
025700       PERFORM WITH TEST AFTER UNTIL WS-SENT-LEDGER-STATUS = '10'
025800         READ SENT-LEDGER-FILE
025900           AT END MOVE '10' TO WS-SENT-LEDGER-STATUS
026000           NOT AT END
026100             IF WS-SENT-COUNT < 20000 THEN
026200               ADD 1 TO WS-SENT-COUNT
026300               STRING MSNT-KIND DELIMITED BY SIZE
026400                      MSNT-MSG-ID DELIMITED BY SIZE
026500                 INTO WS-SENT-KEY(WS-SENT-COUNT)
026600             ELSE
026700               MOVE 'Y' TO WS-LOAD-OVERFLOW
026800             END-IF
026900         END-READ
027000       END-PERFORM
027100       CLOSE SENT-LEDGER-FILE
027200     ELSE
027300       IF WS-SENT-LEDGER-STATUS NOT = '35' THEN
027400         MOVE 'Y' TO WS-LOAD-FAILED
027500       END-IF
027600     END-IF.
027700     MOVE WS-SENT-COUNT TO WS-LEDGER-COUNT.
027800     CONTINUE.
027900 OPEN-OUTPUTS.
028000     OPEN OUTPUT OUTBOUND-MAIL-FILE.
028100     MOVE SPACES TO OUTMAIL-HEADER-RECORD.
028200     MOVE 'HDR' TO OMH-REC-TYPE.
028300     MOVE WS-NOW-TS TO OMH-CREATED.
028400     MOVE 'CONTACT-OUTBOUND' TO OMH-SOURCE.
028500     WRITE OUTMAIL-HEADER-RECORD.
028600     OPEN OUTPUT OUTBOUND-REPORT-FILE.
028700     MOVE 'CONTACT MAIL QUEUE - OUTCOME OF EVERY ENTRY'
028800       TO REPORT-LINE.
028900     WRITE REPORT-LINE.
029000     MOVE 'KIND MSG-ID QUEUED   OUTCOME                  ADDRESS'
029100       TO REPORT-LINE.
029200     WRITE REPORT-LINE.
029300     CONTINUE.
029400 PROCESS-ONE-ENTRY.
029500     MOVE WS-QU-ENTRY(WS-QDX) TO MAIL-QUEUE-RECORD.
029600     MOVE SPACES TO WS-OUTCOME.
029700     MOVE MAIL-QUEUE-RECORD(1:10) TO WS-CUR-KEY.
029800     PERFORM FIND-SENT-KEY.
029900     IF WS-OUTCOME = SPACES THEN
030000       PERFORM FIND-MSG-ROW
030100       IF WS-MSG-ROW-NO = 0 THEN
030200         MOVE 'DROPPED - NOT ON FILE' TO WS-OUTCOME
030300         ADD 1 TO WS-GONE-COUNT
030400       END-IF
030500     END-IF.
030600     IF WS-OUTCOME = SPACES THEN
030700       PERFORM SCREEN-ENTRY
030800     END-IF.
030900     IF WS-OUTCOME = SPACES THEN
031000       PERFORM FIND-TEMPLATE
031100       IF WS-TPL-ROW-NO = 0 THEN
031200         MOVE 'HELD - NO TEMPLATE' TO WS-OUTCOME
031300         ADD 1 TO WS-HELD-TPL-COUNT
031400         MOVE 'Y' TO WS-QU-KEEP(WS-QDX)
031500       END-IF
031600     END-IF.
031700     IF WS-OUTCOME = SPACES THEN
031800       PERFORM WRITE-ONE-MAIL
031900     END-IF.
032000     IF WS-QU-KEEP(WS-QDX) = 'Y' THEN
032100       ADD 1 TO WS-KEPT-COUNT
032200     END-IF.
032300     MOVE SPACES TO REPORT-LINE.
032400     STRING MQ-KIND DELIMITED BY SIZE
032500            ' ' DELIMITED BY SIZE
032600            MQ-MSG-ID DELIMITED BY SIZE
032700            ' ' DELIMITED BY SIZE
032800            MQ-QUEUED-DATE DELIMITED BY SIZE
032900            ' ' DELIMITED BY SIZE
033000            WS-OUTCOME DELIMITED BY SIZE
033100            ' ' DELIMITED BY SIZE
033200       INTO REPORT-LINE.
033300     IF WS-MSG-ROW-NO NOT = 0 THEN
033400       MOVE WS-CM-EMAIL(WS-MSG-ROW-NO)(1:45) TO REPORT-LINE(56:)
033500     END-IF.
033600     WRITE REPORT-LINE.
033700     CONTINUE.
033800 FIND-SENT-KEY.
033900     PERFORM VARYING WS-IDX FROM 1 BY 1
034000       UNTIL WS-IDX > WS-SENT-COUNT
034100       IF WS-SENT-KEY(WS-IDX) = WS-CUR-KEY THEN
034200         MOVE 'DROPPED - ALREADY SENT' TO WS-OUTCOME
034300         ADD 1 TO WS-ALREADY-COUNT
034400         MOVE WS-SENT-COUNT TO WS-IDX
034500       END-IF
034600     END-PERFORM.
034700     MOVE 0 TO WS-MSG-ROW-NO.
034800     CONTINUE.
034900 FIND-MSG-ROW.
035000     MOVE 0 TO WS-MSG-ROW-NO.
035100     PERFORM VARYING WS-IDX FROM 1 BY 1
035200       UNTIL WS-IDX > WS-MSG-COUNT
035300       IF WS-CM-MSG-ID(WS-IDX) = MQ-MSG-ID THEN
035400         MOVE WS-IDX TO WS-MSG-ROW-NO
035500         MOVE WS-MSG-COUNT TO WS-IDX
035600       END-IF
035700     END-PERFORM.
035800     CONTINUE.
035900 SCREEN-ENTRY.
036000*A MESSAGE STILL IN QUARANTINE IS NOT ACKNOWLEDGED YET - IF IT IS
036100*RELEASED THE HELD ENTRY GOES OUT ON THAT NIGHT'S RUN, IF IT IS
036200*CONFIRMED AS SPAM THE ENTRY IS DROPPED.
036300     IF WS-CM-STATUS(WS-MSG-ROW-NO) = 'SPAM' THEN
036400       MOVE 'DROPPED - SPAM' TO WS-OUTCOME
036500       ADD 1 TO WS-SPAM-COUNT
036600     ELSE
036700       IF WS-CM-STATUS(WS-MSG-ROW-NO) = 'QUARANT' THEN
036800         MOVE 'HELD - QUARANTINED' TO WS-OUTCOME
036900         ADD 1 TO WS-HELD-QUAR-COUNT
037000         MOVE 'Y' TO WS-QU-KEEP(WS-QDX)
037100       ELSE
037200         MOVE 0 TO WS-AT-COUNT
037300         INSPECT WS-CM-EMAIL(WS-MSG-ROW-NO)
037400           TALLYING WS-AT-COUNT FOR ALL '@'
037500         IF WS-CM-EMAIL(WS-MSG-ROW-NO) = SPACES
037600             OR WS-AT-COUNT = 0 THEN
037700           MOVE 'DROPPED - BAD ADDRESS' TO WS-OUTCOME
037800           ADD 1 TO WS-BAD-ADDR-COUNT
037900         END-IF
038000       END-IF
038100     END-IF.
038200     CONTINUE.
038300 FIND-TEMPLATE.
038400*THE VISITOR'S LANGUAGE FIRST, THEN 'us'. A MESSAGE SENT BEFORE
038500*THE LANGUAGE WAS CAPTURED HAS A BLANK CMSG-LANG AND GETS 'us'.
038600     MOVE WS-CM-LANG(WS-MSG-ROW-NO) TO WS-CUR-LANG.
038700     IF WS-CUR-LANG = SPACES THEN
038800       MOVE 'us' TO WS-CUR-LANG
038900     END-IF.
039000     PERFORM SEARCH-TEMPLATES.
039100     IF WS-TPL-ROW-NO = 0 AND WS-CUR-LANG NOT = 'us' THEN
039200       MOVE 'us' TO WS-CUR-LANG
039300       PERFORM SEARCH-TEMPLATES
039400     END-IF.
039500     CONTINUE.
039600 SEARCH-TEMPLATES.
039700     MOVE 0 TO WS-TPL-ROW-NO.
039800     PERFORM VARYING WS-IDX FROM 1 BY 1
039900       UNTIL WS-IDX > WS-TPL-COUNT
040000       IF WS-TPL-ROW(WS-IDX)(1:2) = WS-CUR-LANG
040100           AND WS-TPL-ROW(WS-IDX)(3:4) = MQ-KIND THEN
040200         MOVE WS-IDX TO WS-TPL-ROW-NO
040300         MOVE WS-TPL-COUNT TO WS-IDX
040400       END-IF
040500     END-PERFORM.
040600     CONTINUE.
040700 WRITE-ONE-MAIL.
040800     MOVE WS-TPL-ROW(WS-TPL-ROW-NO) TO MAIL-TEMPLATE-RECORD.
040900     MOVE SPACES TO OUTMAIL-DETAIL-RECORD.
041000     MOVE 'MSG' TO OML-REC-TYPE.
041100     MOVE MQ-KIND TO OML-KIND.
041200     MOVE MQ-MSG-ID TO OML-MSG-ID.
041300     MOVE WS-CUR-LANG TO OML-LANG.
041400     MOVE WS-CM-EMAIL(WS-MSG-ROW-NO) TO OML-TO-ADDR.
041500     MOVE WS-CM-NAME(WS-MSG-ROW-NO) TO OML-TO-NAME.
041600     STRING FUNCTION TRIM(MTPL-SUBJECT) DELIMITED BY SIZE
041700            ' [REF ' DELIMITED BY SIZE
041800            MQ-MSG-ID DELIMITED BY SIZE
041900            ']' DELIMITED BY SIZE
042000       INTO OML-SUBJECT.
042100     IF WS-CM-NAME(WS-MSG-ROW-NO) = SPACES THEN
042200       STRING FUNCTION TRIM(MTPL-GREETING) DELIMITED BY SIZE
042300              ', ' DELIMITED BY SIZE
042400              FUNCTION TRIM(MTPL-BODY) DELIMITED BY SIZE
042500         INTO OML-BODY
042600     ELSE
042700       STRING FUNCTION TRIM(MTPL-GREETING) DELIMITED BY SIZE
042800              ' ' DELIMITED BY SIZE
042900              FUNCTION TRIM(WS-CM-NAME(WS-MSG-ROW-NO))
043000                DELIMITED BY SIZE
043100              ', ' DELIMITED BY SIZE
043200              FUNCTION TRIM(MTPL-BODY) DELIMITED BY SIZE
043300         INTO OML-BODY
043400     END-IF.
043500     WRITE OUTMAIL-DETAIL-RECORD.
043600     IF WS-OUTBOUND-STATUS = '00' THEN
043700       ADD 1 TO WS-WRITE-OK-COUNT
043800       IF MQ-KIND = 'ACK ' THEN
043900         ADD 1 TO WS-ACK-COUNT
044000       ELSE
044100         ADD 1 TO WS-REPLY-COUNT
044200       END-IF
044300       MOVE 'SENT' TO WS-OUTCOME
044400       ADD 1 TO WS-SENT-COUNT
044500       MOVE WS-CUR-KEY TO WS-SENT-KEY(WS-SENT-COUNT)
044600     ELSE
044700       MOVE 'HELD - WRITE FAILED' TO WS-OUTCOME
044800       MOVE 'Y' TO WS-QU-KEEP(WS-QDX)
044900     END-IF.
045000     CONTINUE.
045100 WRITE-TRAILER.
045200     MOVE SPACES TO OUTMAIL-TRAILER-RECORD.
045300     MOVE 'TRL' TO OMT-REC-TYPE.
045400     MOVE WS-WRITE-OK-COUNT TO OMT-DETAIL-COUNT.
045500     MOVE WS-ACK-COUNT TO OMT-ACK-COUNT.
045600     MOVE WS-REPLY-COUNT TO OMT-REPLY-COUNT.
045700     WRITE OUTMAIL-TRAILER-RECORD.
045800     CLOSE OUTBOUND-MAIL-FILE.
045900     CONTINUE.
046000 CHECK-CONTROL-TOTALS.
046100*EVERY ENTRY READ ENDS IN EXACTLY ONE OUTCOME, AND THE TRAILER'S
046200*DETAIL COUNT IS THE SUM OF ITS ACK AND REPLY COUNTS. A WRITE
046300*FAILURE LEAVES AN ENTRY HELD WITHOUT A COUNTED OUTCOME, SO IT
046400*BREAKS THE FIRST TIE.
046500     COMPUTE WS-OUTCOME-TOTAL = WS-ACK-COUNT + WS-REPLY-COUNT
046600       + WS-ALREADY-COUNT + WS-GONE-COUNT + WS-SPAM-COUNT
046700       + WS-BAD-ADDR-COUNT + WS-HELD-QUAR-COUNT
046800       + WS-HELD-TPL-COUNT.
046900     IF WS-OUTCOME-TOTAL NOT = WS-QUEUE-COUNT
047000         OR WS-WRITE-OK-COUNT NOT = WS-ACK-COUNT + WS-REPLY-COUNT
047100       MOVE 'Y' TO WS-OUT-OF-BALANCE
047200     END-IF.
047300     CONTINUE.
047400 APPEND-SENT-LEDGER.
047500*ONLY PERFORMED ONCE THE INTERCHANGE FILE HAS BEEN RELEASED TO
047600*THE RELAY - EVERY MAIL IN IT GOES ON THE LEDGER SO A RERUN DOES
047700*NOT MAIL THOSE SENDERS AGAIN.
047800     IF WS-SENT-COUNT > WS-LEDGER-COUNT THEN
047900       COMPUTE WS-FIRST-NEW = WS-LEDGER-COUNT + 1
048000       OPEN EXTEND SENT-LEDGER-FILE
048100       IF WS-SENT-LEDGER-STATUS = '35' THEN
048200         OPEN OUTPUT SENT-LEDGER-FILE
048300       END-IF
048400       PERFORM VARYING WS-QDX FROM 1 BY 1
048500         UNTIL WS-QDX > WS-QUEUE-COUNT
048600         MOVE WS-QU-ENTRY(WS-QDX) TO MAIL-QUEUE-RECORD
048700         MOVE MAIL-QUEUE-RECORD(1:10) TO WS-CUR-KEY
048800         PERFORM FIND-NEW-SENT-KEY
048900       END-PERFORM
049000       CLOSE SENT-LEDGER-FILE
049100     END-IF.
049200     CONTINUE.
049300 FIND-NEW-SENT-KEY.
049400*WRITES THE LEDGER RECORD FOR THIS ENTRY IF THIS RUN MAILED IT,
049500*AND RETIRES THE TABLE ROW SO A DUPLICATE ENTRY IS LOGGED ONCE.
049600     MOVE 0 TO WS-NEW-ROW-NO.
049700     PERFORM VARYING WS-IDX FROM WS-FIRST-NEW BY 1
049800       UNTIL WS-IDX > WS-SENT-COUNT
049900       IF WS-SENT-KEY(WS-IDX) = WS-CUR-KEY THEN
050000         MOVE WS-IDX TO WS-NEW-ROW-NO
050100         MOVE WS-SENT-COUNT TO WS-IDX
050200       END-IF
050300     END-PERFORM.
050400     IF WS-NEW-ROW-NO NOT = 0 THEN
050500       MOVE SPACES TO WS-SENT-KEY(WS-NEW-ROW-NO)
050600       PERFORM FIND-MSG-ROW
050700       MOVE WS-NOW-TS TO MSNT-TIMESTAMP
050800       MOVE MQ-KIND TO MSNT-KIND
050900       MOVE MQ-MSG-ID TO MSNT-MSG-ID
051000       MOVE WS-CM-EMAIL(WS-MSG-ROW-NO) TO MSNT-TO-ADDR
051100       WRITE MAIL-SENT-RECORD
051200     END-IF.
051300     CONTINUE.
051400 REWRITE-MAIL-QUEUE.
051500*THE QUEUE IS REWRITTEN WITH ONLY THE HELD ENTRIES, THROUGH A
051600*STAGING FILE AND A RENAME SO A FAILED WRITE NEVER LOSES ONE.
051700     OPEN OUTPUT QUEUE-STAGING-FILE.
051800     PERFORM VARYING WS-QDX FROM 1 BY 1
051900       UNTIL WS-QDX > WS-QUEUE-COUNT
052000       IF WS-QU-KEEP(WS-QDX) = 'Y' THEN
052100         MOVE WS-QU-ENTRY(WS-QDX) TO QUEUE-STAGING-RECORD
052200         WRITE QUEUE-STAGING-RECORD
052300         IF WS-QUEUE-STAGING-STATUS = '00' THEN
052400           ADD 1 TO WS-KEPT-OK-COUNT
052500         END-IF
052600       END-IF
052700     END-PERFORM.
052800     CLOSE QUEUE-STAGING-FILE.
052900     IF WS-KEPT-OK-COUNT = WS-KEPT-COUNT THEN
053000       CALL 'CBL_RENAME_FILE' USING
053100         'data/contact-mail-queue.txt.tmp',
053200         'data/contact-mail-queue.txt'
053300     ELSE
053400       MOVE 'Y' TO WS-OUT-OF-BALANCE
053500     END-IF.
053600     CONTINUE.
053700 WRITE-REPORT-TOTALS.
053800     IF WS-QUEUE-COUNT = 0 THEN
053900       MOVE 'NO ENTRIES IN THE MAIL QUEUE.' TO REPORT-LINE
054000       WRITE REPORT-LINE
054100     END-IF.
054200     MOVE SPACES TO REPORT-LINE.
054300     WRITE REPORT-LINE.
054400     MOVE SPACES TO REPORT-LINE.
054500     STRING 'QUEUE ENTRIES READ ' DELIMITED BY SIZE
054600            WS-QUEUE-COUNT DELIMITED BY SIZE
054700            ', MAILS WRITTEN ' DELIMITED BY SIZE
054800            WS-WRITE-OK-COUNT DELIMITED BY SIZE
054900            ' (ACK ' DELIMITED BY SIZE
055000            WS-ACK-COUNT DELIMITED BY SIZE
055100            ', REPLY ' DELIMITED BY SIZE
055200            WS-REPLY-COUNT DELIMITED BY SIZE
055300            ')' DELIMITED BY SIZE
055400       INTO REPORT-LINE.
055500     WRITE REPORT-LINE.
055600     MOVE SPACES TO REPORT-LINE.
055700     STRING 'DROPPED: ALREADY SENT ' DELIMITED BY SIZE
055800            WS-ALREADY-COUNT DELIMITED BY SIZE
055900            ', NOT ON FILE ' DELIMITED BY SIZE
056000            WS-GONE-COUNT DELIMITED BY SIZE
056100            ', SPAM ' DELIMITED BY SIZE
056200            WS-SPAM-COUNT DELIMITED BY SIZE
056300            ', BAD ADDRESS ' DELIMITED BY SIZE
056400            WS-BAD-ADDR-COUNT DELIMITED BY SIZE
056500       INTO REPORT-LINE.
056600     WRITE REPORT-LINE.
056700     MOVE SPACES TO REPORT-LINE.
056800     STRING 'HELD IN QUEUE: QUARANTINED ' DELIMITED BY SIZE
056900            WS-HELD-QUAR-COUNT DELIMITED BY SIZE
057000            ', NO TEMPLATE ' DELIMITED BY SIZE
057100            WS-HELD-TPL-COUNT DELIMITED BY SIZE
057200            ', TOTAL HELD ' DELIMITED BY SIZE
057300            WS-KEPT-COUNT DELIMITED BY SIZE
057400       INTO REPORT-LINE.
057500     WRITE REPORT-LINE.
057600     IF WS-OUT-OF-BALANCE = 'Y' THEN
057610       IF WS-MAIL-RELEASED = 'Y' THEN
057620         MOVE 'MAIL RELEASED - QUEUE REWRITE INCOMPLETE'
057630           TO REPORT-LINE
057640       ELSE
057700         MOVE 'CONTROL TOTALS DO NOT TIE - NO MAIL RELEASED'
057710           TO REPORT-LINE
057800       END-IF
057900     ELSE
058000       MOVE 'CONTROL TOTALS TIE' TO REPORT-LINE
058100     END-IF.
058200     WRITE REPORT-LINE.
058300     CONTINUE.
058400*RUN-CONTROL LEDGER - THE JOB BRACKETS ITSELF WITH A START AND
058500*AN END RECORD (SEE RUNCTLREC) SO src/job-monitor.cob CAN
058600*VERIFY THE OVERNIGHT WINDOW RAN COMPLETE, CLEAN AND IN ORDER.
058700 WRITE-RUN-START.
058800     MOVE 'START' TO RUNC-EVENT.
058900     MOVE 0 TO RUNC-RETURN-CODE.
059000     MOVE 0 TO RUNC-RECS-IN.
059100     MOVE 0 TO RUNC-RECS-OUT.
059200     PERFORM WRITE-RUN-CONTROL-REC.
059300     CONTINUE.
059400 WRITE-RUN-END.
059500     MOVE 'END' TO RUNC-EVENT.
059600     MOVE RETURN-CODE TO RUNC-RETURN-CODE.
059700     MOVE WS-QUEUE-COUNT TO RUNC-RECS-IN.
059800     MOVE WS-WRITE-OK-COUNT TO RUNC-RECS-OUT.
059900     PERFORM WRITE-RUN-CONTROL-REC.
060000     CONTINUE.
060100 WRITE-RUN-CONTROL-REC.
060200     MOVE FUNCTION CURRENT-DATE TO RUNC-TIMESTAMP.
060300     MOVE 'CONTACT-OUTBOUND' TO RUNC-JOB-NAME.
060400     OPEN EXTEND RUN-CONTROL-FILE.
060500     IF WS-RUN-CONTROL-STATUS = '35' THEN
060600       OPEN OUTPUT RUN-CONTROL-FILE
060700     END-IF.
060800     WRITE RUN-CONTROL-RECORD.
060900     CLOSE RUN-CONTROL-FILE.
061000     CONTINUE.

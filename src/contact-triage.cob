000600*  - ASSIGNS A SEQUENTIAL CMSG-MSG-ID TO EVERY MESSAGE THAT
000700*    LACKS ONE (FRESH SUBMISSIONS AND PRE-TRIAGE RECORDS), AND
000800*    DEFAULTS A BLANK STATUS TO 'OPEN';
000900*  - APPLIES A TRANSACTION FILE OF ANSWER/SPAM/CLOSE/OPEN ACTIONS
001000*    (data/contact-disp-trans.txt, SEE CDISPREC). BAD ACTIONS
001100*    (UNKNOWN ACTION, NON-NUMERIC OR UNKNOWN MSG-ID) ARE
001200*    REJECTED TO data/contact-disp-err.txt; APPLIED ACTIONS ARE
001300*    LISTED IN data/contact-disp-applied.txt FOR THE OPS LOG.
001310*    OPEN RELEASES A MESSAGE src/contact-screen.cob QUARANTINED
001320*    AND IS REJECTED FOR A MESSAGE THAT IS NOT IN QUARANTINE;
001400*  - PURGES CLOSED/SPAM MESSAGES WHOSE STATUS-DATE IS OLDER
001500*    THAN THE RETENTION CUTOFF, WITH RECONCILIATION COUNTS
001600*    (RECORDS-IN MUST EQUAL KEPT PLUS PURGED);
001610*  - ONCE THE REWRITE HAS GONE THROUGH, QUEUES AN ACKNOWLEDGEMENT
001620*    FOR EVERY ID IT ASSIGNED AND A REPLY NOTICE FOR EVERY ANSWER
001630*    IT APPLIED TO data/contact-mail-queue.txt (SEE MAILQREC)
001640*    FOR src/contact-outbound.cob TO MAIL.
001700*THE FILE IS REWRITTEN TO A STAGING FILE THEN RENAMED OVER THE
001800*LIVE FILE, percent-scan STYLE, SO A JOB THAT DIES PARTWAY NEVER
001900*LEAVES A HALF-WRITTEN MESSAGE FILE. RUN NIGHTLY AHEAD OF
004302         "data/run-control.txt"
004303         ORGANIZATION LINE SEQUENTIAL
004304         FILE STATUS WS-RUN-CONTROL-STATUS.
004305     SELECT MAIL-QUEUE-FILE ASSIGN TO
004306         "data/contact-mail-queue.txt"
004307         ORGANIZATION LINE SEQUENTIAL
004308         FILE STATUS WS-MAIL-QUEUE-STATUS.
004309     SELECT BATCH-PARM-FILE ASSIGN TO "data/batch-parms.dat"
004310         FILE STATUS WS-BATCH-PARM-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  CONTACT-MSGS-FILE.
004800 FD  DISP-TRANS-FILE.
004900 COPY CDISPREC.
005000 FD  MSGS-STAGING-FILE.
005100 01 MSGS-STAGING-RECORD PIC X(807).
005200 FD  ERR-REPORT-FILE.
005300 01 ERR-REPORT-LINE PIC X(100).
005400 FD  APPLIED-REPORT-FILE.
005500 01 APPLIED-REPORT-LINE PIC X(100).
005501 FD  RUN-CONTROL-FILE.
005502 COPY RUNCTLREC.
005503 FD  MAIL-QUEUE-FILE.
005504 COPY MAILQREC.
005505 FD  BATCH-PARM-FILE.
005506 COPY BPARMREC.
005600 WORKING-STORAGE SECTION.
005601 01 WS-RUN-CONTROL-STATUS PIC XX.
005602 01 WS-MAIL-QUEUE-STATUS PIC XX.
005603 01 WS-BATCH-PARM-STATUS PIC XX.
005700 01 WS-CONTACT-MSGS-STATUS PIC XX.
005800 01 WS-TRANS-STATUS PIC XX.
005900 01 WS-STAGING-STATUS PIC XX.
006400*A FIELD HAS TO BE INSPECTED OR CHANGED.
006500 01 WS-MSG-TABLE.
006600     05 WS-MSG-COUNT PIC 9(3) VALUE 0.
006700     05 WS-MSG-IMG OCCURS 500 TIMES PIC X(807).
006800 01 WS-IDX PIC 9(3).
006900 01 WS-HIT-IDX PIC 9(3).
007000*        ROW MATCHING THE TRANSACTION MSG-ID, 0 = NOT ON FILE.
008300*        CLEAN STAGING WRITES; A SHORTFALL (DISK FULL) SKIPS THE
008400*        RENAME AND ENDS THE JOB WITH RETURN-CODE 8.
008500 01 WS-RETENTION-DAYS PIC 9(4) VALUE 90.
008510*        COMPILED DEFAULT; OVERRIDDEN AT START-UP BY A
008520*        CONTACT-TRIAGE RETENTION-DAYS ROW ON data/batch-parms.dat
008530*        (SEE BPARMREC), MAINTAINED BY src/parm-maint.cob.
008540 01 WS-RETENTION-SOURCE PIC X(9) VALUE 'DEFAULT'.
008600 01 WS-NOW-TS PIC X(21).
008700 01 WS-TODAY-NUM PIC 9(8).
008800 01 WS-CUTOFF-INT PIC 9(9).
009700*        FILE) STAYS TOLERATED - A SITE WITH NO SUBMISSIONS YET
009800*        SIMPLY HAS NOTHING TO TRIAGE.
009900 01 WS-REWRITE-FAILED PIC X VALUE 'N'.
009910*MAIL OWED TO SENDERS BY THIS RUN, HELD UNTIL THE REWRITE HAS
009920*GONE THROUGH SO A RUN THAT FAILS QUEUES NOTHING.
009930 01 WS-MAIL-EVENT-TABLE.
009940     05 WS-MAIL-EVENT-COUNT PIC 9(4) VALUE 0.
009950     05 WS-MAIL-EVENT OCCURS 2000 TIMES.
009960        10 WS-ME-KIND            PIC X(4).
009970        10 WS-ME-MSG-ID          PIC X(6).
009980 01 WS-NEW-EVENT-KIND PIC X(4).
009990 01 WS-EVENT-IDX PIC 9(4).
010000 PROCEDURE DIVISION.
010100 TRIAGE-MAIN.
010101     PERFORM WRITE-RUN-START.
010102     PERFORM LOAD-BATCH-PARMS.
010200     MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS.
010300     MOVE WS-NOW-TS(1:8) TO WS-TODAY-NUM.
010400     COMPUTE WS-CUTOFF-INT =
017900         ADD 1 TO WS-MAX-ID
018000         MOVE WS-MAX-ID TO CMSG-MSG-ID
018100         ADD 1 TO WS-ASSIGN-COUNT
018110         MOVE 'ACK ' TO WS-NEW-EVENT-KIND
018120         PERFORM ADD-MAIL-EVENT
018200         IF CMSG-STATUS = SPACES THEN
018300           MOVE 'OPEN' TO CMSG-STATUS
018400         END-IF
018900       END-IF
019000     END-PERFORM.
019100     CONTINUE.
019110 ADD-MAIL-EVENT.
019120     IF WS-MAIL-EVENT-COUNT < 2000 THEN
019130       ADD 1 TO WS-MAIL-EVENT-COUNT
019140       MOVE WS-NEW-EVENT-KIND TO WS-ME-KIND(WS-MAIL-EVENT-COUNT)
019150       MOVE CMSG-MSG-ID TO WS-ME-MSG-ID(WS-MAIL-EVENT-COUNT)
019160     ELSE
019170       DISPLAY 'WARNING: mail event table full, no '
019180         WS-NEW-EVENT-KIND ' queued for MSG-ID ' CMSG-MSG-ID
019190     END-IF.
019195     CONTINUE.
019200 OPEN-REPORTS.
019300     OPEN OUTPUT ERR-REPORT-FILE.
019400     MOVE 'REJECTED DISPOSITION TRANSACTIONS' TO ERR-REPORT-LINE.
019700     MOVE 'APPLIED DISPOSITION TRANSACTIONS'
019800       TO APPLIED-REPORT-LINE.
019900     WRITE APPLIED-REPORT-LINE.
019910     MOVE SPACES TO APPLIED-REPORT-LINE.
019920     STRING 'PARAMETER RETENTION-DAYS = ' DELIMITED BY SIZE
019930            WS-RETENTION-DAYS DELIMITED BY SIZE
019940            ' (' DELIMITED BY SIZE
019950            WS-RETENTION-SOURCE DELIMITED BY '  '
019960            ')' DELIMITED BY SIZE
019970       INTO APPLIED-REPORT-LINE.
019980     WRITE APPLIED-REPORT-LINE.
020000     CONTINUE.
020100 CLOSE-REPORTS.
020200     CLOSE ERR-REPORT-FILE.
022100     ADD 1 TO WS-TRANS-COUNT.
022200     MOVE SPACES TO WS-REJECT-REASON.
022300     IF CDSP-ACTION NOT = 'ANSWER' AND CDSP-ACTION NOT = 'SPAM'
022400         AND CDSP-ACTION NOT = 'CLOSE'
022450         AND CDSP-ACTION NOT = 'OPEN' THEN
022500       MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
022600     END-IF.
022700     IF WS-REJECT-REASON = SPACES THEN
023600       IF WS-HIT-IDX = 0 THEN
023700         MOVE 'MSG-ID NOT ON FILE' TO WS-REJECT-REASON
023800       ELSE
023810         MOVE WS-MSG-IMG(WS-HIT-IDX) TO CONTACT-MSG-RECORD
023820         IF CDSP-ACTION = 'OPEN'
023830             AND CMSG-STATUS NOT = 'QUARANT' THEN
023840           MOVE 'MSG NOT QUARANTINED' TO WS-REJECT-REASON
023850         ELSE
023900           PERFORM SET-ONE-STATUS
023910         END-IF
024000       END-IF
024100     END-IF.
024200     IF WS-REJECT-REASON = SPACES THEN
026300       WHEN 'ANSWER' MOVE 'ANSWERED' TO CMSG-STATUS
026400       WHEN 'SPAM'   MOVE 'SPAM' TO CMSG-STATUS
026500       WHEN 'CLOSE'  MOVE 'CLOSED' TO CMSG-STATUS
026550       WHEN 'OPEN'   MOVE 'OPEN' TO CMSG-STATUS
026600     END-EVALUATE.
026700     MOVE WS-NOW-TS(1:8) TO CMSG-STATUS-DATE.
026800     MOVE CONTACT-MSG-RECORD TO WS-MSG-IMG(WS-HIT-IDX).
026810     IF CDSP-ACTION = 'ANSWER' THEN
026820       MOVE 'RPLY' TO WS-NEW-EVENT-KIND
026830       PERFORM ADD-MAIL-EVENT
026840     END-IF.
026900     CONTINUE.
027000 WRITE-APPLIED-LINE.
027100     MOVE SPACES TO APPLIED-REPORT-LINE.
029900           AND WS-KEPT-COUNT + WS-PURGE-COUNT = WS-MSG-COUNT THEN
030000         CALL 'CBL_RENAME_FILE' USING
030100           'data/contact-msgs.dat.tmp', 'data/contact-msgs.dat'
030110         PERFORM WRITE-MAIL-EVENTS
030200       ELSE
030300         MOVE 'Y' TO WS-REWRITE-FAILED
030400       END-IF
033700       INTO APPLIED-REPORT-LINE.
033800     WRITE APPLIED-REPORT-LINE.
033900     CONTINUE.
033901 WRITE-MAIL-EVENTS.
033902     IF WS-MAIL-EVENT-COUNT > 0 THEN
033903       OPEN EXTEND MAIL-QUEUE-FILE
033904       IF WS-MAIL-QUEUE-STATUS = '35' THEN
033905         OPEN OUTPUT MAIL-QUEUE-FILE
033906       END-IF
033907       PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
033908         UNTIL WS-EVENT-IDX > WS-MAIL-EVENT-COUNT
033909         MOVE WS-ME-KIND(WS-EVENT-IDX) TO MQ-KIND
033910         MOVE WS-ME-MSG-ID(WS-EVENT-IDX) TO MQ-MSG-ID
033911         MOVE WS-NOW-TS(1:8) TO MQ-QUEUED-DATE
033912         WRITE MAIL-QUEUE-RECORD
033913       END-PERFORM
033914       CLOSE MAIL-QUEUE-FILE
033915     END-IF.
033916     CONTINUE.
033917*RUN-CONTROL LEDGER - THE JOB BRACKETS ITSELF WITH A START AND
033920*AN END RECORD (SEE RUNCTLREC) SO src/job-monitor.cob CAN
033930*VERIFY THE OVERNIGHT WINDOW RAN COMPLETE, CLEAN AND IN ORDER.
033940 WRITE-RUN-START.
034150     WRITE RUN-CONTROL-RECORD.
034160     CLOSE RUN-CONTROL-FILE.
034170     CONTINUE.
034180*OPERATIONAL SETTINGS - A ROW ON data/batch-parms.dat FOR THIS
034190*JOB REPLACES THE COMPILED DEFAULT; NO FILE, OR NO ROW, LEAVES
034200*THE DEFAULT IN FORCE.
034210 LOAD-BATCH-PARMS.
034220     OPEN INPUT BATCH-PARM-FILE.
034230     IF WS-BATCH-PARM-STATUS = '00' THEN
034240       PERFORM WITH TEST AFTER UNTIL WS-BATCH-PARM-STATUS = '10'
034250         READ BATCH-PARM-FILE
034260           AT END MOVE '10' TO WS-BATCH-PARM-STATUS
034270           NOT AT END
034280             IF BPRM-JOB-NAME = 'CONTACT-TRIAGE'
034290                 AND BPRM-PARM-NAME = 'RETENTION-DAYS'
034300                 AND BPRM-NUM-VALUE IS NUMERIC THEN
034310               MOVE BPRM-NUM-VALUE TO WS-RETENTION-DAYS
034320               MOVE 'PARM FILE' TO WS-RETENTION-SOURCE
034330             END-IF
034340         END-READ
034350       END-PERFORM
034360       CLOSE BATCH-PARM-FILE
034370     ELSE
034380       IF WS-BATCH-PARM-STATUS NOT = '35' THEN
034390         DISPLAY 'contact-triage: parameter file open failed, '
034400           'compiled defaults used.'
034410       END-IF
034420     END-IF.
034430     CONTINUE.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACQUISITION-REPORT.
000300******************************************************************
000400*BATCH JOB. READS data/hit-log.txt (ONE HIT-LOG-RECORD PER PAGE
000500*LOAD, NOW CARRYING THE REFERRER HOST AND utm_source/utm_campaign
000600*TAGS CAPTURED BY src/main.cob's ENTRY 'MAIN') AND
000700*data/contact-msgs.dat (WHICH CARRIES THE SAME TAGS FOR THE VISIT
000800*EACH MESSAGE WAS SENT FROM) AND TALLIES VISITS, CONSENTED VISITS
000900*AND CONTACT SUBMISSIONS BY (SOURCE, CAMPAIGN), WRITTEN TO
001000*data/acquisition-rpt.txt. THE SOURCE IS THE utm_source TAG WHEN
001100*THE LANDING LINK CARRIED ONE, OTHERWISE THE REFERRER HOST -
001200*'(direct)' FOR A TYPED ADDRESS OR BOOKMARK, AND THE SITE'S OWN
001300*HOST FOR A LOAD REACHED FROM ANOTHER PAGE OF THE SITE. THE
001400*CAMPAIGN IS THE utm_campaign TAG, OR '(none)'. RECORDS WRITTEN
001500*BEFORE THE TAGS EXISTED ARE COUNTED UNDER '(unknown)' AND
001600*CARRIED-FORWARD SUMM RECORDS (SEE HITREC AND src/log-archive.cob)
001700*UNDER '(archived)' - A SUMM RECORD KEEPS NO CONSENT SPLIT, SO ITS
001800*VISITS ADD NOTHING TO THE CONSENTED COLUMN. RUN THIS ON A NIGHTLY
001900*SCHEDULE ALONGSIDE src/page-traffic-report.cob.
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT HIT-LOG-FILE ASSIGN TO "data/hit-log.txt"
002500         ORGANIZATION LINE SEQUENTIAL
002600         FILE STATUS WS-HIT-FILE-STATUS.
002700     SELECT CONTACT-MSGS-FILE ASSIGN TO "data/contact-msgs.dat"
002800         ORGANIZATION LINE SEQUENTIAL
002900         FILE STATUS WS-CONTACT-MSGS-STATUS.
003000     SELECT ACQUISITION-REPORT-FILE ASSIGN TO
003100         "data/acquisition-rpt.txt"
003200         ORGANIZATION LINE SEQUENTIAL
003300         FILE STATUS WS-REPORT-STATUS.
003400     SELECT RUN-CONTROL-FILE ASSIGN TO
003500         "data/run-control.txt"
003600         ORGANIZATION LINE SEQUENTIAL
003700         FILE STATUS WS-RUN-CONTROL-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  HIT-LOG-FILE.
004100 COPY HITREC.
004200 FD  CONTACT-MSGS-FILE.
004300 COPY CONTACTREC.
004400 FD  ACQUISITION-REPORT-FILE.
004500 01 REPORT-LINE PIC X(100).
004600 FD  RUN-CONTROL-FILE.
004700 COPY RUNCTLREC.
004800 WORKING-STORAGE SECTION.
004900 01 WS-RUN-CONTROL-STATUS PIC XX.
005000 01 WS-HIT-FILE-STATUS PIC XX.
005100 01 WS-CONTACT-MSGS-STATUS PIC XX.
005200 01 WS-REPORT-STATUS PIC XX.
005300 01 WS-SRC-TABLE.
005400     05 WS-SRC-COUNT PIC 9(3) VALUE 0.
005500     05 WS-SRC-ENTRY OCCURS 1 TO 500 TIMES
005600         DEPENDING ON WS-SRC-COUNT.
005700        10 WS-SR-VISITS          PIC 9(7).
005800        10 WS-SR-CONSENTED       PIC 9(7).
005900        10 WS-SR-CONTACTS        PIC 9(7).
006000        10 WS-SR-SOURCE          PIC X(40).
006100        10 WS-SR-CAMPAIGN        PIC X(20).
006200 01 WS-CUR-SOURCE PIC X(40).
006300 01 WS-CUR-CAMPAIGN PIC X(20).
006400*        (SOURCE, CAMPAIGN) THE CURRENT RECORD TALLIES UNDER,
006500*        AFTER THE BLANK/SUMM SUBSTITUTIONS.
006600 01 WS-HIT-UNITS PIC 9(6).
006700*        1 FOR A DETAIL RECORD, THE STORED TOTAL FOR A SUMM.
006800 01 WS-HITS-READ PIC 9(9) VALUE 0.
006900 01 WS-MSGS-READ PIC 9(9) VALUE 0.
007000 01 WS-TOTAL-VISITS PIC 9(9) VALUE 0.
007100 01 WS-TOTAL-CONSENTED PIC 9(9) VALUE 0.
007200 01 WS-TOTAL-CONTACTS PIC 9(9) VALUE 0.
007300 01 WS-IDX PIC 9(5).
007400 01 WS-ROW PIC 9(5).
007500 PROCEDURE DIVISION.
007600 REPORT-MAIN.
007700     PERFORM WRITE-RUN-START.
007800     PERFORM TALLY-HIT-LOG.
007900     PERFORM TALLY-CONTACT-MSGS.
008000     PERFORM WRITE-REPORT.
008100     DISPLAY 'acquisition-report complete: ' WS-SRC-COUNT
008200       ' source/campaign row(s), ' WS-TOTAL-VISITS ' visit(s), '
008300       WS-TOTAL-CONTACTS ' contact submission(s).'.
008400     PERFORM WRITE-RUN-END.
008500     STOP RUN.
008600 TALLY-HIT-LOG.
008700     OPEN INPUT HIT-LOG-FILE.
008800     IF WS-HIT-FILE-STATUS = '00' THEN
008900       PERFORM WITH TEST AFTER UNTIL WS-HIT-FILE-STATUS = '10'
009000         READ HIT-LOG-FILE
009100           AT END MOVE '10' TO WS-HIT-FILE-STATUS
009200           NOT AT END PERFORM TALLY-ONE-HIT
009300         END-READ
009400       END-PERFORM
009500       CLOSE HIT-LOG-FILE
009600     END-IF.
009700     CONTINUE.
009800 TALLY-ONE-HIT.
009900     ADD 1 TO WS-HITS-READ.
010000     IF HIT-TIMESTAMP(9:4) = 'SUMM' THEN
010100       MOVE '(archived)' TO WS-CUR-SOURCE
010200       MOVE '(archived)' TO WS-CUR-CAMPAIGN
010300       COMPUTE WS-HIT-UNITS = HSUM-US-COUNT + HSUM-ES-COUNT
010400         + HSUM-OTHER-COUNT
010500     ELSE
010600       MOVE HIT-REFERRER TO WS-CUR-SOURCE
010700       IF HIT-UTM-SOURCE NOT = SPACES THEN
010800         MOVE HIT-UTM-SOURCE TO WS-CUR-SOURCE
010900       END-IF
011000       MOVE HIT-UTM-CAMPAIGN TO WS-CUR-CAMPAIGN
011100       PERFORM DEFAULT-SOURCE-CAMPAIGN
011200       MOVE 1 TO WS-HIT-UNITS
011300     END-IF.
011400     PERFORM FIND-SRC-ROW.
011500     IF WS-ROW NOT = 0 THEN
011600       ADD WS-HIT-UNITS TO WS-SR-VISITS(WS-ROW)
011700       IF HIT-TIMESTAMP(9:4) NOT = 'SUMM'
011800           AND HIT-COOKIE-ALLOWED = 'y' THEN
011900         ADD 1 TO WS-SR-CONSENTED(WS-ROW)
012000       END-IF
012100     END-IF.
012200     CONTINUE.
012300 TALLY-CONTACT-MSGS.
012400     OPEN INPUT CONTACT-MSGS-FILE.
012500     IF WS-CONTACT-MSGS-STATUS = '00' THEN
012600       PERFORM WITH TEST AFTER UNTIL WS-CONTACT-MSGS-STATUS = '10'
012700         READ CONTACT-MSGS-FILE
012800           AT END MOVE '10' TO WS-CONTACT-MSGS-STATUS
012900           NOT AT END PERFORM TALLY-ONE-MSG
013000         END-READ
013100       END-PERFORM
013200       CLOSE CONTACT-MSGS-FILE
013300     END-IF.
013400     CONTINUE.
013500 TALLY-ONE-MSG.
013600     ADD 1 TO WS-MSGS-READ.
013700     MOVE CMSG-REFERRER TO WS-CUR-SOURCE.
013800     IF CMSG-UTM-SOURCE NOT = SPACES THEN
013900       MOVE CMSG-UTM-SOURCE TO WS-CUR-SOURCE
014000     END-IF.
014100     MOVE CMSG-UTM-CAMPAIGN TO WS-CUR-CAMPAIGN.
014200     PERFORM DEFAULT-SOURCE-CAMPAIGN.
014300     PERFORM FIND-SRC-ROW.
014400     IF WS-ROW NOT = 0 THEN
014500       ADD 1 TO WS-SR-CONTACTS(WS-ROW)
014600     END-IF.
014700     CONTINUE.
014800 DEFAULT-SOURCE-CAMPAIGN.
014900*A RECORD WITH NO REFERRER AT ALL PREDATES THE TAGS - ENTRY 'MAIN'
015000*ALWAYS STORES AT LEAST '(direct)' - SO ITS CAMPAIGN IS UNKNOWN
015100*TOO, NOT '(none)'.
015200     IF WS-CUR-SOURCE = SPACES THEN
015300       MOVE '(unknown)' TO WS-CUR-SOURCE
015400       IF WS-CUR-CAMPAIGN = SPACES THEN
015500         MOVE '(unknown)' TO WS-CUR-CAMPAIGN
015600       END-IF
015700     END-IF.
015800     IF WS-CUR-CAMPAIGN = SPACES THEN
015900       MOVE '(none)' TO WS-CUR-CAMPAIGN
016000     END-IF.
016100     CONTINUE.
016200 FIND-SRC-ROW.
016300     MOVE 0 TO WS-ROW.
016400     PERFORM VARYING WS-IDX FROM 1 BY 1
016500       UNTIL WS-IDX > WS-SRC-COUNT
016600       IF WS-SR-SOURCE(WS-IDX) = WS-CUR-SOURCE
016700           AND WS-SR-CAMPAIGN(WS-IDX) = WS-CUR-CAMPAIGN THEN
016800         MOVE WS-IDX TO WS-ROW
016900         MOVE WS-SRC-COUNT TO WS-IDX
017000       END-IF
017100     END-PERFORM.
017200     IF WS-ROW = 0 THEN
017300       IF WS-SRC-COUNT < 500 THEN
017400         ADD 1 TO WS-SRC-COUNT
017500         MOVE WS-SRC-COUNT TO WS-ROW
017600         MOVE WS-CUR-SOURCE TO WS-SR-SOURCE(WS-ROW)
017700         MOVE WS-CUR-CAMPAIGN TO WS-SR-CAMPAIGN(WS-ROW)
017800         MOVE 0 TO WS-SR-VISITS(WS-ROW)
017900         MOVE 0 TO WS-SR-CONSENTED(WS-ROW)
018000         MOVE 0 TO WS-SR-CONTACTS(WS-ROW)
018100       ELSE
018200         DISPLAY 'WARNING: source table full, dropping '
018300           WS-CUR-SOURCE ' / ' WS-CUR-CAMPAIGN
018400       END-IF
018500     END-IF.
018600     CONTINUE.
018700 WRITE-REPORT.
018800     OPEN OUTPUT ACQUISITION-REPORT-FILE.
018900     MOVE 'VISITS AND CONTACTS BY SOURCE AND CAMPAIGN'
019000       TO REPORT-LINE.
019100     WRITE REPORT-LINE.
019200     MOVE SPACES TO REPORT-LINE.
019300     MOVE 'SOURCE' TO REPORT-LINE(1:40).
019400     STRING 'CAMPAIGN             ' DELIMITED BY SIZE
019500            ' VISITS CONSENT CONTACT' DELIMITED BY SIZE
019600       INTO REPORT-LINE(42:).
019700     WRITE REPORT-LINE.
019800     IF WS-SRC-COUNT > 0 THEN
019900       SORT WS-SRC-ENTRY DESCENDING KEY WS-SR-VISITS
020000     END-IF.
020100     PERFORM VARYING WS-IDX FROM 1 BY 1
020200       UNTIL WS-IDX > WS-SRC-COUNT
020300       ADD WS-SR-VISITS(WS-IDX) TO WS-TOTAL-VISITS
020400       ADD WS-SR-CONSENTED(WS-IDX) TO WS-TOTAL-CONSENTED
020500       ADD WS-SR-CONTACTS(WS-IDX) TO WS-TOTAL-CONTACTS
020600       MOVE SPACES TO REPORT-LINE
020700       STRING WS-SR-SOURCE(WS-IDX) DELIMITED BY SIZE
020800              ' ' DELIMITED BY SIZE
020900              WS-SR-CAMPAIGN(WS-IDX) DELIMITED BY SIZE
021000              ' ' DELIMITED BY SIZE
021100              WS-SR-VISITS(WS-IDX) DELIMITED BY SIZE
021200              ' ' DELIMITED BY SIZE
021300              WS-SR-CONSENTED(WS-IDX) DELIMITED BY SIZE
021400              ' ' DELIMITED BY SIZE
021500              WS-SR-CONTACTS(WS-IDX) DELIMITED BY SIZE
021600         INTO REPORT-LINE
021700       WRITE REPORT-LINE
021800     END-PERFORM.
021900     IF WS-SRC-COUNT = 0 THEN
022000       MOVE 'NO HIT OR CONTACT RECORDS ON FILE.' TO REPORT-LINE
022100       WRITE REPORT-LINE
022200     END-IF.
022300     MOVE SPACES TO REPORT-LINE.
022400     WRITE REPORT-LINE.
022500     MOVE SPACES TO REPORT-LINE.
022600     STRING 'TOTAL VISITS ' DELIMITED BY SIZE
022700            WS-TOTAL-VISITS DELIMITED BY SIZE
022800            ', CONSENTED ' DELIMITED BY SIZE
022900            WS-TOTAL-CONSENTED DELIMITED BY SIZE
023000            ', CONTACT SUBMISSIONS ' DELIMITED BY SIZE
023100            WS-TOTAL-CONTACTS DELIMITED BY SIZE
023200       INTO REPORT-LINE.
023300     WRITE REPORT-LINE.
023400     CLOSE ACQUISITION-REPORT-FILE.
023500     CONTINUE.
023600*RUN-CONTROL LEDGER - THE JOB BRACKETS ITSELF WITH A START AND
023700*AN END RECORD (SEE RUNCTLREC) SO src/job-monitor.cob CAN
023800*VERIFY THE OVERNIGHT WINDOW RAN COMPLETE, CLEAN AND IN ORDER.
023900 WRITE-RUN-START.
024000     MOVE 'START' TO RUNC-EVENT.
024100     MOVE 0 TO RUNC-RETURN-CODE.
024200     MOVE 0 TO RUNC-RECS-IN.
024300     MOVE 0 TO RUNC-RECS-OUT.
024400     PERFORM WRITE-RUN-CONTROL-REC.
024500     CONTINUE.
024600 WRITE-RUN-END.
024700     MOVE 'END' TO RUNC-EVENT.
024800     MOVE RETURN-CODE TO RUNC-RETURN-CODE.
024900     COMPUTE RUNC-RECS-IN = WS-HITS-READ + WS-MSGS-READ.
025000     MOVE WS-SRC-COUNT TO RUNC-RECS-OUT.
025100     PERFORM WRITE-RUN-CONTROL-REC.
025200     CONTINUE.
025300 WRITE-RUN-CONTROL-REC.
025400     MOVE FUNCTION CURRENT-DATE TO RUNC-TIMESTAMP.
025500     MOVE 'ACQUISITION-REPORT' TO RUNC-JOB-NAME.
025600     OPEN EXTEND RUN-CONTROL-FILE.
025700     IF WS-RUN-CONTROL-STATUS = '35' THEN
025800       OPEN OUTPUT RUN-CONTROL-FILE
025900     END-IF.
026000     WRITE RUN-CONTROL-RECORD.
026100     CLOSE RUN-CONTROL-FILE.
026200     CONTINUE.

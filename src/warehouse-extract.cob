000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. WAREHOUSE-EXTRACT.
000300******************************************************************
000400*BATCH JOB. INCREMENTAL EXTRACT OF THE SITE LOGS FOR THE COMPANY
000500*REPORTING WAREHOUSE. READS data/hit-log.txt,
000600*data/session-log.txt, data/audit-log.txt AND data/error-log.txt
000700*AND WRITES ONE
000800*'|'-DELIMITED FEED PER LOG, PLUS A DAILY-AGGREGATE FEED FOR THE
000900*CARRIED-FORWARD SUMM RECORDS src/log-archive.cob LEAVES IN THE
001000*HIT AND AUDIT LOGS, TO data/wh-<feed>-YYYYMMDD.txt (LAYOUTS,
001100*HEADER AND TRAILER IN WHFEEDREC). ONLY RECORDS NEWER THAN THE
001200*FEED'S HIGH-WATER MARK (data/warehouse-hwm.dat, SEE WHHWMREC)
001300*ARE SENT, AND NOTHING STAMPED AT OR AFTER THE MOMENT THE JOB
001400*STARTED - A PAGE LOAD LOGGED WHILE THE EXTRACT IS RUNNING GOES
001500*OUT THE NEXT NIGHT, NOT HALF IN EACH.
001600*
001700*EVERY RECORD READ MUST LAND IN EXACTLY ONE OF: SENT, ALREADY
001800*SENT (BEFORE THE WINDOW), HELD (AFTER THE WINDOW), BAD
001900*TIMESTAMP, OR - FOR SUMM RECORDS - SENT TO / ALREADY ON THE
002000*DAILY FEED, AND EVERY RECORD SELECTED MUST COME BACK FROM ITS
002100*WRITE CLEAN. THE FEEDS ARE WRITTEN TO STAGING FILES AND ONLY
002200*WHEN ALL FIVE TIE ARE THEY RENAMED INTO PLACE AND THE HIGH-WATER
002300*MARKS ADVANCED; OTHERWISE THE JOB ENDS WITH RETURN-CODE 8, NO
002400*FEED IS DELIVERED AND THE NEXT RUN EXTRACTS THE SAME WINDOW
002500*AGAIN. THE COUNTS GO TO data/warehouse-extract-rpt.txt. RUN
002600*NIGHTLY.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT HIT-LOG-FILE ASSIGN TO "data/hit-log.txt"
003200         ORGANIZATION LINE SEQUENTIAL
003300         FILE STATUS WS-HIT-FILE-STATUS.
003400     SELECT SESSION-LOG-FILE ASSIGN TO "data/session-log.txt"
003500         ORGANIZATION LINE SEQUENTIAL
003600         FILE STATUS WS-SESSION-FILE-STATUS.
003700     SELECT AUDIT-LOG-FILE ASSIGN TO "data/audit-log.txt"
003800         ORGANIZATION LINE SEQUENTIAL
003900         FILE STATUS WS-AUDIT-FILE-STATUS.
004000     SELECT ERROR-LOG-FILE ASSIGN TO "data/error-log.txt"
004100         ORGANIZATION LINE SEQUENTIAL
004200         FILE STATUS WS-ERROR-LOG-STATUS.
004300     SELECT HWM-FILE ASSIGN TO "data/warehouse-hwm.dat"
004400         FILE STATUS WS-HWM-STATUS.
004500     SELECT HWM-STAGING-FILE ASSIGN TO
004600         "data/warehouse-hwm.dat.tmp"
004700         FILE STATUS WS-HWM-STAGING-STATUS.
004800     SELECT HIT-FEED-FILE ASSIGN TO "data/wh-hit.tmp"
004900         ORGANIZATION LINE SEQUENTIAL
005000         FILE STATUS WS-HIT-FEED-STATUS.
005100     SELECT SESSION-FEED-FILE ASSIGN TO "data/wh-session.tmp"
005200         ORGANIZATION LINE SEQUENTIAL
005300         FILE STATUS WS-SESSION-FEED-STATUS.
005400     SELECT AUDIT-FEED-FILE ASSIGN TO "data/wh-audit.tmp"
005500         ORGANIZATION LINE SEQUENTIAL
005600         FILE STATUS WS-AUDIT-FEED-STATUS.
005700     SELECT ERROR-FEED-FILE ASSIGN TO "data/wh-error.tmp"
005800         ORGANIZATION LINE SEQUENTIAL
005900         FILE STATUS WS-ERROR-FEED-STATUS.
006000     SELECT DAILY-FEED-FILE ASSIGN TO "data/wh-daily.tmp"
006100         ORGANIZATION LINE SEQUENTIAL
006200         FILE STATUS WS-DAILY-FEED-STATUS.
006300     SELECT EXTRACT-REPORT-FILE ASSIGN TO
006400         "data/warehouse-extract-rpt.txt"
006500         ORGANIZATION LINE SEQUENTIAL
006600         FILE STATUS WS-REPORT-STATUS.
006700     SELECT RUN-CONTROL-FILE ASSIGN TO
006800         "data/run-control.txt"
006900         ORGANIZATION LINE SEQUENTIAL
007000         FILE STATUS WS-RUN-CONTROL-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  HIT-LOG-FILE.
007400 COPY HITREC.
007500 FD  SESSION-LOG-FILE.
007600 COPY SESSREC.
007700 FD  AUDIT-LOG-FILE.
007800 COPY AUDITREC.
007900 FD  ERROR-LOG-FILE.
008000 COPY ERRLOGREC.
008100 FD  HWM-FILE.
008200 COPY WHHWMREC.
008300 FD  HWM-STAGING-FILE.
008400 01 HWM-STAGING-RECORD PIC X(67).
008500 FD  HIT-FEED-FILE.
008600 01 HIT-FEED-RECORD PIC X(200).
008700 FD  SESSION-FEED-FILE.
008800 01 SESSION-FEED-RECORD PIC X(200).
008900 FD  AUDIT-FEED-FILE.
009000 01 AUDIT-FEED-RECORD PIC X(200).
009100 FD  ERROR-FEED-FILE.
009200 01 ERROR-FEED-RECORD PIC X(200).
009300 FD  DAILY-FEED-FILE.
009400 01 DAILY-FEED-RECORD PIC X(200).
009500 FD  EXTRACT-REPORT-FILE.
009600 01 REPORT-LINE PIC X(100).
009700 FD  RUN-CONTROL-FILE.
009800 COPY RUNCTLREC.
009900 WORKING-STORAGE SECTION.
010000 01 WS-RUN-CONTROL-STATUS PIC XX.
010100 01 WS-HIT-FILE-STATUS PIC XX.
010200 01 WS-SESSION-FILE-STATUS PIC XX.
010300 01 WS-AUDIT-FILE-STATUS PIC XX.
010400 01 WS-ERROR-LOG-STATUS PIC XX.
010500 01 WS-HWM-STATUS PIC XX.
010600 01 WS-HWM-STAGING-STATUS PIC XX.
010700 01 WS-HIT-FEED-STATUS PIC XX.
010800 01 WS-SESSION-FEED-STATUS PIC XX.
010900 01 WS-AUDIT-FEED-STATUS PIC XX.
011000 01 WS-ERROR-FEED-STATUS PIC XX.
011100 01 WS-DAILY-FEED-STATUS PIC XX.
011200 01 WS-REPORT-STATUS PIC XX.
011300 COPY WHFEEDREC.
011400 01 WS-FEED-TABLE.
011500     05 WS-FEED-ROW OCCURS 5 TIMES.
011600*        1 = HIT, 2 = SESSION, 3 = AUDIT, 4 = ERROR, 5 = DAILY.
011700        10 WS-FD-NAME            PIC X(8).
011800        10 WS-FD-STEM            PIC X(8).
011900*        LOWER-CASE NAME USED IN THE FEED FILE NAMES.
012000        10 WS-FD-FROM            PIC X(21).
012100        10 WS-FD-TO              PIC X(21).
012200        10 WS-FD-READ            PIC 9(9).
012300        10 WS-FD-SELECTED        PIC 9(9).
012400        10 WS-FD-WRITTEN         PIC 9(9).
012500        10 WS-FD-BEFORE          PIC 9(9).
012600        10 WS-FD-HELD            PIC 9(9).
012700        10 WS-FD-BAD-TS          PIC 9(9).
012800        10 WS-FD-SUMM-NEW        PIC 9(9).
012900        10 WS-FD-SUMM-OLD        PIC 9(9).
013000        10 WS-FD-FIRST-DATE      PIC X(8).
013100        10 WS-FD-LAST-DATE       PIC X(8).
013200        10 WS-FD-CTL-OK          PIC X.
013300*        'N' = THE HEADER OR TRAILER WRITE FAILED.
013400        10 WS-FD-SOURCE-OK       PIC X.
013500*        'N' = THE SOURCE LOG WOULD NOT OPEN (A MISSING LOG IS
013600*        AN EMPTY ONE, NOT A FAILURE).
013700        10 WS-FD-TIED            PIC X.
013800 01 WS-FX PIC 9.
013900*        FEED BEING WORKED ON.
014000 01 WS-CUR-TS PIC X(21).
014100 01 WS-CUR-DATE PIC X(8).
014200 01 WS-ROUTE PIC X.
014300*        'S' = SEND, 'B' = BEFORE THE WINDOW, 'H' = HELD FOR THE
014400*        NEXT RUN, 'X' = BAD TIMESTAMP.
014500 01 WS-FEED-LINE PIC X(200).
014600 01 WS-WRITE-STATUS PIC XX.
014700 01 WS-NOW-TS PIC X(21).
014800 01 WS-TODAY PIC X(8).
014900 01 WS-DAILY-MAX-DATE PIC X(8).
015000 01 WS-HWM-FAILED PIC X VALUE 'N'.
015100 01 WS-OUT-OF-BALANCE PIC X VALUE 'N'.
015200 01 WS-DELIVERED PIC X VALUE 'N'.
015300 01 WS-TOTAL-READ PIC 9(9) VALUE 0.
015400 01 WS-TOTAL-WRITTEN PIC 9(9) VALUE 0.
015500 01 WS-CHECK-TOTAL PIC 9(9).
015600 01 WS-STAGE-PATH PIC X(40).
015700 01 WS-FEED-PATH PIC X(40).
015800 PROCEDURE DIVISION.
015900 EXTRACT-MAIN.
016000     PERFORM WRITE-RUN-START.
016100     MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS.
016200     MOVE WS-NOW-TS(1:8) TO WS-TODAY.
016300     PERFORM INIT-FEED-TABLE.
016400     PERFORM LOAD-HIGH-WATER-MARKS.
016500     IF WS-HWM-FAILED = 'Y' THEN
016600       DISPLAY 'warehouse-extract ABORTED: '
016700         'data/warehouse-hwm.dat unreadable, nothing extracted.'
016800       MOVE 8 TO RETURN-CODE
016900       PERFORM WRITE-RUN-END
017000       STOP RUN
017100     END-IF.
017200     PERFORM OPEN-FEEDS.
017300     PERFORM EXTRACT-HIT-LOG.
017400     PERFORM EXTRACT-SESSION-LOG.
017500     PERFORM EXTRACT-AUDIT-LOG.
017600     PERFORM EXTRACT-ERROR-LOG.
017700     PERFORM CLOSE-FEEDS.
017800     PERFORM CHECK-CONTROL-TOTALS.
017900     IF WS-OUT-OF-BALANCE = 'N' THEN
018000       PERFORM DELIVER-FEEDS
018100       PERFORM REWRITE-HIGH-WATER-MARKS
018200     END-IF.
018300     PERFORM WRITE-REPORT.
018400     IF WS-OUT-OF-BALANCE = 'Y' THEN
018500       MOVE 8 TO RETURN-CODE
018600       DISPLAY 'warehouse-extract OUT OF BALANCE: see '
018700         'data/warehouse-extract-rpt.txt, no feed delivered.'
018800     ELSE
018900       DISPLAY 'warehouse-extract complete: ' WS-TOTAL-READ
019000         ' record(s) read, ' WS-TOTAL-WRITTEN ' sent.'
019100     END-IF.
019200     PERFORM WRITE-RUN-END.
019300     STOP RUN.
019400 INIT-FEED-TABLE.
019500     PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
019600       MOVE ZEROS TO WS-FD-FROM(WS-FX)
019700       MOVE WS-NOW-TS TO WS-FD-TO(WS-FX)
019800       MOVE 0 TO WS-FD-READ(WS-FX)
019900       MOVE 0 TO WS-FD-SELECTED(WS-FX)
020000       MOVE 0 TO WS-FD-WRITTEN(WS-FX)
020100       MOVE 0 TO WS-FD-BEFORE(WS-FX)
020200       MOVE 0 TO WS-FD-HELD(WS-FX)
020300       MOVE 0 TO WS-FD-BAD-TS(WS-FX)
020400       MOVE 0 TO WS-FD-SUMM-NEW(WS-FX)
020500       MOVE 0 TO WS-FD-SUMM-OLD(WS-FX)
020600       MOVE SPACES TO WS-FD-FIRST-DATE(WS-FX)
020700       MOVE SPACES TO WS-FD-LAST-DATE(WS-FX)
020800       MOVE 'Y' TO WS-FD-CTL-OK(WS-FX)
020900       MOVE 'Y' TO WS-FD-SOURCE-OK(WS-FX)
021000       MOVE 'Y' TO WS-FD-TIED(WS-FX)
021100     END-PERFORM.
021200     MOVE 'HIT' TO WS-FD-NAME(1).
021300     MOVE 'hit' TO WS-FD-STEM(1).
021400     MOVE 'SESSION' TO WS-FD-NAME(2).
021500     MOVE 'session' TO WS-FD-STEM(2).
021600     MOVE 'AUDIT' TO WS-FD-NAME(3).
021700     MOVE 'audit' TO WS-FD-STEM(3).
021800     MOVE 'ERROR' TO WS-FD-NAME(4).
021900     MOVE 'error' TO WS-FD-STEM(4).
022000     MOVE 'DAILY' TO WS-FD-NAME(5).
022100     MOVE 'daily' TO WS-FD-STEM(5).
022200*THE DAILY FEED'S WINDOW RUNS BY SUMMARY DATE, NOT TIMESTAMP.
022300     MOVE SPACES TO WS-FD-TO(5).
022400     CONTINUE.
022500 LOAD-HIGH-WATER-MARKS.
022600     OPEN INPUT HWM-FILE.
022700     IF WS-HWM-STATUS = '00' THEN
022800       PERFORM WITH TEST AFTER UNTIL WS-HWM-STATUS = '10'
022900         READ HWM-FILE
023000           AT END MOVE '10' TO WS-HWM-STATUS
023100           NOT AT END PERFORM APPLY-ONE-HWM
023200         END-READ
023300       END-PERFORM
023400       CLOSE HWM-FILE
023500     ELSE
023600       IF WS-HWM-STATUS NOT = '35' THEN
023700         MOVE 'Y' TO WS-HWM-FAILED
023800       END-IF
023900     END-IF.
024000     MOVE WS-FD-FROM(5)(1:8) TO WS-DAILY-MAX-DATE.
024100     CONTINUE.
024200 APPLY-ONE-HWM.
024300*A RERUN ON THE SAME DATE REPLACES THAT DATE'S FEED FILES, SO IT
024400*STARTS FROM THE SAME PLACE THE FIRST RUN DID.
024500     PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
024600       IF WS-FD-NAME(WS-FX) = WHM-FEED THEN
024700         IF WHM-RUN-DATE = WS-TODAY THEN
024800           MOVE WHM-FROM TO WS-FD-FROM(WS-FX)
024900         ELSE
025000           MOVE WHM-TO TO WS-FD-FROM(WS-FX)
025100         END-IF
025200         MOVE 5 TO WS-FX
025300       END-IF
025400     END-PERFORM.
025500     CONTINUE.
025600 OPEN-FEEDS.
025700     OPEN OUTPUT HIT-FEED-FILE.
025800     OPEN OUTPUT SESSION-FEED-FILE.
025900     OPEN OUTPUT AUDIT-FEED-FILE.
026000     OPEN OUTPUT ERROR-FEED-FILE.
026100     OPEN OUTPUT DAILY-FEED-FILE.
026200     PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
026300       MOVE WS-FD-NAME(WS-FX) TO WHF-H-FEED
026400       MOVE WS-NOW-TS TO WHF-H-CREATED
026500       MOVE WS-FD-FROM(WS-FX) TO WHF-H-FROM
026600       MOVE WS-FD-TO(WS-FX) TO WHF-H-TO
026700       MOVE WHF-HEADER-RECORD TO WS-FEED-LINE
026800       PERFORM WRITE-FEED-LINE
026900       IF WS-WRITE-STATUS NOT = '00' THEN
027000         MOVE 'N' TO WS-FD-CTL-OK(WS-FX)
027100       END-IF
027200     END-PERFORM.
027300     CONTINUE.
027400 WRITE-FEED-LINE.
027500     EVALUATE WS-FX
027600       WHEN 1
027700         WRITE HIT-FEED-RECORD FROM WS-FEED-LINE
027800         MOVE WS-HIT-FEED-STATUS TO WS-WRITE-STATUS
027900       WHEN 2
028000         WRITE SESSION-FEED-RECORD FROM WS-FEED-LINE
028100         MOVE WS-SESSION-FEED-STATUS TO WS-WRITE-STATUS
028200       WHEN 3
028300         WRITE AUDIT-FEED-RECORD FROM WS-FEED-LINE
028400         MOVE WS-AUDIT-FEED-STATUS TO WS-WRITE-STATUS
028500       WHEN 4
028600         WRITE ERROR-FEED-RECORD FROM WS-FEED-LINE
028700         MOVE WS-ERROR-FEED-STATUS TO WS-WRITE-STATUS
028800       WHEN 5
028900         WRITE DAILY-FEED-RECORD FROM WS-FEED-LINE
029000         MOVE WS-DAILY-FEED-STATUS TO WS-WRITE-STATUS
029100     END-EVALUATE.
029200     CONTINUE.
029300 EXTRACT-HIT-LOG.
029400     OPEN INPUT HIT-LOG-FILE.
029500     IF WS-HIT-FILE-STATUS = '00' THEN
029600       PERFORM WITH TEST AFTER UNTIL WS-HIT-FILE-STATUS = '10'
029700         READ HIT-LOG-FILE
029800           AT END MOVE '10' TO WS-HIT-FILE-STATUS
029900           NOT AT END PERFORM EXTRACT-ONE-HIT
030000         END-READ
030100       END-PERFORM
030200       CLOSE HIT-LOG-FILE
030300     ELSE
030400       IF WS-HIT-FILE-STATUS NOT = '35' THEN
030500         MOVE 'N' TO WS-FD-SOURCE-OK(1)
030600       END-IF
030700     END-IF.
030800     CONTINUE.
030900 EXTRACT-ONE-HIT.
031000     MOVE 1 TO WS-FX.
031100     ADD 1 TO WS-FD-READ(1).
031200     MOVE HIT-TIMESTAMP TO WS-CUR-TS.
031300     IF HIT-TIMESTAMP(9:4) = 'SUMM' THEN
031400       PERFORM ROUTE-SUMMARY
031500       IF WS-ROUTE = 'S' THEN
031600         MOVE 'HIT' TO WHF-DLY-SOURCE
031700         MOVE HSUM-DATE TO WHF-DLY-DATE
031800         PERFORM CLEAR-DAILY-COUNTS
031900         MOVE HSUM-US-COUNT TO WHF-DLY-COUNT(1)
032000         MOVE HSUM-ES-COUNT TO WHF-DLY-COUNT(2)
032100         MOVE HSUM-OTHER-COUNT TO WHF-DLY-COUNT(3)
032200         PERFORM WRITE-DAILY-DETAIL
032300       END-IF
032400     ELSE
032500       PERFORM ROUTE-DETAIL
032600       IF WS-ROUTE = 'S' THEN
032700         MOVE HIT-TIMESTAMP TO WHF-HIT-TIMESTAMP
032800         MOVE WS-CUR-DATE TO WHF-HIT-DATE
032900         MOVE HIT-LANG TO WHF-HIT-LANG
033000         MOVE HIT-COOKIE-ALLOWED TO WHF-HIT-COOKIE-ALLOWED
033100         MOVE HIT-PAGE-ID TO WHF-HIT-PAGE-ID
033200         MOVE HIT-REFERRER TO WHF-HIT-REFERRER
033300         MOVE HIT-UTM-SOURCE TO WHF-HIT-UTM-SOURCE
033400         MOVE HIT-UTM-CAMPAIGN TO WHF-HIT-UTM-CAMPAIGN
033500         INSPECT WHF-HIT-REFERRER REPLACING ALL '|' BY '/'
033600         INSPECT WHF-HIT-UTM-SOURCE REPLACING ALL '|' BY '/'
033700         INSPECT WHF-HIT-UTM-CAMPAIGN REPLACING ALL '|' BY '/'
033800         MOVE WHF-HIT-DETAIL TO WS-FEED-LINE
033900         PERFORM WRITE-DETAIL
034000       END-IF
034100     END-IF.
034200     CONTINUE.
034300 EXTRACT-SESSION-LOG.
034400     OPEN INPUT SESSION-LOG-FILE.
034500     IF WS-SESSION-FILE-STATUS = '00' THEN
034600       PERFORM WITH TEST AFTER UNTIL WS-SESSION-FILE-STATUS = '10'
034700         READ SESSION-LOG-FILE
034800           AT END MOVE '10' TO WS-SESSION-FILE-STATUS
034900           NOT AT END PERFORM EXTRACT-ONE-SESSION
035000         END-READ
035100       END-PERFORM
035200       CLOSE SESSION-LOG-FILE
035300     ELSE
035400       IF WS-SESSION-FILE-STATUS NOT = '35' THEN
035500         MOVE 'N' TO WS-FD-SOURCE-OK(2)
035600       END-IF
035700     END-IF.
035800     CONTINUE.
035900 EXTRACT-ONE-SESSION.
036000     MOVE 2 TO WS-FX.
036100     ADD 1 TO WS-FD-READ(2).
036200     MOVE SESS-TIMESTAMP TO WS-CUR-TS.
036300     PERFORM ROUTE-DETAIL.
036400     IF WS-ROUTE = 'S' THEN
036500       MOVE SESS-TIMESTAMP TO WHF-SES-TIMESTAMP
036600       MOVE WS-CUR-DATE TO WHF-SES-DATE
036700       MOVE SESS-VISITOR-ID TO WHF-SES-VISITOR-ID
036800       MOVE SESS-NEW-FLAG TO WHF-SES-NEW-FLAG
036900       MOVE SESS-CONSENT TO WHF-SES-CONSENT
037000       MOVE SESS-POLICY-VERSION TO WHF-SES-POLICY-VERSION
037100       MOVE WHF-SESSION-DETAIL TO WS-FEED-LINE
037200       PERFORM WRITE-DETAIL
037300     END-IF.
037400     CONTINUE.
037500 EXTRACT-AUDIT-LOG.
037600     OPEN INPUT AUDIT-LOG-FILE.
037700     IF WS-AUDIT-FILE-STATUS = '00' THEN
037800       PERFORM WITH TEST AFTER UNTIL WS-AUDIT-FILE-STATUS = '10'
037900         READ AUDIT-LOG-FILE
038000           AT END MOVE '10' TO WS-AUDIT-FILE-STATUS
038100           NOT AT END PERFORM EXTRACT-ONE-AUDIT
038200         END-READ
038300       END-PERFORM
038400       CLOSE AUDIT-LOG-FILE
038500     ELSE
038600       IF WS-AUDIT-FILE-STATUS NOT = '35' THEN
038700         MOVE 'N' TO WS-FD-SOURCE-OK(3)
038800       END-IF
038900     END-IF.
039000     CONTINUE.
039100 EXTRACT-ONE-AUDIT.
039200     MOVE 3 TO WS-FX.
039300     ADD 1 TO WS-FD-READ(3).
039400     MOVE AUDIT-TIMESTAMP TO WS-CUR-TS.
039500     IF AUDIT-TIMESTAMP(9:4) = 'SUMM' THEN
039600       PERFORM ROUTE-SUMMARY
039700       IF WS-ROUTE = 'S' THEN
039800         MOVE 'AUDIT' TO WHF-DLY-SOURCE
039900         MOVE ASUM-DATE TO WHF-DLY-DATE
040000         MOVE ASUM-READ-COUNT TO WHF-DLY-COUNT(1)
040100         MOVE ASUM-FAIL-COUNT TO WHF-DLY-COUNT(2)
040200         MOVE ASUM-ACCEPT-COUNT TO WHF-DLY-COUNT(3)
040300         MOVE ASUM-DENY-COUNT TO WHF-DLY-COUNT(4)
040400         MOVE ASUM-LANG-COUNT TO WHF-DLY-COUNT(5)
040500         MOVE ASUM-INIT-COUNT TO WHF-DLY-COUNT(6)
040600         MOVE ASUM-OTHER-COUNT TO WHF-DLY-COUNT(7)
040700         PERFORM WRITE-DAILY-DETAIL
040800       END-IF
040900     ELSE
041000       PERFORM ROUTE-DETAIL
041100       IF WS-ROUTE = 'S' THEN
041200         MOVE AUDIT-TIMESTAMP TO WHF-AUD-TIMESTAMP
041300         MOVE WS-CUR-DATE TO WHF-AUD-DATE
041400         MOVE AUDIT-EVENT-TYPE TO WHF-AUD-EVENT-TYPE
041500         MOVE AUDIT-OLD-LANG TO WHF-AUD-OLD-LANG
041600         MOVE AUDIT-NEW-LANG TO WHF-AUD-NEW-LANG
041700         MOVE AUDIT-COOKIE-ALLOWED TO WHF-AUD-COOKIE-ALLOWED
041800         MOVE AUDIT-POLICY-VERSION TO WHF-AUD-POLICY-VERSION
041900         MOVE WHF-AUDIT-DETAIL TO WS-FEED-LINE
042000         PERFORM WRITE-DETAIL
042100       END-IF
042200     END-IF.
042300     CONTINUE.
042400 EXTRACT-ERROR-LOG.
042500     OPEN INPUT ERROR-LOG-FILE.
042600     IF WS-ERROR-LOG-STATUS = '00' THEN
042700       PERFORM WITH TEST AFTER UNTIL WS-ERROR-LOG-STATUS = '10'
042800         READ ERROR-LOG-FILE
042900           AT END MOVE '10' TO WS-ERROR-LOG-STATUS
043000           NOT AT END PERFORM EXTRACT-ONE-ERROR
043100         END-READ
043200       END-PERFORM
043300       CLOSE ERROR-LOG-FILE
043400     ELSE
043500       IF WS-ERROR-LOG-STATUS NOT = '35' THEN
043600         MOVE 'N' TO WS-FD-SOURCE-OK(4)
043700       END-IF
043800     END-IF.
043900     CONTINUE.
044000 EXTRACT-ONE-ERROR.
044100     MOVE 4 TO WS-FX.
044200     ADD 1 TO WS-FD-READ(4).
044300     MOVE ERR-TIMESTAMP TO WS-CUR-TS.
044400     PERFORM ROUTE-DETAIL.
044500     IF WS-ROUTE = 'S' THEN
044600       MOVE ERR-TIMESTAMP TO WHF-ERR-TIMESTAMP
044700       MOVE WS-CUR-DATE TO WHF-ERR-DATE
044800       MOVE ERR-COMPONENT TO WHF-ERR-COMPONENT
044900       MOVE ERR-FILE-STATUS TO WHF-ERR-FILE-STATUS
045000       MOVE ERR-DETAIL TO WHF-ERR-DETAIL
045100       INSPECT WHF-ERR-COMPONENT REPLACING ALL '|' BY '/'
045200       INSPECT WHF-ERR-DETAIL REPLACING ALL '|' BY '/'
045300       MOVE WHF-ERROR-DETAIL TO WS-FEED-LINE
045400       PERFORM WRITE-DETAIL
045500     END-IF.
045600     CONTINUE.
045700 ROUTE-DETAIL.
045800*TIMESTAMPS ARE COMPARED DOWN TO THE HUNDREDTH OF A SECOND; THE
045900*UTC OFFSET THAT FOLLOWS IS THE SAME ON EVERY RECORD.
046000     MOVE WS-CUR-TS(1:8) TO WS-CUR-DATE.
046100     IF WS-CUR-TS(1:16) IS NOT NUMERIC THEN
046200       MOVE 'X' TO WS-ROUTE
046300       ADD 1 TO WS-FD-BAD-TS(WS-FX)
046400     ELSE
046500       IF WS-CUR-TS(1:16) < WS-FD-FROM(WS-FX)(1:16) THEN
046600         MOVE 'B' TO WS-ROUTE
046700         ADD 1 TO WS-FD-BEFORE(WS-FX)
046800       ELSE
046900         IF WS-CUR-TS(1:16) NOT < WS-FD-TO(WS-FX)(1:16) THEN
047000           MOVE 'H' TO WS-ROUTE
047100           ADD 1 TO WS-FD-HELD(WS-FX)
047200         ELSE
047300           MOVE 'S' TO WS-ROUTE
047400           ADD 1 TO WS-FD-SELECTED(WS-FX)
047500         END-IF
047600       END-IF
047700     END-IF.
047800     CONTINUE.
047900 ROUTE-SUMMARY.
048000*A SUMM RECORD GOES TO THE DAILY FEED WHEN ITS DATE IS LATER THAN
048100*THE LAST SUMMARY DATE ALREADY DELIVERED.
048200     MOVE WS-CUR-TS(1:8) TO WS-CUR-DATE.
048300     IF WS-CUR-DATE > WS-FD-FROM(5)(1:8) THEN
048400       MOVE 'S' TO WS-ROUTE
048500       ADD 1 TO WS-FD-SUMM-NEW(WS-FX)
048600       ADD 1 TO WS-FD-SELECTED(5)
048700       IF WS-CUR-DATE > WS-DAILY-MAX-DATE THEN
048800         MOVE WS-CUR-DATE TO WS-DAILY-MAX-DATE
048900       END-IF
049000     ELSE
049100       MOVE 'B' TO WS-ROUTE
049200       ADD 1 TO WS-FD-SUMM-OLD(WS-FX)
049300     END-IF.
049400     CONTINUE.
049500 CLEAR-DAILY-COUNTS.
049600     MOVE 0 TO WHF-DLY-COUNT(1).
049700     MOVE 0 TO WHF-DLY-COUNT(2).
049800     MOVE 0 TO WHF-DLY-COUNT(3).
049900     MOVE 0 TO WHF-DLY-COUNT(4).
050000     MOVE 0 TO WHF-DLY-COUNT(5).
050100     MOVE 0 TO WHF-DLY-COUNT(6).
050200     MOVE 0 TO WHF-DLY-COUNT(7).
050300     CONTINUE.
050400 WRITE-DAILY-DETAIL.
050500     MOVE WHF-DAILY-DETAIL TO WS-FEED-LINE.
050600     MOVE 5 TO WS-FX.
050700     PERFORM WRITE-DETAIL.
050800     CONTINUE.
050900 WRITE-DETAIL.
051000*A RECORD COUNTS AS WRITTEN ONLY WHEN ITS WRITE COMES BACK CLEAN.
051100     PERFORM WRITE-FEED-LINE.
051200     IF WS-WRITE-STATUS = '00' THEN
051300       ADD 1 TO WS-FD-WRITTEN(WS-FX)
051400       IF WS-FD-FIRST-DATE(WS-FX) = SPACES
051500           OR WS-CUR-DATE < WS-FD-FIRST-DATE(WS-FX) THEN
051600         MOVE WS-CUR-DATE TO WS-FD-FIRST-DATE(WS-FX)
051700       END-IF
051800       IF WS-CUR-DATE > WS-FD-LAST-DATE(WS-FX) THEN
051900         MOVE WS-CUR-DATE TO WS-FD-LAST-DATE(WS-FX)
052000       END-IF
052100     END-IF.
052200     CONTINUE.
052300 CLOSE-FEEDS.
052400     PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
052500       MOVE WS-FD-NAME(WS-FX) TO WHF-T-FEED
052600       MOVE WS-FD-WRITTEN(WS-FX) TO WHF-T-COUNT
052700       MOVE WS-FD-FIRST-DATE(WS-FX) TO WHF-T-FIRST-DATE
052800       MOVE WS-FD-LAST-DATE(WS-FX) TO WHF-T-LAST-DATE
052900       MOVE WHF-TRAILER-RECORD TO WS-FEED-LINE
053000       PERFORM WRITE-FEED-LINE
053100       IF WS-WRITE-STATUS NOT = '00' THEN
053200         MOVE 'N' TO WS-FD-CTL-OK(WS-FX)
053300       END-IF
053400     END-PERFORM.
053500     CLOSE HIT-FEED-FILE.
053600     CLOSE SESSION-FEED-FILE.
053700     CLOSE AUDIT-FEED-FILE.
053800     CLOSE ERROR-FEED-FILE.
053900     CLOSE DAILY-FEED-FILE.
054000     CONTINUE.
054100 CHECK-CONTROL-TOTALS.
054200*EACH SOURCE LOG: RECORDS READ = SENT + ALREADY SENT + HELD + BAD
054300*TIMESTAMP + SUMM RECORDS (NEW AND ALREADY DELIVERED), AND SENT =
054400*WRITTEN = TRAILER COUNT. THE DAILY FEED: SUMM RECORDS SELECTED
054500*FROM THE HIT AND AUDIT LOGS = WRITTEN.
054600     PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
054700       IF WS-FX < 5 THEN
054800         COMPUTE WS-CHECK-TOTAL = WS-FD-SELECTED(WS-FX)
054900           + WS-FD-BEFORE(WS-FX) + WS-FD-HELD(WS-FX)
055000           + WS-FD-BAD-TS(WS-FX) + WS-FD-SUMM-NEW(WS-FX)
055100           + WS-FD-SUMM-OLD(WS-FX)
055200         IF WS-CHECK-TOTAL NOT = WS-FD-READ(WS-FX) THEN
055300           MOVE 'N' TO WS-FD-TIED(WS-FX)
055400         END-IF
055500         ADD WS-FD-READ(WS-FX) TO WS-TOTAL-READ
055600       END-IF
055700       IF WS-FD-SELECTED(WS-FX) NOT = WS-FD-WRITTEN(WS-FX)
055800           OR WS-FD-CTL-OK(WS-FX) = 'N'
055900           OR WS-FD-SOURCE-OK(WS-FX) = 'N' THEN
056000         MOVE 'N' TO WS-FD-TIED(WS-FX)
056100       END-IF
056200       IF WS-FD-TIED(WS-FX) = 'N' THEN
056300         MOVE 'Y' TO WS-OUT-OF-BALANCE
056400       END-IF
056500       ADD WS-FD-WRITTEN(WS-FX) TO WS-TOTAL-WRITTEN
056600     END-PERFORM.
056700     COMPUTE WS-CHECK-TOTAL = WS-FD-SUMM-NEW(1)
056800       + WS-FD-SUMM-NEW(3).
056900     IF WS-CHECK-TOTAL NOT = WS-FD-SELECTED(5) THEN
057000       MOVE 'N' TO WS-FD-TIED(5)
057100       MOVE 'Y' TO WS-OUT-OF-BALANCE
057200     END-IF.
057300     CONTINUE.
057400 DELIVER-FEEDS.
057500     PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
057600       MOVE SPACES TO WS-STAGE-PATH
057700       STRING 'data/wh-' DELIMITED BY SIZE
057800              WS-FD-STEM(WS-FX) DELIMITED BY SPACE
057900              '.tmp' DELIMITED BY SIZE
058000         INTO WS-STAGE-PATH
058100       MOVE SPACES TO WS-FEED-PATH
058200       STRING 'data/wh-' DELIMITED BY SIZE
058300              WS-FD-STEM(WS-FX) DELIMITED BY SPACE
058400              '-' DELIMITED BY SIZE
058500              WS-TODAY DELIMITED BY SIZE
058600              '.txt' DELIMITED BY SIZE
058700         INTO WS-FEED-PATH
058800       CALL 'CBL_RENAME_FILE' USING WS-STAGE-PATH, WS-FEED-PATH
058900     END-PERFORM.
059000     MOVE 'Y' TO WS-DELIVERED.
059100     CONTINUE.
059200 REWRITE-HIGH-WATER-MARKS.
059300     OPEN OUTPUT HWM-STAGING-FILE.
059400     PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
059500       MOVE WS-FD-NAME(WS-FX) TO WHM-FEED
059600       MOVE WS-TODAY TO WHM-RUN-DATE
059700       MOVE WS-FD-FROM(WS-FX) TO WHM-FROM
059800       MOVE WS-FD-TO(WS-FX) TO WHM-TO
059900       IF WS-FX = 5 THEN
060000         MOVE SPACES TO WHM-TO
060100         MOVE WS-DAILY-MAX-DATE TO WHM-TO(1:8)
060200       END-IF
060300       MOVE WS-FD-WRITTEN(WS-FX) TO WHM-RECORDS
060400       WRITE HWM-STAGING-RECORD FROM WAREHOUSE-HWM-RECORD
060500     END-PERFORM.
060600     CLOSE HWM-STAGING-FILE.
060700     CALL 'CBL_RENAME_FILE' USING 'data/warehouse-hwm.dat.tmp',
060800       'data/warehouse-hwm.dat'.
060900     CONTINUE.
061000 WRITE-REPORT.
061100     OPEN OUTPUT EXTRACT-REPORT-FILE.
061200     MOVE SPACES TO REPORT-LINE.
061300     STRING 'WAREHOUSE EXTRACT - RUN ' DELIMITED BY SIZE
061400            WS-NOW-TS(1:16) DELIMITED BY SIZE
061500       INTO REPORT-LINE.
061600     WRITE REPORT-LINE.
061700     MOVE 'FEED     WINDOW FROM       WINDOW TO' TO REPORT-LINE.
061800     WRITE REPORT-LINE.
061900     PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
062000       MOVE SPACES TO REPORT-LINE
062100       STRING WS-FD-NAME(WS-FX) DELIMITED BY SIZE
062200              ' ' DELIMITED BY SIZE
062300              WS-FD-FROM(WS-FX)(1:16) DELIMITED BY SIZE
062400              ' ' DELIMITED BY SIZE
062500              WS-FD-TO(WS-FX)(1:16) DELIMITED BY SIZE
062600         INTO REPORT-LINE
062700       IF WS-FX = 5 THEN
062800         MOVE SPACES TO REPORT-LINE(27:)
062900         MOVE '(SUMMARY DATES AFTER)' TO REPORT-LINE(27:)
063000       END-IF
063100       WRITE REPORT-LINE
063200     END-PERFORM.
063300     MOVE SPACES TO REPORT-LINE.
063400     WRITE REPORT-LINE.
063500     MOVE 'FEED     READ      SENT      ALREADY   HELD'
063600       TO REPORT-LINE.
063700     MOVE 'SUMM-NEW  SUMM-OLD  BAD-TS    TIES'
063800       TO REPORT-LINE(50:).
063900     WRITE REPORT-LINE.
064000     PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
064100       PERFORM WRITE-ONE-FEED-LINE
064200     END-PERFORM.
064300     MOVE SPACES TO REPORT-LINE.
064400     WRITE REPORT-LINE.
064500     IF WS-OUT-OF-BALANCE = 'Y' THEN
064600       MOVE 'CONTROL TOTALS DO NOT TIE - NO FEED DELIVERED,'
064700         TO REPORT-LINE
064800       MOVE ' HIGH-WATER MARKS NOT MOVED' TO REPORT-LINE(47:)
064900     ELSE
065000       MOVE SPACES TO REPORT-LINE
065100       STRING 'CONTROL TOTALS TIE - FEEDS DELIVERED AS data/wh-*-'
065200                DELIMITED BY SIZE
065300              WS-TODAY DELIMITED BY SIZE
065400              '.txt' DELIMITED BY SIZE
065500         INTO REPORT-LINE
065600     END-IF.
065700     WRITE REPORT-LINE.
065800     CLOSE EXTRACT-REPORT-FILE.
065900     CONTINUE.
066000 WRITE-ONE-FEED-LINE.
066100     MOVE SPACES TO REPORT-LINE.
066200     STRING WS-FD-NAME(WS-FX) DELIMITED BY SIZE
066300            ' ' DELIMITED BY SIZE
066400            WS-FD-READ(WS-FX) DELIMITED BY SIZE
066500            ' ' DELIMITED BY SIZE
066600            WS-FD-WRITTEN(WS-FX) DELIMITED BY SIZE
066700            ' ' DELIMITED BY SIZE
066800            WS-FD-BEFORE(WS-FX) DELIMITED BY SIZE
066900            ' ' DELIMITED BY SIZE
067000            WS-FD-HELD(WS-FX) DELIMITED BY SIZE
067100            ' ' DELIMITED BY SIZE
067200            WS-FD-SUMM-NEW(WS-FX) DELIMITED BY SIZE
067300            ' ' DELIMITED BY SIZE
067400            WS-FD-SUMM-OLD(WS-FX) DELIMITED BY SIZE
067500            ' ' DELIMITED BY SIZE
067600            WS-FD-BAD-TS(WS-FX) DELIMITED BY SIZE
067700            ' ' DELIMITED BY SIZE
067800            WS-FD-TIED(WS-FX) DELIMITED BY SIZE
067900       INTO REPORT-LINE.
068000     IF WS-FD-SOURCE-OK(WS-FX) = 'N' THEN
068100       MOVE 'LOG WOULD NOT OPEN' TO REPORT-LINE(82:)
068200     END-IF.
068300     IF WS-FD-CTL-OK(WS-FX) = 'N' THEN
068400       MOVE 'HDR/TRL WRITE FAILED' TO REPORT-LINE(82:)
068500     END-IF.
068600     WRITE REPORT-LINE.
068700     CONTINUE.
068800*RUN-CONTROL LEDGER - THE JOB BRACKETS ITSELF WITH A START AND
068900*AN END RECORD (SEE RUNCTLREC) SO src/job-monitor.cob CAN
069000*VERIFY THE OVERNIGHT WINDOW RAN COMPLETE, CLEAN AND IN ORDER.
069100 WRITE-RUN-START.
069200     MOVE 'START' TO RUNC-EVENT.
069300     MOVE 0 TO RUNC-RETURN-CODE.
069400     MOVE 0 TO RUNC-RECS-IN.
069500     MOVE 0 TO RUNC-RECS-OUT.
069600     PERFORM WRITE-RUN-CONTROL-REC.
069700     CONTINUE.
069800 WRITE-RUN-END.
069900     MOVE 'END' TO RUNC-EVENT.
070000     MOVE RETURN-CODE TO RUNC-RETURN-CODE.
070100     MOVE WS-TOTAL-READ TO RUNC-RECS-IN.
070200     MOVE WS-TOTAL-WRITTEN TO RUNC-RECS-OUT.
070300     PERFORM WRITE-RUN-CONTROL-REC.
070400     CONTINUE.
070500 WRITE-RUN-CONTROL-REC.
070600     MOVE FUNCTION CURRENT-DATE TO RUNC-TIMESTAMP.
070700     MOVE 'WAREHOUSE-EXTRACT' TO RUNC-JOB-NAME.
070800     OPEN EXTEND RUN-CONTROL-FILE.
070900     IF WS-RUN-CONTROL-STATUS = '35' THEN
071000       OPEN OUTPUT RUN-CONTROL-FILE
071100     END-IF.
071200     WRITE RUN-CONTROL-RECORD.
071300     CLOSE RUN-CONTROL-FILE.
071400     CONTINUE.

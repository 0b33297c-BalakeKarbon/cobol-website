000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SEARCH-ANALYTICS-REPORT.
000300******************************************************************
000400*BATCH JOB. READS data/search-log.txt (ONE SEARCH-LOG-RECORD PER
000500*SEARCH CLICK, WRITTEN BY src/main.cob's ENTRY 'SEARCHSUBMIT')
000600*AND TALLIES EVERY NON-BLANK TERM BY (LANGUAGE, TERM) INTO A
000700*TOP-TERMS RANKING PER LANGUAGE AND A ZERO-RESULT LISTING - THE
000800*TERMS WHOSE SEARCH RENDERED 'No matching pages.' - SO THE
000900*CONTENT TEAM KNOWS WHICH PAGES OR TRANSLATIONS TO WRITE NEXT.
001000*A SEARCH THAT NEVER REACHED THE INDEX (SLOG-INDEX-OK 'N') IS
001100*COUNTED IN THE TOTALS BUT KEPT OFF THE ZERO-RESULT LIST.
001200*WRITTEN TO data/search-analytics-rpt.txt. RUN THIS ON A NIGHTLY
001300*SCHEDULE ALONGSIDE src/page-traffic-report.cob.
001400******************************************************************
001500 ENVIRONMENT DIVISION.
001600 INPUT-OUTPUT SECTION.
001700 FILE-CONTROL.
001800     SELECT SEARCH-LOG-FILE ASSIGN TO "data/search-log.txt"
001900         ORGANIZATION LINE SEQUENTIAL
002000         FILE STATUS WS-SEARCH-LOG-STATUS.
002100     SELECT ANALYTICS-REPORT-FILE ASSIGN TO
002200         "data/search-analytics-rpt.txt"
002300         ORGANIZATION LINE SEQUENTIAL
002400         FILE STATUS WS-REPORT-STATUS.
002500     SELECT RUN-CONTROL-FILE ASSIGN TO
002600         "data/run-control.txt"
002700         ORGANIZATION LINE SEQUENTIAL
002800         FILE STATUS WS-RUN-CONTROL-STATUS.
002810     SELECT BATCH-PARM-FILE ASSIGN TO "data/batch-parms.dat"
002820         FILE STATUS WS-BATCH-PARM-STATUS.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  SEARCH-LOG-FILE.
003200 COPY SRCHLOGREC.
003300 FD  ANALYTICS-REPORT-FILE.
003400 01 REPORT-LINE PIC X(80).
003500 FD  RUN-CONTROL-FILE.
003600 COPY RUNCTLREC.
003610 FD  BATCH-PARM-FILE.
003620 COPY BPARMREC.
003700 WORKING-STORAGE SECTION.
003800 01 WS-RUN-CONTROL-STATUS PIC XX.
003810 01 WS-BATCH-PARM-STATUS PIC XX.
003900 01 WS-SEARCH-LOG-STATUS PIC XX.
004000 01 WS-REPORT-STATUS PIC XX.
004100 01 WS-TERM-TABLE.
004200     05 WS-TERM-COUNT PIC 9(4) VALUE 0.
004300     05 WS-TERM-ENTRY OCCURS 1 TO 2000 TIMES
004400         DEPENDING ON WS-TERM-COUNT.
004500        10 WS-TM-LANG            PIC X(2).
004600        10 WS-TM-TERM            PIC X(20).
004700        10 WS-TM-SEARCHES        PIC 9(6).
004800        10 WS-TM-ZERO            PIC 9(6).
004900*             SEARCHES CARRYING THIS TERM THAT MATCHED NOTHING
005000*             WITH THE INDEX AVAILABLE.
005100 01 WS-TOP-TERMS-PER-LANG PIC 9(3) VALUE 10.
005110*        COMPILED DEFAULT; OVERRIDDEN AT START-UP BY A
005120*        SEARCH-ANALYTICS-REPORT TOP-TERMS-PER-LANG ROW ON
005130*        data/batch-parms.dat (SEE BPARMREC), MAINTAINED BY
005140*        src/parm-maint.cob.
005150 01 WS-TOP-TERMS-SOURCE PIC X(9) VALUE 'DEFAULT'.
005200 01 WS-SEARCH-TOTAL PIC 9(9) VALUE 0.
005300 01 WS-ZERO-TOTAL PIC 9(9) VALUE 0.
005400 01 WS-UNAVAIL-TOTAL PIC 9(9) VALUE 0.
005500 01 WS-BLANK-TOTAL PIC 9(9) VALUE 0.
005600 01 WS-LINES-OUT PIC 9(9) VALUE 0.
005700 01 WS-ZERO-FLAG PIC X.
005800*        'Y' WHEN THE CURRENT SEARCH IS A GENUINE ZERO RESULT.
005900 01 WS-CUR-LANG PIC X(2).
006000 01 WS-LANG-RANK PIC 9(3).
006100 01 WS-FOUND-FLAG PIC X.
006200 01 WS-IDX PIC 9(4).
006300 01 WS-KDX PIC 9.
006400 PROCEDURE DIVISION.
006500 REPORT-MAIN.
006600     PERFORM WRITE-RUN-START.
006610     PERFORM LOAD-BATCH-PARMS.
006700     PERFORM TALLY-SEARCH-LOG.
006800     PERFORM WRITE-REPORT.
006900     DISPLAY 'search-analytics-report complete: '
007000       WS-SEARCH-TOTAL ' search(es), ' WS-ZERO-TOTAL
007100       ' zero-result, ' WS-TERM-COUNT ' distinct term(s).'.
007200     PERFORM WRITE-RUN-END.
007300     STOP RUN.
007400 TALLY-SEARCH-LOG.
007500     OPEN INPUT SEARCH-LOG-FILE.
007600     IF WS-SEARCH-LOG-STATUS = '00' THEN
007700       PERFORM WITH TEST AFTER UNTIL WS-SEARCH-LOG-STATUS = '10'
007800         READ SEARCH-LOG-FILE
007900           AT END MOVE '10' TO WS-SEARCH-LOG-STATUS
008000           NOT AT END PERFORM TALLY-ONE-SEARCH
008100         END-READ
008200       END-PERFORM
008300       CLOSE SEARCH-LOG-FILE
008400     END-IF.
008500     CONTINUE.
008600 TALLY-ONE-SEARCH.
008700     ADD 1 TO WS-SEARCH-TOTAL.
008800     MOVE 'N' TO WS-ZERO-FLAG.
008900     IF SLOG-INDEX-OK NOT = 'Y' THEN
009000       ADD 1 TO WS-UNAVAIL-TOTAL
009100     ELSE
009200       IF SLOG-MATCH-COUNT = 0 THEN
009300         MOVE 'Y' TO WS-ZERO-FLAG
009400         ADD 1 TO WS-ZERO-TOTAL
009500       END-IF
009600     END-IF.
009700     IF SLOG-TERMS = SPACES THEN
009800       ADD 1 TO WS-BLANK-TOTAL
009900     END-IF.
010000     PERFORM VARYING WS-KDX FROM 1 BY 1 UNTIL WS-KDX > 5
010100       IF SLOG-TERM(WS-KDX) NOT = SPACES THEN
010200         PERFORM TALLY-ONE-TERM
010300       END-IF
010400     END-PERFORM.
010500     CONTINUE.
010600 TALLY-ONE-TERM.
010700     MOVE 'N' TO WS-FOUND-FLAG.
010800     PERFORM VARYING WS-IDX FROM 1 BY 1
010900       UNTIL WS-IDX > WS-TERM-COUNT
011000       IF WS-TM-LANG(WS-IDX) = SLOG-LANG
011100           AND WS-TM-TERM(WS-IDX) = SLOG-TERM(WS-KDX) THEN
011200         MOVE 'Y' TO WS-FOUND-FLAG
011300         PERFORM ADD-TERM-COUNT
011400         MOVE WS-TERM-COUNT TO WS-IDX
011500       END-IF
011600     END-PERFORM.
011700     IF WS-FOUND-FLAG = 'N' THEN
011800       IF WS-TERM-COUNT < 2000 THEN
011900         ADD 1 TO WS-TERM-COUNT
012000         MOVE WS-TERM-COUNT TO WS-IDX
012100         MOVE SLOG-LANG TO WS-TM-LANG(WS-IDX)
012200         MOVE SLOG-TERM(WS-KDX) TO WS-TM-TERM(WS-IDX)
012300         MOVE 0 TO WS-TM-SEARCHES(WS-IDX)
012400         MOVE 0 TO WS-TM-ZERO(WS-IDX)
012500         PERFORM ADD-TERM-COUNT
012600       ELSE
012700         DISPLAY 'WARNING: term table full, dropping '
012800           SLOG-LANG ' ' SLOG-TERM(WS-KDX)
012900       END-IF
013000     END-IF.
013100     CONTINUE.
013200 ADD-TERM-COUNT.
013300     ADD 1 TO WS-TM-SEARCHES(WS-IDX).
013400     IF WS-ZERO-FLAG = 'Y' THEN
013500       ADD 1 TO WS-TM-ZERO(WS-IDX)
013600     END-IF.
013700     CONTINUE.
013800 WRITE-REPORT.
013900     OPEN OUTPUT ANALYTICS-REPORT-FILE.
014000     MOVE 'TOP SEARCH TERMS BY LANGUAGE' TO REPORT-LINE.
014100     WRITE REPORT-LINE.
014110     MOVE SPACES TO REPORT-LINE.
014120     STRING 'PARAMETER TOP-TERMS-PER-LANG = ' DELIMITED BY SIZE
014130            WS-TOP-TERMS-PER-LANG DELIMITED BY SIZE
014140            ' (' DELIMITED BY SIZE
014150            WS-TOP-TERMS-SOURCE DELIMITED BY '  '
014160            ')' DELIMITED BY SIZE
014170       INTO REPORT-LINE.
014180     WRITE REPORT-LINE.
014200     MOVE 'LANG TERM                 SEARCHES ZERO-RESULT'
014300       TO REPORT-LINE.
014400     WRITE REPORT-LINE.
014500     IF WS-TERM-COUNT > 0 THEN
014600       SORT WS-TERM-ENTRY ASCENDING KEY WS-TM-LANG
014700         DESCENDING KEY WS-TM-SEARCHES
014800     END-IF.
014900     MOVE SPACES TO WS-CUR-LANG.
015000     MOVE 0 TO WS-LANG-RANK.
015100     PERFORM VARYING WS-IDX FROM 1 BY 1
015200       UNTIL WS-IDX > WS-TERM-COUNT
015300       IF WS-TM-LANG(WS-IDX) NOT = WS-CUR-LANG THEN
015400         MOVE WS-TM-LANG(WS-IDX) TO WS-CUR-LANG
015500         MOVE 0 TO WS-LANG-RANK
015600       END-IF
015700       ADD 1 TO WS-LANG-RANK
015800       IF WS-LANG-RANK NOT > WS-TOP-TERMS-PER-LANG THEN
015900         PERFORM WRITE-ONE-TERM-LINE
016000       END-IF
016100     END-PERFORM.
016200     IF WS-TERM-COUNT = 0 THEN
016300       MOVE 'NO SEARCHES ON FILE.' TO REPORT-LINE
016400       WRITE REPORT-LINE
016500     END-IF.
016600     PERFORM WRITE-ZERO-RESULT-TERMS.
016700     PERFORM WRITE-TOTALS.
016800     CLOSE ANALYTICS-REPORT-FILE.
016900     CONTINUE.
017000 WRITE-ONE-TERM-LINE.
017100     MOVE SPACES TO REPORT-LINE.
017200     STRING WS-TM-LANG(WS-IDX) DELIMITED BY SIZE
017300            '   ' DELIMITED BY SIZE
017400            WS-TM-TERM(WS-IDX) DELIMITED BY SIZE
017500            ' ' DELIMITED BY SIZE
017600            WS-TM-SEARCHES(WS-IDX) DELIMITED BY SIZE
017700            '   ' DELIMITED BY SIZE
017800            WS-TM-ZERO(WS-IDX) DELIMITED BY SIZE
017900       INTO REPORT-LINE.
018000     WRITE REPORT-LINE.
018100     ADD 1 TO WS-LINES-OUT.
018200     CONTINUE.
018300 WRITE-ZERO-RESULT-TERMS.
018400*EVERY TERM THAT CAME BACK EMPTY AT LEAST ONCE, WORST FIRST
018500*WITHIN EACH LANGUAGE - THE CONTENT-GAP WORK LIST.
018600     MOVE SPACES TO REPORT-LINE.
018700     WRITE REPORT-LINE.
018800     MOVE 'ZERO-RESULT TERMS (CONTENT GAPS)' TO REPORT-LINE.
018900     WRITE REPORT-LINE.
019000     MOVE 'LANG TERM                 SEARCHES ZERO-RESULT'
019100       TO REPORT-LINE.
019200     WRITE REPORT-LINE.
019300     IF WS-TERM-COUNT > 0 THEN
019400       SORT WS-TERM-ENTRY ASCENDING KEY WS-TM-LANG
019500         DESCENDING KEY WS-TM-ZERO
019600     END-IF.
019700     MOVE 'N' TO WS-FOUND-FLAG.
019800     PERFORM VARYING WS-IDX FROM 1 BY 1
019900       UNTIL WS-IDX > WS-TERM-COUNT
020000       IF WS-TM-ZERO(WS-IDX) > 0 THEN
020100         MOVE 'Y' TO WS-FOUND-FLAG
020200         PERFORM WRITE-ONE-TERM-LINE
020300       END-IF
020400     END-PERFORM.
020500     IF WS-FOUND-FLAG = 'N' THEN
020600       MOVE 'NO ZERO-RESULT SEARCHES ON FILE.' TO REPORT-LINE
020700       WRITE REPORT-LINE
020800     END-IF.
020900     CONTINUE.
021000 WRITE-TOTALS.
021100     MOVE SPACES TO REPORT-LINE.
021200     WRITE REPORT-LINE.
021300     MOVE SPACES TO REPORT-LINE.
021400     STRING 'SEARCHES: ' DELIMITED BY SIZE
021500            WS-SEARCH-TOTAL DELIMITED BY SIZE
021600            '  ZERO-RESULT: ' DELIMITED BY SIZE
021700            WS-ZERO-TOTAL DELIMITED BY SIZE
021800       INTO REPORT-LINE.
021900     WRITE REPORT-LINE.
022000     MOVE SPACES TO REPORT-LINE.
022100     STRING 'INDEX UNAVAILABLE: ' DELIMITED BY SIZE
022200            WS-UNAVAIL-TOTAL DELIMITED BY SIZE
022300            '  BLANK SEARCHES: ' DELIMITED BY SIZE
022400            WS-BLANK-TOTAL DELIMITED BY SIZE
022500       INTO REPORT-LINE.
022600     WRITE REPORT-LINE.
022700     CONTINUE.
022800*RUN-CONTROL LEDGER - THE JOB BRACKETS ITSELF WITH A START AND
022900*AN END RECORD (SEE RUNCTLREC) SO src/job-monitor.cob CAN
023000*VERIFY THE OVERNIGHT WINDOW RAN COMPLETE, CLEAN AND IN ORDER.
023100 WRITE-RUN-START.
023200     MOVE 'START' TO RUNC-EVENT.
023300     MOVE 0 TO RUNC-RETURN-CODE.
023400     MOVE 0 TO RUNC-RECS-IN.
023500     MOVE 0 TO RUNC-RECS-OUT.
023600     PERFORM WRITE-RUN-CONTROL-REC.
023700     CONTINUE.
023800 WRITE-RUN-END.
023900     MOVE 'END' TO RUNC-EVENT.
024000     MOVE RETURN-CODE TO RUNC-RETURN-CODE.
024100     MOVE WS-SEARCH-TOTAL TO RUNC-RECS-IN.
024200     MOVE WS-LINES-OUT TO RUNC-RECS-OUT.
024300     PERFORM WRITE-RUN-CONTROL-REC.
024400     CONTINUE.
024500 WRITE-RUN-CONTROL-REC.
024600     MOVE FUNCTION CURRENT-DATE TO RUNC-TIMESTAMP.
024700     MOVE 'SEARCH-ANALYTICS-REPORT' TO RUNC-JOB-NAME.
024800     OPEN EXTEND RUN-CONTROL-FILE.
024900     IF WS-RUN-CONTROL-STATUS = '35' THEN
025000       OPEN OUTPUT RUN-CONTROL-FILE
025100     END-IF.
025200     WRITE RUN-CONTROL-RECORD.
025300     CLOSE RUN-CONTROL-FILE.
025400     CONTINUE.
025500*OPERATIONAL SETTINGS - A ROW ON data/batch-parms.dat FOR THIS
025600*JOB REPLACES THE COMPILED DEFAULT; NO FILE, OR NO ROW, LEAVES
025700*THE DEFAULT IN FORCE.
025800 LOAD-BATCH-PARMS.
025900     OPEN INPUT BATCH-PARM-FILE.
026000     IF WS-BATCH-PARM-STATUS = '00' THEN
026100       PERFORM WITH TEST AFTER UNTIL WS-BATCH-PARM-STATUS = '10'
026200         READ BATCH-PARM-FILE
026300           AT END MOVE '10' TO WS-BATCH-PARM-STATUS
026400           NOT AT END
026500             IF BPRM-JOB-NAME = 'SEARCH-ANALYTICS-REPORT'
026600                 AND BPRM-PARM-NAME = 'TOP-TERMS-PER-LANG'
026700                 AND BPRM-NUM-VALUE IS NUMERIC THEN
026800               MOVE BPRM-NUM-VALUE TO WS-TOP-TERMS-PER-LANG
026900               MOVE 'PARM FILE' TO WS-TOP-TERMS-SOURCE
027000             END-IF
027100         END-READ
027200       END-PERFORM
027300       CLOSE BATCH-PARM-FILE
027400     ELSE
027500       IF WS-BATCH-PARM-STATUS NOT = '35' THEN
027600         DISPLAY 'search-analytics-report: parameter file '
027700           'open failed, compiled defaults used.'
027800       END-IF
027900     END-IF.
028000     CONTINUE.

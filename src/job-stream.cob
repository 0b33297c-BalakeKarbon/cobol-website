000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. JOB-STREAM.
000300******************************************************************
000400*NIGHTLY DRIVER FOR THE OVERNIGHT WINDOW. READS THE STREAM
000500*DEFINITION (data/job-stream.txt, SEE JSTRMREC) AND RUNS EACH
000600*STEP'S COMMAND IN FILE ORDER. A STEP IS COMPLETE WHEN ITS JOB
000700*WROTE A START AND A LATER END RECORD TO THE RUN-CONTROL LEDGER
000800*(data/run-control.txt, SEE RUNCTLREC) WITH A RETURN-CODE NO
000900*HIGHER THAN THE STEP'S JS-MAX-RC; A PROGRAM THAT KEEPS NO
001000*LEDGER IS JUDGED ON ITS PROCESS EXIT CODE INSTEAD. A STEP
001100*WHOSE PREREQUISITE DID NOT COMPLETE IS NOT RUN (BLOCKED), AND
001200*NEITHER IS ANYTHING THAT DEPENDS ON IT; STEPS WITH NO SUCH
001300*DEPENDENCY CARRY ON.
001400*
001500*THE DRIVER BRACKETS ITSELF IN THE LEDGER TOO. WHEN ITS LAST RUN
001600*DID NOT END CLEAN AND THAT NIGHT'S CYCLE BEGAN TODAY OR
001700*YESTERDAY, THIS RUN IS A RESTART: EVERY STEP THAT ALREADY
001800*ENDED CLEAN SINCE THE CYCLE BEGAN IS SKIPPED, SO THE STREAM
001900*PICKS UP AT THE STEP THAT FAILED AND CONTACT-TRIAGE OR
002000*LOG-ARCHIVE ARE NEVER RUN TWICE IN ONE NIGHT. EACH STEP'S
002100*OUTCOME GOES TO data/job-stream-rpt.txt; ANY FAILED OR BLOCKED
002200*STEP, OR A BAD DEFINITION FILE, ENDS THE DRIVER WITH
002300*RETURN-CODE 8. src/job-monitor.cob STILL AUDITS THE LEDGER
002400*AFTERWARDS, SO IT IS NOT ITSELF A STEP OF THE STREAM.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT JOB-STREAM-FILE ASSIGN TO "data/job-stream.txt"
003000         ORGANIZATION LINE SEQUENTIAL
003100         FILE STATUS WS-STREAM-STATUS.
003200     SELECT STREAM-REPORT-FILE ASSIGN TO
003300         "data/job-stream-rpt.txt"
003400         ORGANIZATION LINE SEQUENTIAL
003500         FILE STATUS WS-REPORT-STATUS.
003600     SELECT RUN-CONTROL-FILE ASSIGN TO
003700         "data/run-control.txt"
003800         ORGANIZATION LINE SEQUENTIAL
003900         FILE STATUS WS-RUN-CONTROL-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  JOB-STREAM-FILE.
004300 COPY JSTRMREC.
004400 FD  STREAM-REPORT-FILE.
004500 01 REPORT-LINE PIC X(100).
004600 FD  RUN-CONTROL-FILE.
004700 COPY RUNCTLREC.
004800 WORKING-STORAGE SECTION.
004900 01 WS-STREAM-STATUS PIC XX.
005000 01 WS-REPORT-STATUS PIC XX.
005100 01 WS-RUN-CONTROL-STATUS PIC XX.
005200 01 WS-NOW-TS PIC X(21).
005300 01 WS-TODAY PIC X(8).
005400 01 WS-TODAY-NUM PIC 9(8).
005500 01 WS-YDAY-INT PIC 9(9).
005600 01 WS-YDAY-NUM PIC 9(8).
005700 01 WS-YDAY PIC X(8).
005800 01 WS-DEF-ERROR PIC X(60) VALUE SPACES.
005900*        NON-BLANK = THE DEFINITION FILE CANNOT BE TRUSTED AND
006000*        NO STEP IS RUN.
006100 01 WS-STEP-TABLE.
006200     05 WS-STEP-COUNT PIC 9(2) VALUE 0.
006300     05 WS-STEP-ROW OCCURS 40 TIMES.
006400        10 WS-ST-SEQ             PIC X(3).
006500        10 WS-ST-JOB-NAME        PIC X(24).
006600        10 WS-ST-MAX-RC          PIC 9(2).
006700        10 WS-ST-DEP-JOB         PIC X(24) OCCURS 4 TIMES.
006800        10 WS-ST-COMMAND         PIC X(80).
006900        10 WS-ST-STATUS          PIC X(8).
007000*             'OK', 'SKIPPED' (ENDED CLEAN EARLIER THIS NIGHT),
007100*             'FAILED' OR 'BLOCKED'.
007200        10 WS-ST-RC              PIC 9(3).
007300        10 WS-ST-NOTE            PIC X(50).
007400 01 WS-IDX PIC 9(2).
007500 01 WS-JDX PIC 9(2).
007600 01 WS-DDX PIC 9(2).
007700 01 WS-ROW PIC 9(2).
007800*RESTART DETECTION - THE DRIVER'S OWN START/END HISTORY.
007900 01 WS-PREV-CLEAN PIC X VALUE 'Y'.
008000*        'Y' = THE DRIVER'S LAST RUN ENDED WITH RETURN-CODE 0
008100*        (OR IT HAS NEVER RUN), SO THIS RUN BEGINS A NEW CYCLE.
008200 01 WS-CYCLE-START-TS PIC X(21) VALUE SPACES.
008300 01 WS-RESTART PIC X VALUE 'N'.
008400 01 WS-WINDOW-START-TS PIC X(21).
008500*LEDGER SCAN FOR ONE JOB FROM A GIVEN TIMESTAMP ON.
008600 01 WS-SCAN-JOB PIC X(24).
008700 01 WS-SCAN-FROM-TS PIC X(21).
008800 01 WS-FOUND-START PIC X.
008900 01 WS-FOUND-END PIC X.
009000 01 WS-FOUND-START-TS PIC X(21).
009100 01 WS-FOUND-END-TS PIC X(21).
009200 01 WS-FOUND-RC PIC 9(2).
009300 01 WS-LAUNCH-TS PIC X(21).
009400 01 WS-EXIT-STATUS PIC S9(9).
009500 01 WS-EXIT-CODE PIC 9(3).
009600 01 WS-PREREQ-OK PIC X.
009700 01 WS-BLOCKING-JOB PIC X(24).
009800 01 WS-RUN-COUNT PIC 9(2) VALUE 0.
009900 01 WS-OK-COUNT PIC 9(2) VALUE 0.
010000 01 WS-SKIP-COUNT PIC 9(2) VALUE 0.
010100 01 WS-FAIL-COUNT PIC 9(2) VALUE 0.
010200 01 WS-BLOCK-COUNT PIC 9(2) VALUE 0.
010300 PROCEDURE DIVISION.
010400 STREAM-MAIN.
010500     MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS.
010600     MOVE WS-NOW-TS(1:8) TO WS-TODAY.
010700     MOVE WS-NOW-TS(1:8) TO WS-TODAY-NUM.
010800     COMPUTE WS-YDAY-INT =
010900       FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) - 1.
011000     COMPUTE WS-YDAY-NUM =
011100       FUNCTION DATE-OF-INTEGER(WS-YDAY-INT).
011200     MOVE WS-YDAY-NUM TO WS-YDAY.
011300     PERFORM FIND-CYCLE-START.
011400     PERFORM WRITE-RUN-START.
011500     PERFORM LOAD-STREAM-DEFINITION.
011600     OPEN OUTPUT STREAM-REPORT-FILE.
011700     PERFORM WRITE-REPORT-HEADER.
011800     IF WS-DEF-ERROR = SPACES THEN
011900       PERFORM VARYING WS-IDX FROM 1 BY 1
012000         UNTIL WS-IDX > WS-STEP-COUNT
012100         PERFORM RUN-ONE-STEP
012200         PERFORM WRITE-STEP-LINE
012300       END-PERFORM
012400     END-IF.
012500     PERFORM WRITE-SUMMARY.
012600     CLOSE STREAM-REPORT-FILE.
012700     IF WS-DEF-ERROR NOT = SPACES THEN
012800       MOVE 8 TO RETURN-CODE
012900       DISPLAY 'job-stream REJECTED: ' WS-DEF-ERROR
013000     ELSE
013100       IF WS-FAIL-COUNT > 0 OR WS-BLOCK-COUNT > 0 THEN
013200         MOVE 8 TO RETURN-CODE
013300       ELSE
013400         MOVE 0 TO RETURN-CODE
013500       END-IF
013600       DISPLAY 'job-stream complete: ' WS-RUN-COUNT
013700         ' step(s) run, ' WS-SKIP-COUNT ' skipped, '
013800         WS-FAIL-COUNT ' failed, ' WS-BLOCK-COUNT ' blocked.'
013900     END-IF.
014000     PERFORM WRITE-RUN-END.
014100     STOP RUN.
014200 FIND-CYCLE-START.
014300*A CYCLE BEGINS WITH THE FIRST DRIVER START AFTER A CLEAN DRIVER
014400*END. IF THE LATEST CYCLE NEVER ENDED CLEAN AND BEGAN TODAY OR
014500*YESTERDAY, THIS RUN RESTARTS IT; OTHERWISE A NEW CYCLE BEGINS
014600*NOW AND EVERY STEP RUNS.
014700     OPEN INPUT RUN-CONTROL-FILE.
014800     IF WS-RUN-CONTROL-STATUS = '00' THEN
014900       PERFORM WITH TEST AFTER
015000           UNTIL WS-RUN-CONTROL-STATUS = '10'
015100         READ RUN-CONTROL-FILE
015200           AT END MOVE '10' TO WS-RUN-CONTROL-STATUS
015300           NOT AT END
015400             IF RUNC-JOB-NAME = 'JOB-STREAM' THEN
015500               IF RUNC-EVENT = 'START' THEN
015600                 IF WS-PREV-CLEAN = 'Y' THEN
015700                   MOVE RUNC-TIMESTAMP TO WS-CYCLE-START-TS
015800                 END-IF
015900                 MOVE 'N' TO WS-PREV-CLEAN
016000               ELSE
016100                 IF RUNC-RETURN-CODE = 0 THEN
016200                   MOVE 'Y' TO WS-PREV-CLEAN
016300                 ELSE
016400                   MOVE 'N' TO WS-PREV-CLEAN
016500                 END-IF
016600               END-IF
016700             END-IF
016800         END-READ
016900       END-PERFORM
017000       CLOSE RUN-CONTROL-FILE
017100     END-IF.
017200     MOVE WS-NOW-TS TO WS-WINDOW-START-TS.
017300     IF WS-PREV-CLEAN = 'N' THEN
017400       IF WS-CYCLE-START-TS(1:8) = WS-TODAY
017500           OR WS-CYCLE-START-TS(1:8) = WS-YDAY THEN
017600         MOVE 'Y' TO WS-RESTART
017700         MOVE WS-CYCLE-START-TS TO WS-WINDOW-START-TS
017800       END-IF
017900     END-IF.
018000     CONTINUE.
018100 LOAD-STREAM-DEFINITION.
018200     OPEN INPUT JOB-STREAM-FILE.
018300     IF WS-STREAM-STATUS NOT = '00' THEN
018400       MOVE 'STREAM DEFINITION FILE MISSING' TO WS-DEF-ERROR
018500     ELSE
018600       PERFORM WITH TEST AFTER UNTIL WS-STREAM-STATUS = '10'
018700         READ JOB-STREAM-FILE
018800           AT END MOVE '10' TO WS-STREAM-STATUS
018900           NOT AT END
019000             IF WS-DEF-ERROR = SPACES THEN
019100               PERFORM LOAD-ONE-STEP
019200             END-IF
019300         END-READ
019400       END-PERFORM
019500       CLOSE JOB-STREAM-FILE
019600       IF WS-DEF-ERROR = SPACES AND WS-STEP-COUNT = 0 THEN
019700         MOVE 'STREAM DEFINITION FILE EMPTY' TO WS-DEF-ERROR
019800       END-IF
019900     END-IF.
020000     CONTINUE.
020100 LOAD-ONE-STEP.
020200     IF WS-STEP-COUNT >= 40 THEN
020300       MOVE 'MORE THAN 40 STEPS DEFINED' TO WS-DEF-ERROR
020400     END-IF.
020500     IF WS-DEF-ERROR = SPACES THEN
020600       IF JS-STEP-SEQ IS NOT NUMERIC
020700           OR JS-MAX-RC IS NOT NUMERIC
020800           OR JS-JOB-NAME = SPACES
020900           OR JS-COMMAND = SPACES THEN
021000         STRING 'STEP ' DELIMITED BY SIZE
021100                JS-STEP-SEQ DELIMITED BY SIZE
021200                ': SEQ/MAX-RC/JOB/COMMAND INVALID'
021300                  DELIMITED BY SIZE
021400           INTO WS-DEF-ERROR
021500       END-IF
021600     END-IF.
021700     IF WS-DEF-ERROR = SPACES AND WS-STEP-COUNT > 0 THEN
021800       IF JS-STEP-SEQ NOT > WS-ST-SEQ(WS-STEP-COUNT) THEN
021900         STRING 'STEP ' DELIMITED BY SIZE
022000                JS-STEP-SEQ DELIMITED BY SIZE
022100                ': OUT OF SEQUENCE' DELIMITED BY SIZE
022200           INTO WS-DEF-ERROR
022300       END-IF
022400     END-IF.
022500     IF WS-DEF-ERROR = SPACES THEN
022600       PERFORM VARYING WS-DDX FROM 1 BY 1 UNTIL WS-DDX > 4
022700         IF JS-DEP-JOB(WS-DDX) NOT = SPACES THEN
022800           MOVE JS-DEP-JOB(WS-DDX) TO WS-SCAN-JOB
022900           PERFORM FIND-LOADED-STEP
023000           IF WS-ROW = 0 THEN
023100             STRING 'STEP ' DELIMITED BY SIZE
023200                    JS-STEP-SEQ DELIMITED BY SIZE
023300                    ': DEPENDS ON NO EARLIER STEP '
023400                      DELIMITED BY SIZE
023500                    WS-SCAN-JOB DELIMITED BY SPACE
023600               INTO WS-DEF-ERROR
023700             MOVE 4 TO WS-DDX
023800           END-IF
023900         END-IF
024000       END-PERFORM
024100     END-IF.
024200     IF WS-DEF-ERROR = SPACES THEN
024300       ADD 1 TO WS-STEP-COUNT
024400       MOVE JS-STEP-SEQ TO WS-ST-SEQ(WS-STEP-COUNT)
024500       MOVE JS-JOB-NAME TO WS-ST-JOB-NAME(WS-STEP-COUNT)
024600       MOVE JS-MAX-RC TO WS-ST-MAX-RC(WS-STEP-COUNT)
024700       PERFORM VARYING WS-DDX FROM 1 BY 1 UNTIL WS-DDX > 4
024800         MOVE JS-DEP-JOB(WS-DDX)
024900           TO WS-ST-DEP-JOB(WS-STEP-COUNT, WS-DDX)
025000       END-PERFORM
025100       MOVE JS-COMMAND TO WS-ST-COMMAND(WS-STEP-COUNT)
025200       MOVE SPACES TO WS-ST-STATUS(WS-STEP-COUNT)
025300       MOVE 0 TO WS-ST-RC(WS-STEP-COUNT)
025400       MOVE SPACES TO WS-ST-NOTE(WS-STEP-COUNT)
025500     END-IF.
025600     CONTINUE.
025700 FIND-LOADED-STEP.
025800*LOOKS WS-SCAN-JOB UP AMONG THE STEPS LOADED SO FAR INTO WS-ROW.
025900     MOVE 0 TO WS-ROW.
026000     PERFORM VARYING WS-JDX FROM 1 BY 1
026100       UNTIL WS-JDX > WS-STEP-COUNT
026200       IF WS-ST-JOB-NAME(WS-JDX) = WS-SCAN-JOB THEN
026300         MOVE WS-JDX TO WS-ROW
026400         MOVE WS-STEP-COUNT TO WS-JDX
026500       END-IF
026600     END-PERFORM.
026700     CONTINUE.
026800 RUN-ONE-STEP.
026900     PERFORM CHECK-PREREQUISITES.
027000     IF WS-PREREQ-OK = 'N' THEN
027100       MOVE 'BLOCKED' TO WS-ST-STATUS(WS-IDX)
027200       STRING 'PREREQUISITE ' DELIMITED BY SIZE
027300              WS-BLOCKING-JOB DELIMITED BY SPACE
027400              ' DID NOT COMPLETE' DELIMITED BY SIZE
027500         INTO WS-ST-NOTE(WS-IDX)
027600       ADD 1 TO WS-BLOCK-COUNT
027700     ELSE
027800       IF WS-RESTART = 'Y' THEN
027900         MOVE WS-ST-JOB-NAME(WS-IDX) TO WS-SCAN-JOB
028000         MOVE WS-WINDOW-START-TS TO WS-SCAN-FROM-TS
028100         PERFORM SCAN-LEDGER-FOR-JOB
028200         IF WS-FOUND-START = 'Y' AND WS-FOUND-END = 'Y'
028300             AND WS-FOUND-END-TS NOT < WS-FOUND-START-TS
028400             AND WS-FOUND-RC NOT > WS-ST-MAX-RC(WS-IDX) THEN
028500           MOVE 'SKIPPED' TO WS-ST-STATUS(WS-IDX)
028600           MOVE WS-FOUND-RC TO WS-ST-RC(WS-IDX)
028700           MOVE 'ALREADY ENDED CLEAN THIS NIGHT'
028800             TO WS-ST-NOTE(WS-IDX)
028900           ADD 1 TO WS-SKIP-COUNT
029000         END-IF
029100       END-IF
029200       IF WS-ST-STATUS(WS-IDX) = SPACES THEN
029300         PERFORM LAUNCH-STEP
029400       END-IF
029500     END-IF.
029600     CONTINUE.
029700 CHECK-PREREQUISITES.
029800*A PREREQUISITE IS MET WHEN ITS STEP RAN OK THIS TIME OR WAS
029900*SKIPPED AS ALREADY COMPLETE; A FAILED OR BLOCKED ONE BLOCKS.
030000     MOVE 'Y' TO WS-PREREQ-OK.
030100     MOVE SPACES TO WS-BLOCKING-JOB.
030200     PERFORM VARYING WS-DDX FROM 1 BY 1 UNTIL WS-DDX > 4
030300       IF WS-ST-DEP-JOB(WS-IDX, WS-DDX) NOT = SPACES THEN
030400         MOVE WS-ST-DEP-JOB(WS-IDX, WS-DDX) TO WS-SCAN-JOB
030500         PERFORM FIND-LOADED-STEP
030600         IF WS-ROW = 0 THEN
030700           CONTINUE
030800         ELSE
030900           IF WS-ST-STATUS(WS-ROW) NOT = 'OK'
031000               AND WS-ST-STATUS(WS-ROW) NOT = 'SKIPPED' THEN
031100             MOVE 'N' TO WS-PREREQ-OK
031200             MOVE WS-SCAN-JOB TO WS-BLOCKING-JOB
031300             MOVE 4 TO WS-DDX
031400           END-IF
031500         END-IF
031600       END-IF
031700     END-PERFORM.
031800     CONTINUE.
031900 LAUNCH-STEP.
032000*THE SYSTEM SERVICE HANDS BACK THE RAW WAIT STATUS; THE
032100*PROGRAM'S EXIT CODE IS ITS HIGH-ORDER BYTE. IT IS ONLY USED
032200*WHEN THE STEP'S JOB WROTE NOTHING TO THE LEDGER.
032300     MOVE FUNCTION CURRENT-DATE TO WS-LAUNCH-TS.
032400     ADD 1 TO WS-RUN-COUNT.
032500     DISPLAY 'job-stream step ' WS-ST-SEQ(WS-IDX) ': '
032600       WS-ST-JOB-NAME(WS-IDX).
032700     CALL 'SYSTEM' USING WS-ST-COMMAND(WS-IDX).
032800     MOVE RETURN-CODE TO WS-EXIT-STATUS.
032900     MOVE 0 TO RETURN-CODE.
033000     IF WS-EXIT-STATUS < 0 THEN
033100       MOVE 255 TO WS-EXIT-CODE
033200     ELSE
033300       DIVIDE WS-EXIT-STATUS BY 256 GIVING WS-EXIT-CODE
033400     END-IF.
033500     MOVE WS-ST-JOB-NAME(WS-IDX) TO WS-SCAN-JOB.
033600     MOVE WS-LAUNCH-TS TO WS-SCAN-FROM-TS.
033700     PERFORM SCAN-LEDGER-FOR-JOB.
033800     IF WS-FOUND-START = 'N' THEN
033900       MOVE WS-EXIT-CODE TO WS-ST-RC(WS-IDX)
034000       MOVE 'NO LEDGER RECORDS - JUDGED ON EXIT CODE'
034100         TO WS-ST-NOTE(WS-IDX)
034200       IF WS-EXIT-CODE > WS-ST-MAX-RC(WS-IDX) THEN
034300         MOVE 'FAILED' TO WS-ST-STATUS(WS-IDX)
034400       ELSE
034500         MOVE 'OK' TO WS-ST-STATUS(WS-IDX)
034600       END-IF
034700     ELSE
034800       IF WS-FOUND-END = 'N'
034900           OR WS-FOUND-END-TS < WS-FOUND-START-TS THEN
035000         MOVE WS-EXIT-CODE TO WS-ST-RC(WS-IDX)
035100         MOVE 'FAILED' TO WS-ST-STATUS(WS-IDX)
035200         MOVE 'STARTED BUT WROTE NO END RECORD'
035300           TO WS-ST-NOTE(WS-IDX)
035400       ELSE
035500         MOVE WS-FOUND-RC TO WS-ST-RC(WS-IDX)
035600         IF WS-FOUND-RC > WS-ST-MAX-RC(WS-IDX) THEN
035700           MOVE 'FAILED' TO WS-ST-STATUS(WS-IDX)
035800           MOVE 'RETURN-CODE OVER STEP MAXIMUM'
035900             TO WS-ST-NOTE(WS-IDX)
036000         ELSE
036100           MOVE 'OK' TO WS-ST-STATUS(WS-IDX)
036200         END-IF
036300       END-IF
036400     END-IF.
036500     IF WS-ST-STATUS(WS-IDX) = 'OK' THEN
036600       ADD 1 TO WS-OK-COUNT
036700     ELSE
036800       ADD 1 TO WS-FAIL-COUNT
036900     END-IF.
037000     CONTINUE.
037100 SCAN-LEDGER-FOR-JOB.
037200*LATEST START AND LATEST END OF WS-SCAN-JOB STAMPED AT OR AFTER
037300*WS-SCAN-FROM-TS - LATEST WINS, AS IN src/job-monitor.cob.
037400     MOVE 'N' TO WS-FOUND-START.
037500     MOVE 'N' TO WS-FOUND-END.
037600     MOVE SPACES TO WS-FOUND-START-TS.
037700     MOVE SPACES TO WS-FOUND-END-TS.
037800     MOVE 0 TO WS-FOUND-RC.
037900     OPEN INPUT RUN-CONTROL-FILE.
038000     IF WS-RUN-CONTROL-STATUS = '00' THEN
038100       PERFORM WITH TEST AFTER
038200           UNTIL WS-RUN-CONTROL-STATUS = '10'
038300         READ RUN-CONTROL-FILE
038400           AT END MOVE '10' TO WS-RUN-CONTROL-STATUS
038500           NOT AT END
038600             IF RUNC-JOB-NAME = WS-SCAN-JOB
038700                 AND RUNC-TIMESTAMP(1:16)
038800                   NOT < WS-SCAN-FROM-TS(1:16) THEN
038900               IF RUNC-EVENT = 'START' THEN
039000                 MOVE 'Y' TO WS-FOUND-START
039100                 MOVE RUNC-TIMESTAMP TO WS-FOUND-START-TS
039200               ELSE
039300                 MOVE 'Y' TO WS-FOUND-END
039400                 MOVE RUNC-TIMESTAMP TO WS-FOUND-END-TS
039500                 MOVE RUNC-RETURN-CODE TO WS-FOUND-RC
039600               END-IF
039700             END-IF
039800         END-READ
039900       END-PERFORM
040000       CLOSE RUN-CONTROL-FILE
040100     END-IF.
040200     CONTINUE.
040300 WRITE-REPORT-HEADER.
040400     MOVE 'NIGHTLY JOB-STREAM RUN' TO REPORT-LINE.
040500     WRITE REPORT-LINE.
040600     MOVE SPACES TO REPORT-LINE.
040700     IF WS-RESTART = 'Y' THEN
040800       STRING 'RESTART OF THE CYCLE BEGUN ' DELIMITED BY SIZE
040900              WS-WINDOW-START-TS(1:8) DELIMITED BY SIZE
041000              ' ' DELIMITED BY SIZE
041100              WS-WINDOW-START-TS(9:6) DELIMITED BY SIZE
041200              ' - STEPS ALREADY ENDED CLEAN ARE SKIPPED'
041300                DELIMITED BY SIZE
041400         INTO REPORT-LINE
041500     ELSE
041600       STRING 'NEW CYCLE BEGUN ' DELIMITED BY SIZE
041700              WS-WINDOW-START-TS(1:8) DELIMITED BY SIZE
041800              ' ' DELIMITED BY SIZE
041900              WS-WINDOW-START-TS(9:6) DELIMITED BY SIZE
042000         INTO REPORT-LINE
042100     END-IF.
042200     WRITE REPORT-LINE.
042300     IF WS-DEF-ERROR NOT = SPACES THEN
042400       MOVE SPACES TO REPORT-LINE
042500       STRING 'REJECTED: ' DELIMITED BY SIZE
042600              WS-DEF-ERROR DELIMITED BY SIZE
042700         INTO REPORT-LINE
042800       WRITE REPORT-LINE
042900     END-IF.
043000     CONTINUE.
043100 WRITE-STEP-LINE.
043200     MOVE SPACES TO REPORT-LINE.
043300     STRING 'STEP ' DELIMITED BY SIZE
043400            WS-ST-SEQ(WS-IDX) DELIMITED BY SIZE
043500            ' ' DELIMITED BY SIZE
043600            WS-ST-JOB-NAME(WS-IDX) DELIMITED BY SIZE
043700            ' ' DELIMITED BY SIZE
043800            WS-ST-STATUS(WS-IDX) DELIMITED BY SIZE
043900            ' RC=' DELIMITED BY SIZE
044000            WS-ST-RC(WS-IDX) DELIMITED BY SIZE
044100            ' ' DELIMITED BY SIZE
044200            WS-ST-NOTE(WS-IDX) DELIMITED BY SIZE
044300       INTO REPORT-LINE.
044400     WRITE REPORT-LINE.
044500     CONTINUE.
044600 WRITE-SUMMARY.
044700     MOVE SPACES TO REPORT-LINE.
044800     STRING 'STEPS DEFINED: ' DELIMITED BY SIZE
044900            WS-STEP-COUNT DELIMITED BY SIZE
045000            '  RUN: ' DELIMITED BY SIZE
045100            WS-RUN-COUNT DELIMITED BY SIZE
045200            '  OK: ' DELIMITED BY SIZE
045300            WS-OK-COUNT DELIMITED BY SIZE
045400            '  SKIPPED: ' DELIMITED BY SIZE
045500            WS-SKIP-COUNT DELIMITED BY SIZE
045600            '  FAILED: ' DELIMITED BY SIZE
045700            WS-FAIL-COUNT DELIMITED BY SIZE
045800            '  BLOCKED: ' DELIMITED BY SIZE
045900            WS-BLOCK-COUNT DELIMITED BY SIZE
046000       INTO REPORT-LINE.
046100     WRITE REPORT-LINE.
046200     CONTINUE.
046300*RUN-CONTROL LEDGER - THE JOB BRACKETS ITSELF WITH A START AND
046400*AN END RECORD (SEE RUNCTLREC) SO src/job-monitor.cob CAN
046500*VERIFY THE OVERNIGHT WINDOW RAN COMPLETE, CLEAN AND IN ORDER.
046600 WRITE-RUN-START.
046700     MOVE 'START' TO RUNC-EVENT.
046800     MOVE 0 TO RUNC-RETURN-CODE.
046900     MOVE 0 TO RUNC-RECS-IN.
047000     MOVE 0 TO RUNC-RECS-OUT.
047100     PERFORM WRITE-RUN-CONTROL-REC.
047200     CONTINUE.
047300 WRITE-RUN-END.
047400     MOVE 'END' TO RUNC-EVENT.
047500     MOVE RETURN-CODE TO RUNC-RETURN-CODE.
047600     MOVE WS-STEP-COUNT TO RUNC-RECS-IN.
047700     MOVE WS-OK-COUNT TO RUNC-RECS-OUT.
047800     PERFORM WRITE-RUN-CONTROL-REC.
047900     CONTINUE.
048000 WRITE-RUN-CONTROL-REC.
048100     MOVE FUNCTION CURRENT-DATE TO RUNC-TIMESTAMP.
048200     MOVE 'JOB-STREAM' TO RUNC-JOB-NAME.
048300     OPEN EXTEND RUN-CONTROL-FILE.
048400     IF WS-RUN-CONTROL-STATUS = '35' THEN
048500       OPEN OUTPUT RUN-CONTROL-FILE
048600     END-IF.
048700     WRITE RUN-CONTROL-RECORD.
048800     CLOSE RUN-CONTROL-FILE.
048900     CONTINUE.

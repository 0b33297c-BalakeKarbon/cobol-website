000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PARM-MAINT.
000300******************************************************************
000400*BATCH JOB. APPLIES A TRANSACTION FILE OF ADD/UPDATE/DELETE
000500*ACTIONS (data/batch-parm-trans.txt, SEE BPTRANREC) AGAINST THE
000600*BATCH-PARAMETER CONTROL FILE (data/batch-parms.dat, SEE BPARMREC)
000700*SO A RETENTION PERIOD, THRESHOLD, TOLERANCE OR THE MORNING
000800*CHECK'S REQUIRED-JOB LIST CAN BE CHANGED WITHOUT A REBUILD. EACH
000900*TRANSACTION IS VALIDATED AGAINST THE LIST OF PARAMETERS THE JOBS
001000*ACTUALLY READ - AN UNKNOWN JOB OR PARAMETER NAME, A NON-NUMERIC
001100*OR OUT-OF-RANGE VALUE, A DUPLICATE KEY ON ADD OR A MISSING KEY ON
001200*UPDATE/DELETE IS REJECTED TO data/batch-parm-err.txt; APPLIED
001300*CHANGES ARE LISTED WITH THEIR OLD AND NEW VALUES IN
001400*data/batch-parm-applied.txt FOR THE OPS LOG. THE FILE IS
001500*REWRITTEN TO A STAGING FILE THEN RENAMED OVER THE LIVE FILE, AS
001600*src/master-maint.cob DOES FOR THE MASTERS, AND ONLY ONCE THE
001700*RENAME IS DONE ARE THE CHANGES APPENDED TO
001800*data/batch-parm-history.txt (SEE BPHISTREC). RUN ON DEMAND.
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT PARM-TRANS-FILE ASSIGN TO
002400         "data/batch-parm-trans.txt"
002500         ORGANIZATION LINE SEQUENTIAL
002600         FILE STATUS WS-TRANS-STATUS.
002700     SELECT BATCH-PARM-FILE ASSIGN TO "data/batch-parms.dat"
002800         FILE STATUS WS-BATCH-PARM-STATUS.
002900     SELECT PARM-STAGING-FILE ASSIGN TO
003000         "data/batch-parms.dat.tmp"
003100         FILE STATUS WS-PARM-STAGING-STATUS.
003200     SELECT ERR-REPORT-FILE ASSIGN TO
003300         "data/batch-parm-err.txt"
003400         ORGANIZATION LINE SEQUENTIAL
003500         FILE STATUS WS-ERR-REPORT-STATUS.
003600     SELECT APPLIED-REPORT-FILE ASSIGN TO
003700         "data/batch-parm-applied.txt"
003800         ORGANIZATION LINE SEQUENTIAL
003900         FILE STATUS WS-APPLIED-REPORT-STATUS.
004000     SELECT RUN-CONTROL-FILE ASSIGN TO
004100         "data/run-control.txt"
004200         ORGANIZATION LINE SEQUENTIAL
004300         FILE STATUS WS-RUN-CONTROL-STATUS.
004400     SELECT HIST-PEND-FILE ASSIGN TO
004500         "data/batch-parm-hist.tmp"
004600         ORGANIZATION LINE SEQUENTIAL
004700         FILE STATUS WS-HIST-PEND-STATUS.
004800     SELECT PARM-HISTORY-FILE ASSIGN TO
004900         "data/batch-parm-history.txt"
005000         ORGANIZATION LINE SEQUENTIAL
005100         FILE STATUS WS-HISTORY-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  PARM-TRANS-FILE.
005500 COPY BPTRANREC.
005600 FD  BATCH-PARM-FILE.
005700 COPY BPARMREC.
005800 FD  PARM-STAGING-FILE.
005900 01 PARM-STAGING-RECORD PIC X(89).
006000 FD  ERR-REPORT-FILE.
006100 01 ERR-REPORT-LINE PIC X(100).
006200 FD  APPLIED-REPORT-FILE.
006300 01 APPLIED-REPORT-LINE PIC X(100).
006400 FD  RUN-CONTROL-FILE.
006500 COPY RUNCTLREC.
006600 FD  HIST-PEND-FILE.
006700 01 HIST-PEND-RECORD PIC X(119).
006800 FD  PARM-HISTORY-FILE.
006900 COPY BPHISTREC.
007000 WORKING-STORAGE SECTION.
007100 01 WS-RUN-CONTROL-STATUS PIC XX.
007200 01 WS-TRANS-STATUS PIC XX.
007300 01 WS-BATCH-PARM-STATUS PIC XX.
007400 01 WS-PARM-STAGING-STATUS PIC XX.
007500 01 WS-ERR-REPORT-STATUS PIC XX.
007600 01 WS-APPLIED-REPORT-STATUS PIC XX.
007700 01 WS-HIST-PEND-STATUS PIC XX.
007800 01 WS-HISTORY-STATUS PIC XX.
007900*THE CONTROL FILE IS HELD IN STORAGE AS FULL RECORD IMAGES; THE
008000*FD RECORD AREA (BPARMREC) IS THE STRUCTURED VIEW.
008100 01 WS-PARM-TABLE.
008200     05 WS-PARM-COUNT PIC 9(3) VALUE 0.
008300     05 WS-PARM-IMG OCCURS 200 TIMES PIC X(89).
008400*THE PARAMETERS THE JOBS READ. A SLOT PARAMETER ('S') IS A NAME
008500*PREFIX FOLLOWED BY A TWO-DIGIT SLOT NUMBER 01-40 AND CARRIES A
008600*JOB NAME; A NUMERIC ONE ('N') MUST LIE BETWEEN ITS LIMITS. KEEP
008700*IN STEP WITH THE LIST IN BPARMREC.
008800 01 WS-DICT-TABLE.
008900     05 WS-DICT-COUNT PIC 9(2) VALUE 0.
009000     05 WS-DICT-ROW OCCURS 20 TIMES.
009100        10 WS-PD-JOB             PIC X(24).
009200        10 WS-PD-NAME            PIC X(20).
009300        10 WS-PD-NAME-LEN        PIC 9(2).
009400        10 WS-PD-TYPE            PIC X.
009500        10 WS-PD-MIN             PIC 9(9).
009600        10 WS-PD-MAX             PIC 9(9).
009700 01 WS-IDX PIC 9(3).
009800 01 WS-HIT-IDX PIC 9(3).
009900*        ROW MATCHING THE TRANSACTION KEY, 0 = NOT ON FILE.
010000 01 WS-DICT-IDX PIC 9(2).
010100 01 WS-DICT-ROW-NO PIC 9(2).
010200 01 WS-SLOT-POS PIC 9(2).
010300 01 WS-SLOT-NUM PIC 9(2).
010400 01 WS-DIGIT-COUNT PIC 9(2).
010500 01 WS-NUM-VALUE PIC 9(9).
010600 01 WS-OLD-VALUE PIC X(24).
010700 01 WS-NEW-VALUE PIC X(24).
010800 01 WS-TRANS-KEY PIC X(44).
010900 01 WS-REJECT-REASON PIC X(40).
011000 01 WS-TRANS-COUNT PIC 9(5) VALUE 0.
011100 01 WS-APPLIED-COUNT PIC 9(5) VALUE 0.
011200 01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
011300 01 WS-NOW-TS PIC X(21).
011400 01 WS-LOAD-OVERFLOW PIC X VALUE 'N'.
011500 01 WS-LOAD-FAILED PIC X VALUE 'N'.
011600*        SAME ABORT DISCIPLINE AS src/master-maint.cob: A FILE
011700*        LARGER THAN THE TABLE OR AN OPEN THAT FAILS WITH A STATUS
011800*        OTHER THAN '35' STOPS THE JOB BEFORE THE REWRITE COULD
011900*        TRUNCATE OR EMPTY IT.
012000 01 WS-WRITE-OK-COUNT PIC 9(3).
012100 01 WS-REWRITE-FAILED PIC X VALUE 'N'.
012200 01 WS-HIST-POSTED PIC 9(5) VALUE 0.
012300 PROCEDURE DIVISION.
012400 PARM-MAINT-MAIN.
012500     PERFORM WRITE-RUN-START.
012600     MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS.
012700     PERFORM BUILD-PARM-DICTIONARY.
012800     PERFORM LOAD-BATCH-PARMS.
012900     IF WS-LOAD-OVERFLOW = 'Y' OR WS-LOAD-FAILED = 'Y' THEN
013000       DISPLAY 'parm-maint ABORTED: data/batch-parms.dat would '
013100         'not open or exceeds table capacity, no changes applied.'
013200       MOVE 8 TO RETURN-CODE
013300       PERFORM WRITE-RUN-END
013400       STOP RUN
013500     END-IF.
013600     PERFORM OPEN-REPORTS.
013700     PERFORM APPLY-TRANSACTIONS.
013800     PERFORM CLOSE-REPORTS.
013900     PERFORM REWRITE-BATCH-PARMS.
014000     IF WS-REWRITE-FAILED = 'Y' THEN
014100       MOVE 8 TO RETURN-CODE
014200       DISPLAY 'parm-maint ABORTED: staged rewrite '
014300         'incomplete, live parameter file kept.'
014400     ELSE
014500       PERFORM POST-PARM-HISTORY
014600       DISPLAY 'parm-maint complete: ' WS-TRANS-COUNT
014700         ' transaction(s), ' WS-APPLIED-COUNT ' applied, '
014800         WS-REJECT-COUNT ' rejected.'
014900     END-IF.
015000     PERFORM WRITE-RUN-END.
015100     STOP RUN.
015200 BUILD-PARM-DICTIONARY.
015300     MOVE 11 TO WS-DICT-COUNT.
015400     MOVE 'CONTACT-TRIAGE' TO WS-PD-JOB(1).
015500     MOVE 'RETENTION-DAYS' TO WS-PD-NAME(1).
015600     MOVE 'N' TO WS-PD-TYPE(1).
015700     MOVE 1 TO WS-PD-MIN(1).
015800     MOVE 3650 TO WS-PD-MAX(1).
015900     MOVE 'LOG-ARCHIVE' TO WS-PD-JOB(2).
016000     MOVE 'RETENTION-DAYS' TO WS-PD-NAME(2).
016100     MOVE 'N' TO WS-PD-TYPE(2).
016200     MOVE 1 TO WS-PD-MIN(2).
016300     MOVE 3650 TO WS-PD-MAX(2).
016400     MOVE 'ERROR-RATE-REPORT' TO WS-PD-JOB(3).
016500     MOVE 'SPIKE-THRESHOLD' TO WS-PD-NAME(3).
016600     MOVE 'N' TO WS-PD-TYPE(3).
016700     MOVE 0 TO WS-PD-MIN(3).
016800     MOVE 9999 TO WS-PD-MAX(3).
016900     MOVE 'LOG-RECONCILE-REPORT' TO WS-PD-JOB(4).
017000     MOVE 'RECON-TOLERANCE' TO WS-PD-NAME(4).
017100     MOVE 'N' TO WS-PD-TYPE(4).
017200     MOVE 0 TO WS-PD-MIN(4).
017300     MOVE 999 TO WS-PD-MAX(4).
017400     MOVE 'CONTACT-SCREEN' TO WS-PD-JOB(5).
017500     MOVE 'SPAM-THRESHOLD' TO WS-PD-NAME(5).
017600     MOVE 'N' TO WS-PD-TYPE(5).
017700     MOVE 0 TO WS-PD-MIN(5).
017800     MOVE 9999 TO WS-PD-MAX(5).
017900     MOVE 'JOB-MONITOR' TO WS-PD-JOB(6).
018000     MOVE 'REQUIRED-JOB-' TO WS-PD-NAME(6).
018100     MOVE 13 TO WS-PD-NAME-LEN(6).
018200     MOVE 'S' TO WS-PD-TYPE(6).
018300     MOVE 1 TO WS-PD-MIN(6).
018400     MOVE 40 TO WS-PD-MAX(6).
018500     MOVE 'JOB-MONITOR' TO WS-PD-JOB(7).
018600     MOVE 'REQUIRED-PRED-' TO WS-PD-NAME(7).
018700     MOVE 14 TO WS-PD-NAME-LEN(7).
018800     MOVE 'S' TO WS-PD-TYPE(7).
018900     MOVE 1 TO WS-PD-MIN(7).
019000     MOVE 40 TO WS-PD-MAX(7).
019010     MOVE 'NAV-PATH-REPORT' TO WS-PD-JOB(8).
019014     MOVE 'VISIT-GAP-MINUTES' TO WS-PD-NAME(8).
019018     MOVE 'N' TO WS-PD-TYPE(8).
019022     MOVE 1 TO WS-PD-MIN(8).
019026     MOVE 1440 TO WS-PD-MAX(8).
019030     MOVE 'NAV-PATH-REPORT' TO WS-PD-JOB(9).
019034     MOVE 'PAIR-TOLERANCE-CS' TO WS-PD-NAME(9).
019038     MOVE 'N' TO WS-PD-TYPE(9).
019042     MOVE 0 TO WS-PD-MIN(9).
019046     MOVE 9999 TO WS-PD-MAX(9).
019050     MOVE 'NAV-PATH-REPORT' TO WS-PD-JOB(10).
019054     MOVE 'TOP-N' TO WS-PD-NAME(10).
019058     MOVE 'N' TO WS-PD-TYPE(10).
019062     MOVE 1 TO WS-PD-MIN(10).
019066     MOVE 999 TO WS-PD-MAX(10).
019070     MOVE 'SEARCH-ANALYTICS-REPORT' TO WS-PD-JOB(11).
019074     MOVE 'TOP-TERMS-PER-LANG' TO WS-PD-NAME(11).
019078     MOVE 'N' TO WS-PD-TYPE(11).
019082     MOVE 1 TO WS-PD-MIN(11).
019086     MOVE 999 TO WS-PD-MAX(11).
019100     PERFORM VARYING WS-DICT-IDX FROM 1 BY 1
019150       UNTIL WS-DICT-IDX > WS-DICT-COUNT
019160       IF WS-PD-TYPE(WS-DICT-IDX) = 'N' THEN
019200         MOVE 20 TO WS-PD-NAME-LEN(WS-DICT-IDX)
019250       END-IF
019300     END-PERFORM.
019400     CONTINUE.
019500 LOAD-BATCH-PARMS.
019600     OPEN INPUT BATCH-PARM-FILE.
019700     IF WS-BATCH-PARM-STATUS = '00' THEN
019800       PERFORM WITH TEST AFTER UNTIL WS-BATCH-PARM-STATUS = '10'
019900         READ BATCH-PARM-FILE
020000           AT END MOVE '10' TO WS-BATCH-PARM-STATUS
020100           NOT AT END
020200             IF WS-PARM-COUNT < 200 THEN
020300               ADD 1 TO WS-PARM-COUNT
020400               MOVE BATCH-PARM-RECORD
020500                 TO WS-PARM-IMG(WS-PARM-COUNT)
020600             ELSE
020700               MOVE 'Y' TO WS-LOAD-OVERFLOW
020800             END-IF
020900         END-READ
021000       END-PERFORM
021100       CLOSE BATCH-PARM-FILE
021200     ELSE
021300       IF WS-BATCH-PARM-STATUS NOT = '35' THEN
021400         MOVE 'Y' TO WS-LOAD-FAILED
021500       END-IF
021600     END-IF.
021700     CONTINUE.
021800 OPEN-REPORTS.
021900     OPEN OUTPUT ERR-REPORT-FILE.
022000     MOVE 'REJECTED PARAMETER TRANSACTIONS' TO ERR-REPORT-LINE.
022100     WRITE ERR-REPORT-LINE.
022200     OPEN OUTPUT APPLIED-REPORT-FILE.
022300     MOVE 'APPLIED PARAMETER TRANSACTIONS' TO APPLIED-REPORT-LINE.
022400     WRITE APPLIED-REPORT-LINE.
022500     OPEN OUTPUT HIST-PEND-FILE.
022600     CONTINUE.
022700 CLOSE-REPORTS.
022800     CLOSE ERR-REPORT-FILE.
022900     CLOSE APPLIED-REPORT-FILE.
023000     CLOSE HIST-PEND-FILE.
023100     CONTINUE.
023200 APPLY-TRANSACTIONS.
023300     OPEN INPUT PARM-TRANS-FILE.
023400     IF WS-TRANS-STATUS = '00' THEN
023500       PERFORM WITH TEST AFTER UNTIL WS-TRANS-STATUS = '10'
023600         READ PARM-TRANS-FILE
023700           AT END MOVE '10' TO WS-TRANS-STATUS
023800           NOT AT END PERFORM APPLY-ONE-TRANSACTION
023900         END-READ
024000       END-PERFORM
024100       CLOSE PARM-TRANS-FILE
024200     ELSE
024300       DISPLAY 'parm-maint: no transaction file, nothing to do.'
024400     END-IF.
024500     CONTINUE.
024600 APPLY-ONE-TRANSACTION.
024700     ADD 1 TO WS-TRANS-COUNT.
024800     MOVE SPACES TO WS-REJECT-REASON.
024900     MOVE SPACES TO WS-OLD-VALUE.
025000     MOVE SPACES TO WS-NEW-VALUE.
025100     MOVE SPACES TO WS-TRANS-KEY.
025200     STRING BPT-JOB-NAME DELIMITED BY SIZE
025300            BPT-PARM-NAME DELIMITED BY SIZE
025400       INTO WS-TRANS-KEY.
025500     IF BPT-ACTION NOT = 'ADD' AND BPT-ACTION NOT = 'UPDATE'
025600         AND BPT-ACTION NOT = 'DELETE' THEN
025700       MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
025800     END-IF.
025900     IF WS-REJECT-REASON = SPACES THEN
026000       PERFORM FIND-DICTIONARY-ROW
026100       IF WS-DICT-ROW-NO = 0 THEN
026200         MOVE 'UNKNOWN JOB OR PARAMETER' TO WS-REJECT-REASON
026300       END-IF
026400     END-IF.
026500     IF WS-REJECT-REASON = SPACES
026600         AND BPT-ACTION NOT = 'DELETE' THEN
026700       PERFORM VALIDATE-VALUE
026800     END-IF.
026900     IF WS-REJECT-REASON = SPACES THEN
027000       PERFORM FIND-PARM-ROW
027100       EVALUATE BPT-ACTION
027200         WHEN 'ADD'
027300           IF WS-HIT-IDX NOT = 0 THEN
027400             MOVE 'DUPLICATE KEY ON ADD' TO WS-REJECT-REASON
027500           ELSE
027600             IF WS-PARM-COUNT >= 200 THEN
027700               MOVE 'PARAMETER TABLE FULL' TO WS-REJECT-REASON
027800             ELSE
027900               ADD 1 TO WS-PARM-COUNT
028000               MOVE WS-PARM-COUNT TO WS-HIT-IDX
028100               PERFORM MOVE-PARM-FIELDS
028200             END-IF
028300           END-IF
028400         WHEN 'UPDATE'
028500           IF WS-HIT-IDX = 0 THEN
028600             MOVE 'KEY NOT ON FILE' TO WS-REJECT-REASON
028700           ELSE
028800             MOVE WS-PARM-IMG(WS-HIT-IDX) TO BATCH-PARM-RECORD
028900             MOVE BPRM-VALUE TO WS-OLD-VALUE
029000             PERFORM MOVE-PARM-FIELDS
029100           END-IF
029200         WHEN 'DELETE'
029300           IF WS-HIT-IDX = 0 THEN
029400             MOVE 'KEY NOT ON FILE' TO WS-REJECT-REASON
029500           ELSE
029600             MOVE WS-PARM-IMG(WS-HIT-IDX) TO BATCH-PARM-RECORD
029700             MOVE BPRM-VALUE TO WS-OLD-VALUE
029800             PERFORM REMOVE-PARM-ROW
029900           END-IF
030000       END-EVALUATE
030100     END-IF.
030200     IF WS-REJECT-REASON = SPACES THEN
030300       ADD 1 TO WS-APPLIED-COUNT
030400       PERFORM WRITE-APPLIED-LINE
030500       PERFORM WRITE-HIST-PEND-REC
030600     ELSE
030700       ADD 1 TO WS-REJECT-COUNT
030800       PERFORM WRITE-REJECT-LINE
030900     END-IF.
031000     CONTINUE.
031100 FIND-DICTIONARY-ROW.
031200     MOVE 0 TO WS-DICT-ROW-NO.
031300     PERFORM VARYING WS-DICT-IDX FROM 1 BY 1
031400       UNTIL WS-DICT-IDX > WS-DICT-COUNT
031500       IF WS-PD-JOB(WS-DICT-IDX) = BPT-JOB-NAME THEN
031600         IF WS-PD-TYPE(WS-DICT-IDX) = 'S' THEN
031700           PERFORM MATCH-SLOT-NAME
031800         ELSE
031900           IF WS-PD-NAME(WS-DICT-IDX) = BPT-PARM-NAME THEN
032000             MOVE WS-DICT-IDX TO WS-DICT-ROW-NO
032100           END-IF
032200         END-IF
032300         IF WS-DICT-ROW-NO NOT = 0 THEN
032400           MOVE WS-DICT-COUNT TO WS-DICT-IDX
032500         END-IF
032600       END-IF
032700     END-PERFORM.
032800     CONTINUE.
032900 MATCH-SLOT-NAME.
033000*PREFIX, THEN A TWO-DIGIT SLOT WITHIN THE ROW'S LIMITS, THEN
033100*NOTHING BUT SPACES.
033200     IF BPT-PARM-NAME(1:WS-PD-NAME-LEN(WS-DICT-IDX))
033300         = WS-PD-NAME(WS-DICT-IDX)
033400             (1:WS-PD-NAME-LEN(WS-DICT-IDX)) THEN
033500       COMPUTE WS-SLOT-POS = WS-PD-NAME-LEN(WS-DICT-IDX) + 1
033600       IF BPT-PARM-NAME(WS-SLOT-POS:2) IS NUMERIC THEN
033700         MOVE BPT-PARM-NAME(WS-SLOT-POS:2) TO WS-SLOT-NUM
033800         IF WS-SLOT-NUM NOT < WS-PD-MIN(WS-DICT-IDX)
033900             AND WS-SLOT-NUM NOT > WS-PD-MAX(WS-DICT-IDX)
034000             AND BPT-PARM-NAME(WS-SLOT-POS + 2:) = SPACES THEN
034100           MOVE WS-DICT-IDX TO WS-DICT-ROW-NO
034200         END-IF
034300       END-IF
034400     END-IF.
034500     CONTINUE.
034600 VALIDATE-VALUE.
034700*A NUMERIC VALUE IS KEYED AS LEFT-JUSTIFIED DIGITS AND STORED
034800*ZERO-PADDED (SEE BPARMREC); A JOB NAME IS STORED AS KEYED.
034900     MOVE SPACES TO WS-NEW-VALUE.
035000     IF WS-PD-TYPE(WS-DICT-ROW-NO) = 'S' THEN
035100       IF BPT-VALUE NOT = SPACES AND BPT-VALUE(1:1) = SPACE THEN
035200         MOVE 'JOB NAME NOT LEFT-JUSTIFIED' TO WS-REJECT-REASON
035300       ELSE
035400         MOVE BPT-VALUE TO WS-NEW-VALUE
035500       END-IF
035600     ELSE
035700       MOVE 0 TO WS-DIGIT-COUNT
035800       INSPECT BPT-VALUE TALLYING WS-DIGIT-COUNT
035900         FOR CHARACTERS BEFORE INITIAL SPACE
036000       IF WS-DIGIT-COUNT = 0 OR WS-DIGIT-COUNT > 9 THEN
036100         MOVE 'VALUE NOT NUMERIC' TO WS-REJECT-REASON
036200       ELSE
036300         IF BPT-VALUE(1:WS-DIGIT-COUNT) IS NOT NUMERIC
036400             OR BPT-VALUE(WS-DIGIT-COUNT + 1:) NOT = SPACES THEN
036500           MOVE 'VALUE NOT NUMERIC' TO WS-REJECT-REASON
036600         ELSE
036700           MOVE BPT-VALUE(1:WS-DIGIT-COUNT) TO WS-NUM-VALUE
036800           IF WS-NUM-VALUE < WS-PD-MIN(WS-DICT-ROW-NO)
036900               OR WS-NUM-VALUE > WS-PD-MAX(WS-DICT-ROW-NO) THEN
037000             MOVE 'VALUE OUT OF RANGE' TO WS-REJECT-REASON
037100           ELSE
037200             MOVE WS-NUM-VALUE TO WS-NEW-VALUE(1:9)
037300           END-IF
037400         END-IF
037500       END-IF
037600     END-IF.
037700     CONTINUE.
037800 FIND-PARM-ROW.
037900     MOVE 0 TO WS-HIT-IDX.
038000     PERFORM VARYING WS-IDX FROM 1 BY 1
038100       UNTIL WS-IDX > WS-PARM-COUNT
038200       IF WS-PARM-IMG(WS-IDX)(1:44) = WS-TRANS-KEY THEN
038300         MOVE WS-IDX TO WS-HIT-IDX
038400         MOVE WS-PARM-COUNT TO WS-IDX
038500       END-IF
038600     END-PERFORM.
038700     CONTINUE.
038800 MOVE-PARM-FIELDS.
038900     MOVE SPACES TO BATCH-PARM-RECORD.
039000     MOVE BPT-JOB-NAME TO BPRM-JOB-NAME.
039100     MOVE BPT-PARM-NAME TO BPRM-PARM-NAME.
039200     MOVE WS-NEW-VALUE TO BPRM-VALUE.
039300     MOVE WS-NOW-TS TO BPRM-CHANGED-TS.
039400     MOVE BATCH-PARM-RECORD TO WS-PARM-IMG(WS-HIT-IDX).
039500     CONTINUE.
039600 REMOVE-PARM-ROW.
039700     PERFORM VARYING WS-IDX FROM WS-HIT-IDX BY 1
039800       UNTIL WS-IDX >= WS-PARM-COUNT
039900       MOVE WS-PARM-IMG(WS-IDX + 1) TO WS-PARM-IMG(WS-IDX)
040000     END-PERFORM.
040100     SUBTRACT 1 FROM WS-PARM-COUNT.
040200     CONTINUE.
040300 WRITE-APPLIED-LINE.
040400     MOVE SPACES TO APPLIED-REPORT-LINE.
040500     STRING BPT-ACTION DELIMITED BY SIZE
040600            ' ' DELIMITED BY SIZE
040700            BPT-JOB-NAME DELIMITED BY SPACE
040800            ' ' DELIMITED BY SIZE
040900            BPT-PARM-NAME DELIMITED BY SPACE
041000            ' OLD=' DELIMITED BY SIZE
041100            WS-OLD-VALUE DELIMITED BY '  '
041200            ' NEW=' DELIMITED BY SIZE
041300            WS-NEW-VALUE DELIMITED BY '  '
041400       INTO APPLIED-REPORT-LINE.
041500     WRITE APPLIED-REPORT-LINE.
041600     CONTINUE.
041700 WRITE-REJECT-LINE.
041800     MOVE SPACES TO ERR-REPORT-LINE.
041900     STRING BPT-ACTION DELIMITED BY SIZE
042000            ' ' DELIMITED BY SIZE
042100            BPT-JOB-NAME DELIMITED BY SPACE
042200            ' ' DELIMITED BY SIZE
042300            BPT-PARM-NAME DELIMITED BY SPACE
042400            ' VALUE=' DELIMITED BY SIZE
042500            BPT-VALUE DELIMITED BY '  '
042600            ' REASON=' DELIMITED BY SIZE
042700            WS-REJECT-REASON DELIMITED BY SIZE
042800       INTO ERR-REPORT-LINE.
042900     WRITE ERR-REPORT-LINE.
043000     CONTINUE.
043100 WRITE-HIST-PEND-REC.
043200*AN UPDATE REPEATING THE CURRENT VALUE IS NOT A CHANGE AND
043300*LEAVES NO HISTORY.
043400     IF BPT-ACTION NOT = 'UPDATE'
043500         OR WS-OLD-VALUE NOT = WS-NEW-VALUE THEN
043600       MOVE WS-NOW-TS TO BPH-TIMESTAMP
043700       MOVE BPT-ACTION TO BPH-ACTION
043800       MOVE BPT-JOB-NAME TO BPH-JOB-NAME
043900       MOVE BPT-PARM-NAME TO BPH-PARM-NAME
044000       MOVE WS-OLD-VALUE TO BPH-OLD-VALUE
044100       MOVE WS-NEW-VALUE TO BPH-NEW-VALUE
044200       MOVE PARM-HISTORY-RECORD TO HIST-PEND-RECORD
044300       WRITE HIST-PEND-RECORD
044400     END-IF.
044500     CONTINUE.
044600 REWRITE-BATCH-PARMS.
044700     MOVE 0 TO WS-WRITE-OK-COUNT.
044800     OPEN OUTPUT PARM-STAGING-FILE.
044900     PERFORM VARYING WS-IDX FROM 1 BY 1
045000       UNTIL WS-IDX > WS-PARM-COUNT
045100       MOVE WS-PARM-IMG(WS-IDX) TO PARM-STAGING-RECORD
045200       WRITE PARM-STAGING-RECORD
045300       IF WS-PARM-STAGING-STATUS = '00' THEN
045400         ADD 1 TO WS-WRITE-OK-COUNT
045500       END-IF
045600     END-PERFORM.
045700     CLOSE PARM-STAGING-FILE.
045800     IF WS-WRITE-OK-COUNT = WS-PARM-COUNT THEN
045900       CALL 'CBL_RENAME_FILE' USING 'data/batch-parms.dat.tmp',
046000         'data/batch-parms.dat'
046100     ELSE
046200       MOVE 'Y' TO WS-REWRITE-FAILED
046300     END-IF.
046400     CONTINUE.
046500 POST-PARM-HISTORY.
046600*MOVES THE RUN'S PENDING CHANGES ONTO THE HISTORY FILE - ONLY
046700*PERFORMED ONCE THE REWRITTEN FILE IS IN PLACE.
046800     OPEN INPUT HIST-PEND-FILE.
046900     IF WS-HIST-PEND-STATUS = '00' THEN
047000       OPEN EXTEND PARM-HISTORY-FILE
047100       IF WS-HISTORY-STATUS = '35' THEN
047200         OPEN OUTPUT PARM-HISTORY-FILE
047300       END-IF
047400       PERFORM WITH TEST AFTER UNTIL WS-HIST-PEND-STATUS = '10'
047500         READ HIST-PEND-FILE
047600           AT END MOVE '10' TO WS-HIST-PEND-STATUS
047700           NOT AT END
047800             MOVE HIST-PEND-RECORD TO PARM-HISTORY-RECORD
047900             WRITE PARM-HISTORY-RECORD
048000             ADD 1 TO WS-HIST-POSTED
048100         END-READ
048200       END-PERFORM
048300       CLOSE HIST-PEND-FILE
048400       CLOSE PARM-HISTORY-FILE
048500     END-IF.
048600     CONTINUE.
048700*RUN-CONTROL LEDGER - THE JOB BRACKETS ITSELF WITH A START AND
048800*AN END RECORD (SEE RUNCTLREC) SO src/job-monitor.cob CAN
048900*VERIFY THE OVERNIGHT WINDOW RAN COMPLETE, CLEAN AND IN ORDER.
049000 WRITE-RUN-START.
049100     MOVE 'START' TO RUNC-EVENT.
049200     MOVE 0 TO RUNC-RETURN-CODE.
049300     MOVE 0 TO RUNC-RECS-IN.
049400     MOVE 0 TO RUNC-RECS-OUT.
049500     PERFORM WRITE-RUN-CONTROL-REC.
049600     CONTINUE.
049700 WRITE-RUN-END.
049800     MOVE 'END' TO RUNC-EVENT.
049900     MOVE RETURN-CODE TO RUNC-RETURN-CODE.
050000     MOVE WS-TRANS-COUNT TO RUNC-RECS-IN.
050100     MOVE WS-APPLIED-COUNT TO RUNC-RECS-OUT.
050200     PERFORM WRITE-RUN-CONTROL-REC.
050300     CONTINUE.
050400 WRITE-RUN-CONTROL-REC.
050500     MOVE FUNCTION CURRENT-DATE TO RUNC-TIMESTAMP.
050600     MOVE 'PARM-MAINT' TO RUNC-JOB-NAME.
050700     OPEN EXTEND RUN-CONTROL-FILE.
050800     IF WS-RUN-CONTROL-STATUS = '35' THEN
050900       OPEN OUTPUT RUN-CONTROL-FILE
051000     END-IF.
051100     WRITE RUN-CONTROL-RECORD.
051200     CLOSE RUN-CONTROL-FILE.
051300     CONTINUE.

002500         "data/run-control.txt"
002600         ORGANIZATION LINE SEQUENTIAL
002700         FILE STATUS WS-RUN-CONTROL-STATUS.
002710     SELECT BATCH-PARM-FILE ASSIGN TO "data/batch-parms.dat"
002720         FILE STATUS WS-BATCH-PARM-STATUS.
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD  ERROR-LOG-FILE.
003300 01 REPORT-LINE PIC X(100).
003400 FD  RUN-CONTROL-FILE.
003500 COPY RUNCTLREC.
003510 FD  BATCH-PARM-FILE.
003520 COPY BPARMREC.
003600 WORKING-STORAGE SECTION.
003700 01 WS-ERROR-LOG-STATUS PIC XX.
003800 01 WS-REPORT-STATUS PIC XX.
003900 01 WS-RUN-CONTROL-STATUS PIC XX.
003910 01 WS-BATCH-PARM-STATUS PIC XX.
004000 01 WS-SPIKE-THRESHOLD PIC 9(4) VALUE 10.
004100*        EVENTS PER COMPONENT PER DAY ABOVE WHICH A LINE IS
004200*        FLAGGED - A HANDFUL OF ICON FALLBACKS IS WEATHER, A
004300*        MASTER FAILING ON EVERY PAGE LOAD IS A DEPLOY FAULT.
004310*        COMPILED DEFAULT; OVERRIDDEN AT START-UP BY AN
004320*        ERROR-RATE-REPORT SPIKE-THRESHOLD ROW ON
004330*        data/batch-parms.dat (SEE BPARMREC), MAINTAINED BY
004340*        src/parm-maint.cob.
004350 01 WS-SPIKE-SOURCE PIC X(9) VALUE 'DEFAULT'.
004400 01 WS-RATE-TABLE.
004500     05 WS-RATE-COUNT PIC 9(4) VALUE 0.
004600     05 WS-RATE-ROW OCCURS 1 TO 2000 TIMES
005800 PROCEDURE DIVISION.
005900 REPORT-MAIN.
006000     PERFORM WRITE-RUN-START.
006001     PERFORM LOAD-BATCH-PARMS.
006010     MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS.
006020     MOVE WS-NOW-TS(1:8) TO WS-TODAY.
006030     MOVE WS-NOW-TS(1:8) TO WS-TODAY-NUM.
011500     OPEN OUTPUT RATE-REPORT-FILE.
011600     MOVE 'DAILY ERROR EVENTS PER COMPONENT' TO REPORT-LINE.
011700     WRITE REPORT-LINE.
011710     MOVE SPACES TO REPORT-LINE.
011720     STRING 'PARAMETER SPIKE-THRESHOLD = ' DELIMITED BY SIZE
011730            WS-SPIKE-THRESHOLD DELIMITED BY SIZE
011740            ' (' DELIMITED BY SIZE
011750            WS-SPIKE-SOURCE DELIMITED BY '  '
011760            ')' DELIMITED BY SIZE
011770       INTO REPORT-LINE.
011780     WRITE REPORT-LINE.
011800     MOVE 'DATE     COMPONENT            COUNT  FLAG'
011900       TO REPORT-LINE.
012000     WRITE REPORT-LINE.
017700     WRITE RUN-CONTROL-RECORD.
017800     CLOSE RUN-CONTROL-FILE.
017900     CONTINUE.
018000*OPERATIONAL SETTINGS - A ROW ON data/batch-parms.dat FOR THIS
018100*JOB REPLACES THE COMPILED DEFAULT; NO FILE, OR NO ROW, LEAVES
018200*THE DEFAULT IN FORCE.
018300 LOAD-BATCH-PARMS.
018400     OPEN INPUT BATCH-PARM-FILE.
018500     IF WS-BATCH-PARM-STATUS = '00' THEN
018600       PERFORM WITH TEST AFTER UNTIL WS-BATCH-PARM-STATUS = '10'
018700         READ BATCH-PARM-FILE
018800           AT END MOVE '10' TO WS-BATCH-PARM-STATUS
018900           NOT AT END
019000             IF BPRM-JOB-NAME = 'ERROR-RATE-REPORT'
019100                 AND BPRM-PARM-NAME = 'SPIKE-THRESHOLD'
019200                 AND BPRM-NUM-VALUE IS NUMERIC THEN
019300               MOVE BPRM-NUM-VALUE TO WS-SPIKE-THRESHOLD
019400               MOVE 'PARM FILE' TO WS-SPIKE-SOURCE
019500             END-IF
019600         END-READ
019700       END-PERFORM
019800       CLOSE BATCH-PARM-FILE
019900     ELSE
020000       IF WS-BATCH-PARM-STATUS NOT = '35' THEN
020100         DISPLAY 'error-rate-report: parameter file open '
020200           'failed, compiled defaults used.'
020300       END-IF
020400     END-IF.
020500     CONTINUE.

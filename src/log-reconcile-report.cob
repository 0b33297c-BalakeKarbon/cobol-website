002802         "data/run-control.txt"
002803         ORGANIZATION LINE SEQUENTIAL
002804         FILE STATUS WS-RUN-CONTROL-STATUS.
002805     SELECT BATCH-PARM-FILE ASSIGN TO "data/batch-parms.dat"
002806         FILE STATUS WS-BATCH-PARM-STATUS.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  HIT-LOG-FILE.
003600 01 REPORT-LINE PIC X(80).
003601 FD  RUN-CONTROL-FILE.
003602 COPY RUNCTLREC.
003603 FD  BATCH-PARM-FILE.
003604 COPY BPARMREC.
003700 WORKING-STORAGE SECTION.
003701 01 WS-RUN-CONTROL-STATUS PIC XX.
003702 01 WS-BATCH-PARM-STATUS PIC XX.
003800 01 WS-HIT-FILE-STATUS PIC XX.
003900 01 WS-AUDIT-FILE-STATUS PIC XX.
004000 01 WS-REPORT-STATUS PIC XX.
004100 01 WS-RECON-TOLERANCE PIC 9(3) VALUE 0.
004200*        MAXIMUM ACCEPTED ABSOLUTE HIT-MINUS-AUDIT DIFFERENCE
004300*        PER DAY BEFORE THE DAY IS FLAGGED.
004310*        COMPILED DEFAULT; OVERRIDDEN AT START-UP BY A
004320*        LOG-RECONCILE-REPORT RECON-TOLERANCE ROW ON
004330*        data/batch-parms.dat (SEE BPARMREC), MAINTAINED BY
004340*        src/parm-maint.cob.
004350 01 WS-TOLERANCE-SOURCE PIC X(9) VALUE 'DEFAULT'.
004400 01 WS-DAY-TABLE.
004500     05 WS-DAY-COUNT PIC 9(5) VALUE 0.
004600     05 WS-DAY-ENTRY OCCURS 1 TO 3660 TIMES
006400 PROCEDURE DIVISION.
006500 RECON-MAIN.
006501     PERFORM WRITE-RUN-START.
006502     PERFORM LOAD-BATCH-PARMS.
006600     PERFORM TALLY-HIT-LOG.
006700     PERFORM TALLY-AUDIT-LOG.
006800     PERFORM WRITE-REPORT.
014900     OPEN OUTPUT RECON-REPORT-FILE.
015000     MOVE 'DAILY HIT-VERSUS-AUDIT RECONCILIATION' TO REPORT-LINE.
015100     WRITE REPORT-LINE.
015110     MOVE SPACES TO REPORT-LINE.
015120     STRING 'PARAMETER RECON-TOLERANCE = ' DELIMITED BY SIZE
015130            WS-RECON-TOLERANCE DELIMITED BY SIZE
015140            ' (' DELIMITED BY SIZE
015150            WS-TOLERANCE-SOURCE DELIMITED BY '  '
015160            ')' DELIMITED BY SIZE
015170       INTO REPORT-LINE.
015180     WRITE REPORT-LINE.
015200     MOVE 'DATE     HITS   RD+FAIL   DIFF    FAIL-RATE%  FLAG'
015300       TO REPORT-LINE.
015400     WRITE REPORT-LINE.
020750     WRITE RUN-CONTROL-RECORD.
020760     CLOSE RUN-CONTROL-FILE.
020770     CONTINUE.
020780*OPERATIONAL SETTINGS - A ROW ON data/batch-parms.dat FOR THIS
020790*JOB REPLACES THE COMPILED DEFAULT; NO FILE, OR NO ROW, LEAVES
020800*THE DEFAULT IN FORCE.
020810 LOAD-BATCH-PARMS.
020820     OPEN INPUT BATCH-PARM-FILE.
020830     IF WS-BATCH-PARM-STATUS = '00' THEN
020840       PERFORM WITH TEST AFTER UNTIL WS-BATCH-PARM-STATUS = '10'
020850         READ BATCH-PARM-FILE
020860           AT END MOVE '10' TO WS-BATCH-PARM-STATUS
020870           NOT AT END
020880             IF BPRM-JOB-NAME = 'LOG-RECONCILE-REPORT'
020890                 AND BPRM-PARM-NAME = 'RECON-TOLERANCE'
020900                 AND BPRM-NUM-VALUE IS NUMERIC THEN
020910               MOVE BPRM-NUM-VALUE TO WS-RECON-TOLERANCE
020920               MOVE 'PARM FILE' TO WS-TOLERANCE-SOURCE
020930             END-IF
020940         END-READ
020950       END-PERFORM
020960       CLOSE BATCH-PARM-FILE
020970     ELSE
020980       IF WS-BATCH-PARM-STATUS NOT = '35' THEN
020990         DISPLAY 'log-reconcile-report: parameter file open '
021000           'failed, compiled defaults used.'
021010       END-IF
021020     END-IF.
021030     CONTINUE.

000700*THAT EVERY REQUIRED NIGHTLY JOB STARTED, FINISHED, ENDED WITH
000800*RETURN-CODE ZERO AND RAN IN SEQUENCE (CONTENT-PUBLISH BEFORE
000900*SITE-EXPORT, MASTER-MAINT BEFORE MASTER-VALIDATE,
001000*CONTACT-TRIAGE BEFORE CONTACT-SCREEN BEFORE
001050*CONTACT-AGING-REPORT AND CONTACT-OUTBOUND). ANY OTHER JOB
001100*SEEN IN THE WINDOW - THE MONTHLY LOG-ARCHIVE AND
001200*MONTHLY-KPI-REPORT RUNS, A MANUAL SEED-DATA - IS ALSO SWEPT
001300*FOR A FAILED OR UNFINISHED EXECUTION. FINDINGS GO TO
001400*data/job-monitor-rpt.txt AND ANY FINDING ENDS THE CHECK WITH
001500*RETURN-CODE 8. THIS PROGRAM ONLY READS THE LEDGER - IT IS THE
001600*AUDITOR, NOT ANOTHER AUDITEE.
001610*THE REQUIRED-JOB LIST BUILT BELOW IS THE COMPILED DEFAULT;
001620*JOB-MONITOR REQUIRED-JOB-nn / REQUIRED-PRED-nn ROWS ON
001630*data/batch-parms.dat (SEE BPARMREC) REPLACE, ADD OR REMOVE
001640*INDIVIDUAL SLOTS, AND THE EFFECTIVE LIST HEADS THE REPORT.
001700******************************************************************
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002500         "data/job-monitor-rpt.txt"
002600         ORGANIZATION LINE SEQUENTIAL
002700         FILE STATUS WS-REPORT-STATUS.
002710     SELECT BATCH-PARM-FILE ASSIGN TO "data/batch-parms.dat"
002720         FILE STATUS WS-BATCH-PARM-STATUS.
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD  RUN-CONTROL-FILE.
003100 COPY RUNCTLREC.
003200 FD  MONITOR-REPORT-FILE.
003300 01 REPORT-LINE PIC X(100).
003310 FD  BATCH-PARM-FILE.
003320 COPY BPARMREC.
003400 WORKING-STORAGE SECTION.
003500 01 WS-RUN-CONTROL-STATUS PIC XX.
003600 01 WS-REPORT-STATUS PIC XX.
003610 01 WS-BATCH-PARM-STATUS PIC XX.
003700 01 WS-NOW-TS PIC X(21).
003800 01 WS-TODAY PIC X(8).
003900 01 WS-TODAY-NUM PIC 9(8).
005600*             SO THE GENERIC SWEEP DOES NOT REPEAT IT.
005700 01 WS-REQUIRED-TABLE.
005800     05 WS-REQ-COUNT PIC 9(2) VALUE 0.
005900     05 WS-REQ-ROW OCCURS 40 TIMES.
006000        10 WS-RQ-NAME            PIC X(24).
006100        10 WS-RQ-PRED            PIC X(24).
006200*             JOB THAT MUST HAVE ENDED BEFORE THIS ONE STARTS;
006300*             SPACES = NO ORDERING CONSTRAINT.
006310        10 WS-RQ-SOURCE          PIC X(9).
006320*             'DEFAULT', OR 'PARM FILE' WHEN EITHER FIELD OF
006330*             THE SLOT CAME FROM data/batch-parms.dat.
006400 01 WS-IDX PIC 9(3).
006500 01 WS-JDX PIC 9(3).
006600 01 WS-ROW PIC 9(3).
006700 01 WS-PRED-ROW PIC 9(3).
006800 01 WS-FINDING-COUNT PIC 9(3) VALUE 0.
006810 01 WS-SLOT-NO PIC 9(2).
006900 PROCEDURE DIVISION.
007000 MONITOR-MAIN.
007100     MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS.
007700       FUNCTION DATE-OF-INTEGER(WS-YDAY-INT).
007800     MOVE WS-YDAY-NUM TO WS-YDAY.
007900     PERFORM BUILD-REQUIRED-TABLE.
007910     PERFORM LOAD-BATCH-PARMS.
008000     PERFORM LOAD-RUN-CONTROL.
008100     OPEN OUTPUT MONITOR-REPORT-FILE.
008200     MOVE 'OVERNIGHT JOB-MONITOR FINDINGS' TO REPORT-LINE.
008300     WRITE REPORT-LINE.
008310     PERFORM WRITE-PARAMETER-LINES.
008400     PERFORM VARYING WS-IDX FROM 1 BY 1
008500       UNTIL WS-IDX > WS-REQ-COUNT
008510       IF WS-RQ-NAME(WS-IDX) NOT = SPACES THEN
008600         PERFORM CHECK-ONE-REQUIRED-JOB
008610       END-IF
008700     END-PERFORM.
008800     PERFORM SWEEP-OTHER-JOBS.
008900     PERFORM WRITE-SUMMARY.
009500     END-IF.
009600     STOP RUN.
009700 BUILD-REQUIRED-TABLE.
009800     PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 40
009900       MOVE SPACES TO WS-RQ-NAME(WS-IDX)
010000       MOVE SPACES TO WS-RQ-PRED(WS-IDX)
010050       MOVE 'DEFAULT' TO WS-RQ-SOURCE(WS-IDX)
010100     END-PERFORM.
010200     MOVE 24 TO WS-REQ-COUNT.
010300     MOVE 'CONTENT-PUBLISH' TO WS-RQ-NAME(1).
010400     MOVE 'MASTER-MAINT' TO WS-RQ-NAME(2).
010500     MOVE 'CONTACT-TRIAGE' TO WS-RQ-NAME(3).
011100     MOVE 'PAGE-TRAFFIC-REPORT' TO WS-RQ-NAME(9).
011200     MOVE 'TRANS-EXC-REPORT' TO WS-RQ-NAME(10).
011300     MOVE 'CONTACT-AGING-REPORT' TO WS-RQ-NAME(11).
011400     MOVE 'CONTACT-SCREEN' TO WS-RQ-PRED(11).
011500     MOVE 'MASTER-VALIDATE' TO WS-RQ-NAME(12).
011600     MOVE 'MASTER-MAINT' TO WS-RQ-PRED(12).
011700     MOVE 'PERCENT-SCAN' TO WS-RQ-NAME(13).
011900     MOVE 'CONTENT-PUBLISH' TO WS-RQ-PRED(14).
012000     MOVE 'SEARCH-INDEX-BUILD' TO WS-RQ-NAME(15).
012010     MOVE 'ERROR-RATE-REPORT' TO WS-RQ-NAME(16).
012020     MOVE 'SEARCH-ANALYTICS-REPORT' TO WS-RQ-NAME(17).
012030     MOVE 'JOB-STREAM' TO WS-RQ-NAME(18).
012040     MOVE 'ACQUISITION-REPORT' TO WS-RQ-NAME(19).
012050     MOVE 'NAV-PATH-REPORT' TO WS-RQ-NAME(20).
012060     MOVE 'POLICY-CONSENT-REPORT' TO WS-RQ-NAME(21).
012070     MOVE 'CONTACT-SCREEN' TO WS-RQ-NAME(22).
012080     MOVE 'CONTACT-TRIAGE' TO WS-RQ-PRED(22).
012090     MOVE 'CONTACT-OUTBOUND' TO WS-RQ-NAME(23).
012095     MOVE 'CONTACT-SCREEN' TO WS-RQ-PRED(23).
012097     MOVE 'WAREHOUSE-EXTRACT' TO WS-RQ-NAME(24).
012100     CONTINUE.
012200 LOAD-RUN-CONTROL.
012300     OPEN INPUT RUN-CONTROL-FILE.
032800       WRITE REPORT-LINE
032900     END-IF.
033000     CONTINUE.
033100*OPERATIONAL SETTINGS - JOB-MONITOR ROWS ON data/batch-parms.dat
033200*OVERRIDE INDIVIDUAL REQUIRED-JOB SLOTS; A BLANK REQUIRED-JOB
033300*TAKES ITS SLOT OUT OF THE CHECK. NO FILE, OR NO ROW, LEAVES THE
033400*COMPILED LIST IN FORCE.
033500 LOAD-BATCH-PARMS.
033600     OPEN INPUT BATCH-PARM-FILE.
033700     IF WS-BATCH-PARM-STATUS = '00' THEN
033800       PERFORM WITH TEST AFTER UNTIL WS-BATCH-PARM-STATUS = '10'
033900         READ BATCH-PARM-FILE
034000           AT END MOVE '10' TO WS-BATCH-PARM-STATUS
034100           NOT AT END
034200             IF BPRM-JOB-NAME = 'JOB-MONITOR' THEN
034300               PERFORM APPLY-ONE-SLOT-PARM
034400             END-IF
034500         END-READ
034600       END-PERFORM
034700       CLOSE BATCH-PARM-FILE
034800     ELSE
034900       IF WS-BATCH-PARM-STATUS NOT = '35' THEN
035000         DISPLAY 'job-monitor: parameter file open failed, '
035100           'compiled defaults used.'
035200       END-IF
035300     END-IF.
035400     MOVE 0 TO WS-REQ-COUNT.
035500     PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 40
035600       IF WS-RQ-NAME(WS-IDX) NOT = SPACES THEN
035700         MOVE WS-IDX TO WS-REQ-COUNT
035800       END-IF
035900     END-PERFORM.
036000     CONTINUE.
036100 APPLY-ONE-SLOT-PARM.
036200     IF BPRM-PARM-NAME(1:13) = 'REQUIRED-JOB-'
036300         AND BPRM-PARM-NAME(14:2) IS NUMERIC
036400         AND BPRM-PARM-NAME(16:) = SPACES THEN
036500       MOVE BPRM-PARM-NAME(14:2) TO WS-SLOT-NO
036600       IF WS-SLOT-NO > 0 AND WS-SLOT-NO NOT > 40 THEN
036700         MOVE BPRM-VALUE TO WS-RQ-NAME(WS-SLOT-NO)
036800         MOVE 'PARM FILE' TO WS-RQ-SOURCE(WS-SLOT-NO)
036900       END-IF
037000     END-IF.
037100     IF BPRM-PARM-NAME(1:14) = 'REQUIRED-PRED-'
037200         AND BPRM-PARM-NAME(15:2) IS NUMERIC
037300         AND BPRM-PARM-NAME(17:) = SPACES THEN
037400       MOVE BPRM-PARM-NAME(15:2) TO WS-SLOT-NO
037500       IF WS-SLOT-NO > 0 AND WS-SLOT-NO NOT > 40 THEN
037600         MOVE BPRM-VALUE TO WS-RQ-PRED(WS-SLOT-NO)
037700         MOVE 'PARM FILE' TO WS-RQ-SOURCE(WS-SLOT-NO)
037800       END-IF
037900     END-IF.
038000     CONTINUE.
038100 WRITE-PARAMETER-LINES.
038200*ONE LINE PER SLOT IN FORCE, PLUS ANY SLOT THE PARAMETER FILE
038300*HAS EMPTIED, SO THE REPORT SHOWS EXACTLY WHAT WAS CHECKED.
038400     PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 40
038500       IF WS-RQ-NAME(WS-IDX) NOT = SPACES
038600           OR WS-RQ-SOURCE(WS-IDX) = 'PARM FILE' THEN
038700         MOVE WS-IDX TO WS-SLOT-NO
038800         MOVE SPACES TO REPORT-LINE
038900         IF WS-RQ-NAME(WS-IDX) = SPACES THEN
039000           STRING 'PARAMETER REQUIRED-JOB-' DELIMITED BY SIZE
039100                  WS-SLOT-NO DELIMITED BY SIZE
039200                  ' = (NONE) (' DELIMITED BY SIZE
039300                  WS-RQ-SOURCE(WS-IDX) DELIMITED BY '  '
039400                  ')' DELIMITED BY SIZE
039500             INTO REPORT-LINE
039600         ELSE
039700           IF WS-RQ-PRED(WS-IDX) = SPACES THEN
039800             STRING 'PARAMETER REQUIRED-JOB-' DELIMITED BY SIZE
039900                    WS-SLOT-NO DELIMITED BY SIZE
040000                    ' = ' DELIMITED BY SIZE
040100                    WS-RQ-NAME(WS-IDX) DELIMITED BY SPACE
040200                    ' (' DELIMITED BY SIZE
040300                    WS-RQ-SOURCE(WS-IDX) DELIMITED BY '  '
040400                    ')' DELIMITED BY SIZE
040500               INTO REPORT-LINE
040600           ELSE
040700             STRING 'PARAMETER REQUIRED-JOB-' DELIMITED BY SIZE
040800                    WS-SLOT-NO DELIMITED BY SIZE
040900                    ' = ' DELIMITED BY SIZE
041000                    WS-RQ-NAME(WS-IDX) DELIMITED BY SPACE
041100                    ' AFTER ' DELIMITED BY SIZE
041200                    WS-RQ-PRED(WS-IDX) DELIMITED BY SPACE
041300                    ' (' DELIMITED BY SIZE
041400                    WS-RQ-SOURCE(WS-IDX) DELIMITED BY '  '
041500                    ')' DELIMITED BY SIZE
041600               INTO REPORT-LINE
041700           END-IF
041800         END-IF
041900         WRITE REPORT-LINE
042000       END-IF
042100     END-PERFORM.
042200     CONTINUE.

004542         "data/run-control.txt"
004543         ORGANIZATION LINE SEQUENTIAL
004544         FILE STATUS WS-RUN-CONTROL-STATUS.
004545     SELECT BATCH-PARM-FILE ASSIGN TO "data/batch-parms.dat"
004546         FILE STATUS WS-BATCH-PARM-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  HIT-LOG-FILE.
004900 COPY HITREC.
005000 FD  HIT-STAGING-FILE.
005100 01 HIT-STAGING-RECORD PIC X(114).
005200 FD  HIT-ARCH-FILE.
005300 01 HIT-ARCH-RECORD PIC X(114).
005310 FD  HIT-ARCH-STAGING-FILE.
005320 01 HIT-ARCH-STAGING-RECORD PIC X(114).
005400 FD  AUDIT-LOG-FILE.
005500 COPY AUDITREC.
005600 FD  AUDIT-STAGING-FILE.
005920 01 AUDIT-ARCH-STAGING-RECORD PIC X(54).
005921 FD  RUN-CONTROL-FILE.
005922 COPY RUNCTLREC.
005923 FD  BATCH-PARM-FILE.
005924 COPY BPARMREC.
006000 WORKING-STORAGE SECTION.
006001 01 WS-RUN-CONTROL-STATUS PIC XX.
006002 01 WS-BATCH-PARM-STATUS PIC XX.
006100 01 WS-HIT-FILE-STATUS PIC XX.
006200 01 WS-HIT-STAGING-STATUS PIC XX.
006300 01 WS-HIT-ARCH-STATUS PIC XX.
006650*        STAGED-ARCHIVE RECORDS READ VS CLEAN WRITES DURING AN
006660*        APPEND COMMIT; A MISMATCH ABORTS BEFORE ANY RENAME.
006700 01 WS-RETENTION-DAYS PIC 9(4) VALUE 90.
006710*        COMPILED DEFAULT; OVERRIDDEN AT START-UP BY A LOG-ARCHIVE
006720*        RETENTION-DAYS ROW ON data/batch-parms.dat (SEE
006730*        BPARMREC), MAINTAINED BY src/parm-maint.cob.
006740 01 WS-RETENTION-SOURCE PIC X(9) VALUE 'DEFAULT'.
006750 01 WS-PARM-LINE PIC X(60).
006800 01 WS-NOW-TS PIC X(21).
006900 01 WS-TODAY-NUM PIC 9(8).
007000 01 WS-CUTOFF-INT PIC 9(9).
012800 PROCEDURE DIVISION.
012900 ARCHIVE-MAIN.
012901     PERFORM WRITE-RUN-START.
012902     PERFORM LOAD-BATCH-PARMS.
012903*    NO REPORT FILE - THE EFFECTIVE SETTINGS GO TO THE JOB LOG.
012904     MOVE SPACES TO WS-PARM-LINE.
012905     STRING 'PARAMETER RETENTION-DAYS = ' DELIMITED BY SIZE
012906            WS-RETENTION-DAYS DELIMITED BY SIZE
012907            ' (' DELIMITED BY SIZE
012908            WS-RETENTION-SOURCE DELIMITED BY '  '
012909            ')' DELIMITED BY SIZE
012910       INTO WS-PARM-LINE.
012911     DISPLAY 'log-archive: ' WS-PARM-LINE.
013000     MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS.
013100     MOVE WS-NOW-TS(1:8) TO WS-TODAY-NUM.
013200     COMPUTE WS-CUTOFF-INT =
053980     WRITE RUN-CONTROL-RECORD.
053990     CLOSE RUN-CONTROL-FILE.
054000     CONTINUE.
054010*OPERATIONAL SETTINGS - A ROW ON data/batch-parms.dat FOR THIS
054020*JOB REPLACES THE COMPILED DEFAULT; NO FILE, OR NO ROW, LEAVES
054030*THE DEFAULT IN FORCE.
054040 LOAD-BATCH-PARMS.
054050     OPEN INPUT BATCH-PARM-FILE.
054060     IF WS-BATCH-PARM-STATUS = '00' THEN
054070       PERFORM WITH TEST AFTER UNTIL WS-BATCH-PARM-STATUS = '10'
054080         READ BATCH-PARM-FILE
054090           AT END MOVE '10' TO WS-BATCH-PARM-STATUS
054100           NOT AT END
054110             IF BPRM-JOB-NAME = 'LOG-ARCHIVE'
054120                 AND BPRM-PARM-NAME = 'RETENTION-DAYS'
054130                 AND BPRM-NUM-VALUE IS NUMERIC THEN
054140               MOVE BPRM-NUM-VALUE TO WS-RETENTION-DAYS
054150               MOVE 'PARM FILE' TO WS-RETENTION-SOURCE
054160             END-IF
054170         END-READ
054180       END-PERFORM
054190       CLOSE BATCH-PARM-FILE
054200     ELSE
054210       IF WS-BATCH-PARM-STATUS NOT = '35' THEN
054220         DISPLAY 'log-archive: parameter file open failed, '
054230           'compiled defaults used.'
054240       END-IF
054250     END-IF.
054260     CONTINUE.

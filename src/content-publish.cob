001200*THE OVERNIGHT CUTOVER. MASTERS ARE REWRITTEN VIA STAGING +
001300*RENAME, percent-scan STYLE. src/main.cob KEEPS HONORING THE
001400*FLAGS EXACTLY AS BEFORE - THIS JOB IS THE ONLY SCHEDULER.
001410*EACH FLIP IS ALSO APPENDED TO data/master-history.txt (SEE
001420*MHISTREC) ONCE ITS MASTER HAS BEEN RENAMED INTO PLACE.
001500******************************************************************
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
003202         "data/run-control.txt"
003203         ORGANIZATION LINE SEQUENTIAL
003204         FILE STATUS WS-RUN-CONTROL-STATUS.
003205     SELECT HIST-PEND-FILE ASSIGN TO
003206         "data/content-publish-hist.tmp"
003207         ORGANIZATION LINE SEQUENTIAL
003208         FILE STATUS WS-HIST-PEND-STATUS.
003209     SELECT MASTER-HISTORY-FILE ASSIGN TO
003210         "data/master-history.txt"
003211         ORGANIZATION LINE SEQUENTIAL
003212         FILE STATUS WS-HISTORY-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  CONTENT-PAGES-FILE.
004400 01 REPORT-LINE PIC X(80).
004401 FD  RUN-CONTROL-FILE.
004402 COPY RUNCTLREC.
004403 FD  HIST-PEND-FILE.
004404 01 HIST-PEND-RECORD PIC X(4243).
004405 FD  MASTER-HISTORY-FILE.
004406 COPY MHISTREC.
004500 WORKING-STORAGE SECTION.
004501 01 WS-RUN-CONTROL-STATUS PIC XX.
004502 01 WS-HIST-PEND-STATUS PIC XX.
004503 01 WS-HISTORY-STATUS PIC XX.
004600 01 WS-CONTENT-PAGES-STATUS PIC XX.
004700 01 WS-MENU-ITEMS-STATUS PIC XX.
004800 01 WS-PAGE-STAGING-STATUS PIC XX.
005780*        BEING REWRITTEN; A MISMATCH (DISK FULL) SKIPS THE
005790*        RENAME AND ENDS THE JOB WITH RETURN-CODE 8.
005795 01 WS-REWRITE-FAILED PIC X VALUE 'N'.
005796 01 WS-PAGE-REWRITE-FAILED PIC X VALUE 'N'.
005797 01 WS-MENU-REWRITE-FAILED PIC X VALUE 'N'.
005798 01 WS-HIST-BEFORE PIC X(2087).
005800 PROCEDURE DIVISION.
005900 PUBLISH-MAIN.
005901     PERFORM WRITE-RUN-START.
006200     OPEN OUTPUT PUBLISH-REPORT-FILE.
006300     MOVE 'CONTENT PUBLISHING FLIPS' TO REPORT-LINE.
006400     WRITE REPORT-LINE.
006410     OPEN OUTPUT HIST-PEND-FILE.
006500     PERFORM PUBLISH-CONTENT-PAGES.
006600     PERFORM PUBLISH-MENU-ITEMS.
006610     CLOSE HIST-PEND-FILE.
006620     PERFORM POST-MASTER-HISTORY.
006700     IF WS-FLIP-COUNT = 0 THEN
006800       MOVE 'NO FLIPS - ALL RECORDS ALREADY IN STATE.'
006900         TO REPORT-LINE
009010             'data/content-pages.dat'
009020         ELSE
009030           MOVE 'Y' TO WS-REWRITE-FAILED
009035           MOVE 'Y' TO WS-PAGE-REWRITE-FAILED
009040         END-IF
009050       END-IF
009100     END-IF.
010030     END-IF.
010100     CONTINUE.
010200 CHECK-PAGE-WINDOW.
010210     MOVE CONTENT-PAGE-RECORD TO WS-HIST-BEFORE.
010300     MOVE 'Y' TO WS-IN-WINDOW.
010400     IF PAGE-EFF-DATE NOT = 0 AND WS-TODAY < PAGE-EFF-DATE THEN
010500       MOVE 'N' TO WS-IN-WINDOW
012700            WS-FLIP-ACTION DELIMITED BY SIZE
012800       INTO REPORT-LINE.
012900     WRITE REPORT-LINE.
012910     MOVE 'PAGE' TO MHST-MASTER.
012920     MOVE PAGE-ID TO MHST-KEY.
012930     MOVE CONTENT-PAGE-RECORD TO MHST-AFTER-IMAGE.
012940     PERFORM WRITE-HIST-PEND-REC.
013000     CONTINUE.
013100 PUBLISH-MENU-ITEMS.
013110     MOVE 0 TO WS-RECS-IN.
014500             'data/menu-items.dat.tmp', 'data/menu-items.dat'
014510         ELSE
014520           MOVE 'Y' TO WS-REWRITE-FAILED
014525           MOVE 'Y' TO WS-MENU-REWRITE-FAILED
014530         END-IF
014540       END-IF
014600     END-IF.
015530     END-IF.
015600     CONTINUE.
015700 CHECK-MENU-WINDOW.
015710     MOVE MENU-ITEM-RECORD TO WS-HIST-BEFORE.
015800     MOVE 'Y' TO WS-IN-WINDOW.
015900     IF MENU-EFF-DATE NOT = 0 AND WS-TODAY < MENU-EFF-DATE THEN
016000       MOVE 'N' TO WS-IN-WINDOW
018400            WS-FLIP-ACTION DELIMITED BY SIZE
018500       INTO REPORT-LINE.
018600     WRITE REPORT-LINE.
018610     MOVE 'MENU' TO MHST-MASTER.
018620     MOVE MENU-ORDER TO MHST-KEY.
018630     MOVE MENU-ITEM-RECORD TO MHST-AFTER-IMAGE.
018640     PERFORM WRITE-HIST-PEND-REC.
018700     CONTINUE.
018710*RUN-CONTROL LEDGER - THE JOB BRACKETS ITSELF WITH A START AND
018720*AN END RECORD (SEE RUNCTLREC) SO src/job-monitor.cob CAN
018950     WRITE RUN-CONTROL-RECORD.
018960     CLOSE RUN-CONTROL-FILE.
018970     CONTINUE.
018980 WRITE-HIST-PEND-REC.
018990*CALLER HAS SET MHST-MASTER, MHST-KEY AND MHST-AFTER-IMAGE;
019000*WS-HIST-BEFORE HOLDS THE RECORD AS READ, BEFORE THE FLIP.
019010     MOVE FUNCTION CURRENT-DATE TO MHST-TIMESTAMP.
019020     MOVE 'CONTENT-PUBLISH' TO MHST-JOB-NAME.
019030     IF WS-FLIP-ACTION = 'PUBLISHED' THEN
019040       MOVE 'PUBLISH' TO MHST-ACTION
019050     ELSE
019060       MOVE 'RETIRE' TO MHST-ACTION
019070     END-IF.
019080     MOVE WS-HIST-BEFORE TO MHST-BEFORE-IMAGE.
019090     MOVE MASTER-HISTORY-RECORD TO HIST-PEND-RECORD.
019100     WRITE HIST-PEND-RECORD.
019110     CONTINUE.
019120 POST-MASTER-HISTORY.
019130*MOVES THE RUN'S PENDING FLIPS ONTO THE HISTORY FILE FOR EACH
019140*MASTER THAT WAS ACTUALLY RENAMED IN; A SKIPPED RENAME MEANS
019150*THOSE FLIPS NEVER REACHED THE LIVE FILE.
019160     OPEN INPUT HIST-PEND-FILE.
019170     IF WS-HIST-PEND-STATUS = '00' THEN
019180       OPEN EXTEND MASTER-HISTORY-FILE
019190       IF WS-HISTORY-STATUS = '35' THEN
019200         OPEN OUTPUT MASTER-HISTORY-FILE
019210       END-IF
019220       PERFORM WITH TEST AFTER UNTIL WS-HIST-PEND-STATUS = '10'
019230         READ HIST-PEND-FILE
019240           AT END MOVE '10' TO WS-HIST-PEND-STATUS
019250           NOT AT END
019260             MOVE HIST-PEND-RECORD TO MASTER-HISTORY-RECORD
019270             IF (MHST-MASTER = 'PAGE'
019280                   AND WS-PAGE-REWRITE-FAILED = 'Y')
019290                 OR (MHST-MASTER = 'MENU'
019300                   AND WS-MENU-REWRITE-FAILED = 'Y') THEN
019310               CONTINUE
019320             ELSE
019330               WRITE MASTER-HISTORY-RECORD
019340             END-IF
019350         END-READ
019360       END-PERFORM
019370       CLOSE HIST-PEND-FILE
019380       CLOSE MASTER-HISTORY-FILE
019390     END-IF.
019400     CONTINUE.

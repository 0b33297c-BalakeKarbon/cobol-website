001200*REWRITTEN TO A STAGING FILE THEN RENAMED OVER THE LIVE FILE,
001300*THE SAME WAY src/percent-scan.cob PROTECTS res/percent.txt, SO
001400*A JOB THAT DIES PARTWAY NEVER LEAVES A HALF-WRITTEN MASTER.
001410*EVERY CHANGE THAT LANDS IS ALSO APPENDED, WITH ITS BEFORE AND
001420*AFTER RECORD IMAGES, TO data/master-history.txt (SEE
001430*MHISTREC) SO src/master-rollback.cob CAN PUT A RECORD OR A
001440*WHOLE MASTER BACK THE WAY IT STOOD ON AN EARLIER DATE.
001500******************************************************************
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
004502         "data/run-control.txt"
004503         ORGANIZATION LINE SEQUENTIAL
004504         FILE STATUS WS-RUN-CONTROL-STATUS.
004505     SELECT HIST-PEND-FILE ASSIGN TO
004506         "data/master-maint-hist.tmp"
004507         ORGANIZATION LINE SEQUENTIAL
004508         FILE STATUS WS-HIST-PEND-STATUS.
004509     SELECT MASTER-HISTORY-FILE ASSIGN TO
004510         "data/master-history.txt"
004511         ORGANIZATION LINE SEQUENTIAL
004512         FILE STATUS WS-HISTORY-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  MAINT-TRANS-FILE.
006500 01 APPLIED-REPORT-LINE PIC X(100).
006501 FD  RUN-CONTROL-FILE.
006502 COPY RUNCTLREC.
006503 FD  HIST-PEND-FILE.
006504 01 HIST-PEND-RECORD PIC X(4243).
006505 FD  MASTER-HISTORY-FILE.
006506 COPY MHISTREC.
006600 WORKING-STORAGE SECTION.
006601 01 WS-RUN-CONTROL-STATUS PIC XX.
006700 01 WS-TRANS-STATUS PIC XX.
009593*        A SHORTFALL (DISK FULL) SKIPS THAT RENAME AND ENDS THE
009594*        JOB WITH RETURN-CODE 8, LEAVING THE LIVE MASTER INTACT.
009595 01 WS-REWRITE-FAILED PIC X VALUE 'N'.
009596 01 WS-LANG-REWRITE-FAILED PIC X VALUE 'N'.
009597 01 WS-MENU-REWRITE-FAILED PIC X VALUE 'N'.
009598 01 WS-PAGE-REWRITE-FAILED PIC X VALUE 'N'.
009599 01 WS-TRAN-REWRITE-FAILED PIC X VALUE 'N'.
009600*        PER-MASTER VIEW OF WS-REWRITE-FAILED - A MASTER WHOSE
009601*        RENAME WAS SKIPPED KEEPS ITS CHANGES OUT OF THE HISTORY.
009602 01 WS-HIST-PEND-STATUS PIC XX.
009603 01 WS-HISTORY-STATUS PIC XX.
009604 01 WS-HIST-IMAGE PIC X(2087).
009605 01 WS-HIST-BEFORE PIC X(2087).
009606 01 WS-HIST-AFTER PIC X(2087).
009607*        TARGET RECORD IMAGE BEFORE AND AFTER THE TRANSACTION;
009608*        SPACES WHEN THE KEY IS NOT ON FILE.
009609 01 WS-HIST-POSTED PIC 9(5) VALUE 0.
009610 PROCEDURE DIVISION.
009700 MAINT-MAIN.
009701     PERFORM WRITE-RUN-START.
009800     PERFORM LOAD-LANG-MASTER.
010500     PERFORM REWRITE-MENU-ITEMS.
010600     PERFORM REWRITE-CONTENT-PAGES.
010605     PERFORM REWRITE-CONTENT-TRANS.
010606     PERFORM POST-MASTER-HISTORY.
010610     IF WS-REWRITE-FAILED = 'Y' THEN
010620       MOVE 8 TO RETURN-CODE
010630       DISPLAY 'master-maint ABORTED: staged rewrite '
017000     MOVE 'APPLIED MAINTENANCE TRANSACTIONS'
017100       TO APPLIED-REPORT-LINE.
017200     WRITE APPLIED-REPORT-LINE.
017210     OPEN OUTPUT HIST-PEND-FILE.
017300     CONTINUE.
017400 CLOSE-REPORTS.
017500     CLOSE ERR-REPORT-FILE.
017600     CLOSE APPLIED-REPORT-FILE.
017610     CLOSE HIST-PEND-FILE.
017700     CONTINUE.
017800 APPLY-TRANSACTIONS.
017900     OPEN INPUT MAINT-TRANS-FILE.
019300     ADD 1 TO WS-TRANS-COUNT.
019400     MOVE SPACES TO WS-REJECT-REASON.
019410     MOVE SPACES TO WS-TRANS-KEY.
019420     PERFORM FIND-HIST-IMAGE.
019430     MOVE WS-HIST-IMAGE TO WS-HIST-BEFORE.
019500     IF MT-ACTION NOT = 'ADD' AND MT-ACTION NOT = 'UPDATE'
019600         AND MT-ACTION NOT = 'RETIRE' THEN
019700       MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
020800     IF WS-REJECT-REASON = SPACES THEN
020900       ADD 1 TO WS-APPLIED-COUNT
021000       PERFORM WRITE-APPLIED-LINE
021010       PERFORM WRITE-HIST-PEND-REC
021100     ELSE
021200       ADD 1 TO WS-REJECT-COUNT
021300       PERFORM WRITE-REJECT-LINE
041800       INTO ERR-REPORT-LINE.
041900     WRITE ERR-REPORT-LINE.
042000     CONTINUE.
042010 FIND-HIST-IMAGE.
042011*THE MAINTREC DATA PORTION MIRRORS THE TARGET MASTER'S LAYOUT,
042012*SO ITS LEADING BYTES ARE THE KEY IN THE SAME FORM AS THE
042013*IMAGE'S. LOOKS THE TRANSACTION KEY UP INTO WS-HIST-IMAGE.
042014     MOVE SPACES TO WS-HIST-IMAGE.
042015     EVALUATE MT-MASTER
042016       WHEN 'LANG'
042017         PERFORM VARYING WS-IDX FROM 1 BY 1
042018           UNTIL WS-IDX > WS-LANG-COUNT
042019           IF WS-LANG-IMG(WS-IDX)(1:2) = MT-DATA(1:2) THEN
042020             MOVE WS-LANG-IMG(WS-IDX) TO WS-HIST-IMAGE
042021             MOVE WS-LANG-COUNT TO WS-IDX
042022           END-IF
042023         END-PERFORM
042024       WHEN 'MENU'
042025         PERFORM VARYING WS-IDX FROM 1 BY 1
042026           UNTIL WS-IDX > WS-MENU-COUNT
042027           IF WS-MENU-IMG(WS-IDX)(1:2) = MT-DATA(1:2) THEN
042028             MOVE WS-MENU-IMG(WS-IDX) TO WS-HIST-IMAGE
042029             MOVE WS-MENU-COUNT TO WS-IDX
042030           END-IF
042031         END-PERFORM
042032       WHEN 'PAGE'
042033         PERFORM VARYING WS-IDX FROM 1 BY 1
042034           UNTIL WS-IDX > WS-PAGE-COUNT
042035           IF WS-PAGE-IMG(WS-IDX)(1:10) = MT-DATA(1:10) THEN
042036             MOVE WS-PAGE-IMG(WS-IDX) TO WS-HIST-IMAGE
042037             MOVE WS-PAGE-COUNT TO WS-IDX
042038           END-IF
042039         END-PERFORM
042040       WHEN 'TRAN'
042041         PERFORM VARYING WS-IDX FROM 1 BY 1
042042           UNTIL WS-IDX > WS-TRAN-COUNT
042043           IF WS-TRAN-IMG(WS-IDX)(1:12) = MT-DATA(1:12) THEN
042044             MOVE WS-TRAN-IMG(WS-IDX) TO WS-HIST-IMAGE
042045             MOVE WS-TRAN-COUNT TO WS-IDX
042046           END-IF
042047         END-PERFORM
042048     END-EVALUATE.
042049     CONTINUE.
042050 WRITE-HIST-PEND-REC.
042051*AN APPLIED TRANSACTION THAT LEFT THE RECORD AS IT WAS (RETIRE
042052*OF A RETIRED RECORD, AN UPDATE REPEATING THE CURRENT VALUES)
042053*IS NOT A CHANGE AND LEAVES NO HISTORY.
042054     PERFORM FIND-HIST-IMAGE.
042055     MOVE WS-HIST-IMAGE TO WS-HIST-AFTER.
042056     IF WS-HIST-AFTER NOT = WS-HIST-BEFORE THEN
042057       MOVE FUNCTION CURRENT-DATE TO MHST-TIMESTAMP
042058       MOVE 'MASTER-MAINT' TO MHST-JOB-NAME
042059       MOVE MT-MASTER TO MHST-MASTER
042060       MOVE MT-ACTION TO MHST-ACTION
042061       MOVE WS-TRANS-KEY TO MHST-KEY
042062       MOVE WS-HIST-BEFORE TO MHST-BEFORE-IMAGE
042063       MOVE WS-HIST-AFTER TO MHST-AFTER-IMAGE
042064       MOVE MASTER-HISTORY-RECORD TO HIST-PEND-RECORD
042065       WRITE HIST-PEND-RECORD
042066     END-IF.
042067     CONTINUE.
042100 REWRITE-LANG-MASTER.
042150     MOVE 0 TO WS-WRITE-OK-COUNT.
042200     OPEN OUTPUT LANG-STAGING-FILE.
042800         'data/lang-master.dat'
042850     ELSE
042900       MOVE 'Y' TO WS-REWRITE-FAILED
042910       MOVE 'Y' TO WS-LANG-REWRITE-FAILED
042950     END-IF.
043000     CONTINUE.
043200 REWRITE-MENU-ITEMS.
043900         'data/menu-items.dat'
043950     ELSE
044000       MOVE 'Y' TO WS-REWRITE-FAILED
044010       MOVE 'Y' TO WS-MENU-REWRITE-FAILED
044050     END-IF.
044100     CONTINUE.
044300 REWRITE-CONTENT-PAGES.
045000         'data/content-pages.dat'
045050     ELSE
045100       MOVE 'Y' TO WS-REWRITE-FAILED
045110       MOVE 'Y' TO WS-PAGE-REWRITE-FAILED
045150     END-IF.
045200     CONTINUE.
045300 REWRITE-CONTENT-TRANS.
045440         'data/content-trans.dat'
045450     ELSE
045460       MOVE 'Y' TO WS-REWRITE-FAILED
045465       MOVE 'Y' TO WS-TRAN-REWRITE-FAILED
045470     END-IF.
045480     CONTINUE.
045490*RUN-CONTROL LEDGER - THE JOB BRACKETS ITSELF WITH A START AND
045730     WRITE RUN-CONTROL-RECORD.
045740     CLOSE RUN-CONTROL-FILE.
045750     CONTINUE.
045760 POST-MASTER-HISTORY.
045770*MOVES THE RUN'S PENDING CHANGES ONTO THE HISTORY FILE, LEAVING
045780*OUT ANY MASTER WHOSE STAGED REWRITE WAS NOT RENAMED IN - THOSE
045790*CHANGES NEVER REACHED THE LIVE FILE.
045800     OPEN INPUT HIST-PEND-FILE.
045810     IF WS-HIST-PEND-STATUS = '00' THEN
045820       OPEN EXTEND MASTER-HISTORY-FILE
045830       IF WS-HISTORY-STATUS = '35' THEN
045840         OPEN OUTPUT MASTER-HISTORY-FILE
045850       END-IF
045860       PERFORM WITH TEST AFTER UNTIL WS-HIST-PEND-STATUS = '10'
045870         READ HIST-PEND-FILE
045880           AT END MOVE '10' TO WS-HIST-PEND-STATUS
045890           NOT AT END
045900             MOVE HIST-PEND-RECORD TO MASTER-HISTORY-RECORD
045910             IF (MHST-MASTER = 'LANG'
045920                   AND WS-LANG-REWRITE-FAILED = 'Y')
045930                 OR (MHST-MASTER = 'MENU'
045940                   AND WS-MENU-REWRITE-FAILED = 'Y')
045950                 OR (MHST-MASTER = 'PAGE'
045960                   AND WS-PAGE-REWRITE-FAILED = 'Y')
045970                 OR (MHST-MASTER = 'TRAN'
045980                   AND WS-TRAN-REWRITE-FAILED = 'Y') THEN
045990               CONTINUE
046000             ELSE
046010               WRITE MASTER-HISTORY-RECORD
046020               ADD 1 TO WS-HIST-POSTED
046030             END-IF
046040         END-READ
046050       END-PERFORM
046060       CLOSE HIST-PEND-FILE
046070       CLOSE MASTER-HISTORY-FILE
046080     END-IF.
046090     CONTINUE.

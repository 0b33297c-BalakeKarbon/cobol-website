000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MASTER-ROLLBACK.
000300******************************************************************
000400*ON-DEMAND BATCH JOB. PUTS ONE RECORD, OR A WHOLE MASTER, OF
000500*LANG-MASTER, MENU-ITEMS, CONTENT-PAGES OR CONTENT-TRANS BACK
000600*THE WAY IT STOOD AT THE END OF A GIVEN DAY, SO A BAD
000700*MASTER-MAINT BATCH OR AN UNWANTED CONTENT-PUBLISH FLIP CAN BE
000800*UNDONE WITHOUT A DESTRUCTIVE SEED-DATA RERUN. DRIVEN BY A
000900*ONE-LINE PARAMETER FILE (data/master-rollback-parm.txt, SEE
001000*ROLLBKREC). THE JOB READS data/master-history.txt (SEE
001100*MHISTREC) AND, FOR EACH KEY CHANGED AFTER THE AS-OF DATE,
001200*TAKES THE BEFORE IMAGE OF ITS FIRST LATER CHANGE - THAT IS THE
001300*RECORD AS IT WAS ON THE AS-OF DATE. A BLANK BEFORE IMAGE MEANS
001400*THE RECORD DID NOT EXIST YET AND IS TAKEN OFF THE FILE. THE
001500*MASTER IS REWRITTEN VIA STAGING + RENAME, master-maint STYLE,
001600*AND EVERY RECORD PUT BACK IS ITSELF LOGGED TO THE HISTORY SO A
001700*ROLLBACK CAN BE ROLLED BACK. WHAT WAS DONE IS LISTED IN
001800*data/master-rollback-rpt.txt. A BAD PARAMETER LINE, A MASTER
001900*THAT CANNOT BE LOADED OR AN INCOMPLETE REWRITE ENDS THE JOB
002000*WITH RETURN-CODE 8 AND THE LIVE MASTER UNTOUCHED.
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT ROLLBACK-PARM-FILE ASSIGN TO
002600         "data/master-rollback-parm.txt"
002700         ORGANIZATION LINE SEQUENTIAL
002800         FILE STATUS WS-PARM-STATUS.
002900     SELECT MASTER-HISTORY-FILE ASSIGN TO
003000         "data/master-history.txt"
003100         ORGANIZATION LINE SEQUENTIAL
003200         FILE STATUS WS-HISTORY-STATUS.
003300     SELECT LANG-MASTER-FILE ASSIGN TO "data/lang-master.dat"
003400         FILE STATUS WS-LANG-MASTER-STATUS.
003500     SELECT MENU-ITEMS-FILE ASSIGN TO "data/menu-items.dat"
003600         FILE STATUS WS-MENU-ITEMS-STATUS.
003700     SELECT CONTENT-PAGES-FILE ASSIGN TO "data/content-pages.dat"
003800         FILE STATUS WS-CONTENT-PAGES-STATUS.
003900     SELECT CONTENT-TRANS-FILE ASSIGN TO "data/content-trans.dat"
004000         FILE STATUS WS-CONTENT-TRANS-STATUS.
004100     SELECT LANG-STAGING-FILE ASSIGN TO
004200         "data/lang-master.dat.tmp"
004300         FILE STATUS WS-STAGING-STATUS.
004400     SELECT MENU-STAGING-FILE ASSIGN TO
004500         "data/menu-items.dat.tmp"
004600         FILE STATUS WS-STAGING-STATUS.
004700     SELECT PAGE-STAGING-FILE ASSIGN TO
004800         "data/content-pages.dat.tmp"
004900         FILE STATUS WS-STAGING-STATUS.
005000     SELECT TRAN-STAGING-FILE ASSIGN TO
005100         "data/content-trans.dat.tmp"
005200         FILE STATUS WS-STAGING-STATUS.
005300     SELECT ROLLBACK-REPORT-FILE ASSIGN TO
005400         "data/master-rollback-rpt.txt"
005500         ORGANIZATION LINE SEQUENTIAL
005600         FILE STATUS WS-REPORT-STATUS.
005700     SELECT RUN-CONTROL-FILE ASSIGN TO
005800         "data/run-control.txt"
005900         ORGANIZATION LINE SEQUENTIAL
006000         FILE STATUS WS-RUN-CONTROL-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  ROLLBACK-PARM-FILE.
006400 COPY ROLLBKREC.
006500 FD  MASTER-HISTORY-FILE.
006600 COPY MHISTREC.
006700 FD  LANG-MASTER-FILE.
006800 01 LANG-MASTER-IMAGE PIC X(123).
006900 FD  MENU-ITEMS-FILE.
007000 01 MENU-ITEMS-IMAGE PIC X(119).
007100 FD  CONTENT-PAGES-FILE.
007200 01 CONTENT-PAGES-IMAGE PIC X(2087).
007300 FD  CONTENT-TRANS-FILE.
007400 01 CONTENT-TRANS-IMAGE PIC X(2073).
007500 FD  LANG-STAGING-FILE.
007600 01 LANG-STAGING-RECORD PIC X(123).
007700 FD  MENU-STAGING-FILE.
007800 01 MENU-STAGING-RECORD PIC X(119).
007900 FD  PAGE-STAGING-FILE.
008000 01 PAGE-STAGING-RECORD PIC X(2087).
008100 FD  TRAN-STAGING-FILE.
008200 01 TRAN-STAGING-RECORD PIC X(2073).
008300 FD  ROLLBACK-REPORT-FILE.
008400 01 REPORT-LINE PIC X(100).
008500 FD  RUN-CONTROL-FILE.
008600 COPY RUNCTLREC.
008700 WORKING-STORAGE SECTION.
008800 01 WS-PARM-STATUS PIC XX.
008900 01 WS-HISTORY-STATUS PIC XX.
009000 01 WS-LANG-MASTER-STATUS PIC XX.
009100 01 WS-MENU-ITEMS-STATUS PIC XX.
009200 01 WS-CONTENT-PAGES-STATUS PIC XX.
009300 01 WS-CONTENT-TRANS-STATUS PIC XX.
009400 01 WS-STAGING-STATUS PIC XX.
009500 01 WS-REPORT-STATUS PIC XX.
009600 01 WS-RUN-CONTROL-STATUS PIC XX.
009700 01 WS-PARM-FOUND PIC X VALUE 'N'.
009800 01 WS-PARM-ERROR PIC X(50) VALUE SPACES.
009900 01 WS-MASTER PIC X(4).
010000 01 WS-KEY PIC X(12).
010100 01 WS-AS-OF-DATE PIC X(8).
010200 01 WS-NOW-TS PIC X(21).
010300 01 WS-KEY-LEN PIC 9(2).
010400*        LEADING BYTES OF THE IMAGE THAT FORM THE MASTER'S KEY:
010500*        2 LANG-CODE, 2 MENU-ORDER, 10 PAGE-ID, 12 PAGE-ID +
010600*        LANG-CODE.
010700 01 WS-MASTER-CAPACITY PIC 9(3).
010800*        SAME TABLE LIMITS AS src/master-maint.cob, SO A
010900*        ROLLBACK NEVER BUILDS A MASTER THE MAINTENANCE JOB
011000*        COULD NOT LOAD.
011100 01 WS-LOAD-OVERFLOW PIC X VALUE 'N'.
011200 01 WS-LOAD-FAILED PIC X VALUE 'N'.
011300*        SAME MEANING AS IN src/master-maint.cob - THE JOB MUST
011400*        ABORT OR THE REWRITE WOULD TRUNCATE OR EMPTY THE FILE.
011500 01 WS-RESTORE-OVERFLOW PIC X VALUE 'N'.
011600 01 WS-REWRITE-FAILED PIC X VALUE 'N'.
011700 01 WS-WRITE-OK-COUNT PIC 9(3).
011800*THE TARGET MASTER, HELD AS FULL RECORD IMAGES SIZED FOR THE
011900*LARGEST MASTER RECORD (CONTENT-PAGES); SHORTER RECORDS ARE
012000*PADDED WITH SPACES AND CUT BACK TO SIZE ON THE REWRITE.
012100 01 WS-MASTER-TABLE.
012200     05 WS-MST-COUNT PIC 9(3) VALUE 0.
012300     05 WS-MST-IMG OCCURS 500 TIMES PIC X(2087).
012400*ONE ROW PER KEY CHANGED AFTER THE AS-OF DATE: THE IMAGE TO PUT
012500*BACK, THE IMAGE ON FILE NOW, AND WHAT WAS DONE ABOUT IT.
012600 01 WS-RESTORE-TABLE.
012700     05 WS-RST-COUNT PIC 9(3) VALUE 0.
012800     05 WS-RST-ROW OCCURS 500 TIMES.
012900        10 WS-RS-KEY             PIC X(12).
013000        10 WS-RS-ACTION          PIC X(8).
013100*        'RESTORE', 'REMOVE', OR SPACES WHEN THE RECORD ON FILE
013200*        ALREADY MATCHES THE AS-OF IMAGE.
013300        10 WS-RS-AS-OF-IMG       PIC X(2087).
013400        10 WS-RS-CURRENT-IMG     PIC X(2087).
013500 01 WS-IDX PIC 9(3).
013600 01 WS-ROW PIC 9(3).
013650 01 WS-MST-ROW PIC 9(3).
013700 01 WS-HIST-READ PIC 9(7) VALUE 0.
013800 01 WS-CHANGE-COUNT PIC 9(3) VALUE 0.
013900 PROCEDURE DIVISION.
014000 ROLLBACK-MAIN.
014100     PERFORM WRITE-RUN-START.
014200     PERFORM READ-ROLLBACK-PARM.
014300     IF WS-PARM-ERROR = SPACES THEN
014400       PERFORM VALIDATE-PARM
014500     END-IF.
014600     IF WS-PARM-ERROR = SPACES THEN
014700       PERFORM LOAD-TARGET-MASTER
014800     END-IF.
014900     IF WS-PARM-ERROR = SPACES THEN
015000       PERFORM SCAN-HISTORY
015100     END-IF.
015200     IF WS-PARM-ERROR = SPACES THEN
015300       PERFORM APPLY-RESTORES
015400     END-IF.
015500     IF WS-PARM-ERROR = SPACES AND WS-CHANGE-COUNT > 0 THEN
015600       PERFORM REWRITE-TARGET-MASTER
015700       IF WS-REWRITE-FAILED = 'N' THEN
015800         PERFORM POST-MASTER-HISTORY
015900       END-IF
016000     END-IF.
016100     PERFORM WRITE-REPORT.
016200     IF WS-PARM-ERROR NOT = SPACES THEN
016300       MOVE 8 TO RETURN-CODE
016400       DISPLAY 'master-rollback REJECTED: ' WS-PARM-ERROR
016500     ELSE
016600       IF WS-REWRITE-FAILED = 'Y' THEN
016700         MOVE 8 TO RETURN-CODE
016800         DISPLAY 'master-rollback ABORTED: staged rewrite '
016900           'incomplete, live master kept.'
017000       ELSE
017100         DISPLAY 'master-rollback complete: ' WS-CHANGE-COUNT
017200           ' record(s) put back as of ' WS-AS-OF-DATE '.'
017300       END-IF
017400     END-IF.
017500     PERFORM WRITE-RUN-END.
017600     STOP RUN.
017700 READ-ROLLBACK-PARM.
017800     OPEN INPUT ROLLBACK-PARM-FILE.
017900     IF WS-PARM-STATUS = '00' THEN
018000       READ ROLLBACK-PARM-FILE
018100         AT END CONTINUE
018200         NOT AT END
018300           MOVE 'Y' TO WS-PARM-FOUND
018400           MOVE RB-MASTER TO WS-MASTER
018500           MOVE RB-KEY TO WS-KEY
018600           MOVE RB-AS-OF-DATE TO WS-AS-OF-DATE
018700       END-READ
018800       CLOSE ROLLBACK-PARM-FILE
018900     END-IF.
019000     IF WS-PARM-FOUND = 'N' THEN
019100       MOVE 'PARAMETER FILE MISSING OR EMPTY' TO WS-PARM-ERROR
019200     END-IF.
019300     CONTINUE.
019400 VALIDATE-PARM.
019500     EVALUATE WS-MASTER
019600       WHEN 'LANG'
019700         MOVE 2 TO WS-KEY-LEN
019800         MOVE 20 TO WS-MASTER-CAPACITY
019900       WHEN 'MENU'
020000         MOVE 2 TO WS-KEY-LEN
020100         MOVE 50 TO WS-MASTER-CAPACITY
020200       WHEN 'PAGE'
020300         MOVE 10 TO WS-KEY-LEN
020400         MOVE 100 TO WS-MASTER-CAPACITY
020500       WHEN 'TRAN'
020600         MOVE 12 TO WS-KEY-LEN
020700         MOVE 500 TO WS-MASTER-CAPACITY
020800       WHEN OTHER
020900         MOVE 'MASTER MUST BE LANG, MENU, PAGE OR TRAN'
021000           TO WS-PARM-ERROR
021100     END-EVALUATE.
021200     IF WS-PARM-ERROR = SPACES THEN
021300       IF WS-AS-OF-DATE IS NOT NUMERIC THEN
021400         MOVE 'AS-OF DATE MUST BE YYYYMMDD' TO WS-PARM-ERROR
021500       END-IF
021600     END-IF.
021700     IF WS-PARM-ERROR = SPACES THEN
021800       MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
021900       IF WS-AS-OF-DATE NOT < WS-NOW-TS(1:8) THEN
022000         MOVE 'AS-OF DATE MUST BE BEFORE TODAY' TO WS-PARM-ERROR
022100       END-IF
022200     END-IF.
022300     IF WS-PARM-ERROR = SPACES AND WS-MASTER = 'MENU'
022400         AND WS-KEY NOT = SPACES THEN
022500       IF WS-KEY(1:2) IS NOT NUMERIC
022600           OR WS-KEY(3:10) NOT = SPACES THEN
022700         MOVE 'MENU KEY MUST BE A 2-DIGIT MENU-ORDER'
022800           TO WS-PARM-ERROR
022900       END-IF
023000     END-IF.
023100     CONTINUE.
023200 LOAD-TARGET-MASTER.
023300*A MASTER NOT ON FILE ('35') LOADS EMPTY - EVERY RECORD IN IT
023400*CAN STILL BE PUT BACK FROM THE HISTORY.
023500     EVALUATE WS-MASTER
023600       WHEN 'LANG'
023700         OPEN INPUT LANG-MASTER-FILE
023800         IF WS-LANG-MASTER-STATUS = '00' THEN
023900           PERFORM WITH TEST AFTER
024000               UNTIL WS-LANG-MASTER-STATUS = '10'
024100             READ LANG-MASTER-FILE
024200               AT END MOVE '10' TO WS-LANG-MASTER-STATUS
024300               NOT AT END
024500                 PERFORM ADD-LOADED-IMAGE
024600                 IF WS-LOAD-OVERFLOW = 'N' THEN
024700                   MOVE LANG-MASTER-IMAGE
024800                     TO WS-MST-IMG(WS-MST-COUNT)
024900                 END-IF
025000             END-READ
025100           END-PERFORM
025200           CLOSE LANG-MASTER-FILE
025300         ELSE
025400           IF WS-LANG-MASTER-STATUS NOT = '35' THEN
025500             MOVE 'Y' TO WS-LOAD-FAILED
025600           END-IF
025700         END-IF
025800       WHEN 'MENU'
025900         OPEN INPUT MENU-ITEMS-FILE
026000         IF WS-MENU-ITEMS-STATUS = '00' THEN
026100           PERFORM WITH TEST AFTER
026200               UNTIL WS-MENU-ITEMS-STATUS = '10'
026300             READ MENU-ITEMS-FILE
026400               AT END MOVE '10' TO WS-MENU-ITEMS-STATUS
026500               NOT AT END
026600                 PERFORM ADD-LOADED-IMAGE
026700                 IF WS-LOAD-OVERFLOW = 'N' THEN
026800                   MOVE MENU-ITEMS-IMAGE
026900                     TO WS-MST-IMG(WS-MST-COUNT)
027000                 END-IF
027100             END-READ
027200           END-PERFORM
027300           CLOSE MENU-ITEMS-FILE
027400         ELSE
027500           IF WS-MENU-ITEMS-STATUS NOT = '35' THEN
027600             MOVE 'Y' TO WS-LOAD-FAILED
027700           END-IF
027800         END-IF
027900       WHEN 'PAGE'
028000         OPEN INPUT CONTENT-PAGES-FILE
028100         IF WS-CONTENT-PAGES-STATUS = '00' THEN
028200           PERFORM WITH TEST AFTER
028300               UNTIL WS-CONTENT-PAGES-STATUS = '10'
028400             READ CONTENT-PAGES-FILE
028500               AT END MOVE '10' TO WS-CONTENT-PAGES-STATUS
028600               NOT AT END
028700                 PERFORM ADD-LOADED-IMAGE
028800                 IF WS-LOAD-OVERFLOW = 'N' THEN
028900                   MOVE CONTENT-PAGES-IMAGE
029000                     TO WS-MST-IMG(WS-MST-COUNT)
029100                 END-IF
029200             END-READ
029300           END-PERFORM
029400           CLOSE CONTENT-PAGES-FILE
029500         ELSE
029600           IF WS-CONTENT-PAGES-STATUS NOT = '35' THEN
029700             MOVE 'Y' TO WS-LOAD-FAILED
029800           END-IF
029900         END-IF
030000       WHEN 'TRAN'
030100         OPEN INPUT CONTENT-TRANS-FILE
030200         IF WS-CONTENT-TRANS-STATUS = '00' THEN
030300           PERFORM WITH TEST AFTER
030400               UNTIL WS-CONTENT-TRANS-STATUS = '10'
030500             READ CONTENT-TRANS-FILE
030600               AT END MOVE '10' TO WS-CONTENT-TRANS-STATUS
030700               NOT AT END
030800                 PERFORM ADD-LOADED-IMAGE
030900                 IF WS-LOAD-OVERFLOW = 'N' THEN
031000                   MOVE CONTENT-TRANS-IMAGE
031100                     TO WS-MST-IMG(WS-MST-COUNT)
031200                 END-IF
031300             END-READ
031400           END-PERFORM
031500           CLOSE CONTENT-TRANS-FILE
031600         ELSE
031700           IF WS-CONTENT-TRANS-STATUS NOT = '35' THEN
031800             MOVE 'Y' TO WS-LOAD-FAILED
031900           END-IF
032000         END-IF
032100     END-EVALUATE.
032200     IF WS-LOAD-OVERFLOW = 'Y' THEN
032300       MOVE 'MASTER EXCEEDS TABLE CAPACITY' TO WS-PARM-ERROR
032400     END-IF.
032500     IF WS-LOAD-FAILED = 'Y' THEN
032600       MOVE 'MASTER OPEN FAILED' TO WS-PARM-ERROR
032700     END-IF.
032800     CONTINUE.
032900 ADD-LOADED-IMAGE.
033000     IF WS-MST-COUNT < WS-MASTER-CAPACITY THEN
033100       ADD 1 TO WS-MST-COUNT
033200       MOVE SPACES TO WS-MST-IMG(WS-MST-COUNT)
033300     ELSE
033400       MOVE 'Y' TO WS-LOAD-OVERFLOW
033500     END-IF.
033600     CONTINUE.
033700 SCAN-HISTORY.
033800*THE HISTORY IS APPENDED IN THE ORDER THE CHANGES LANDED, SO THE
033900*FIRST CHANGE TO A KEY STAMPED AFTER THE AS-OF DATE CARRIES, AS
034000*ITS BEFORE IMAGE, THE RECORD AS IT STOOD ON THAT DATE. LATER
034100*CHANGES TO THE SAME KEY ARE UNDONE BY THE SAME RESTORE.
034200     OPEN INPUT MASTER-HISTORY-FILE.
034300     IF WS-HISTORY-STATUS = '00' THEN
034400       PERFORM WITH TEST AFTER UNTIL WS-HISTORY-STATUS = '10'
034500         READ MASTER-HISTORY-FILE
034600           AT END MOVE '10' TO WS-HISTORY-STATUS
034700           NOT AT END
034800             ADD 1 TO WS-HIST-READ
034900             IF MHST-MASTER = WS-MASTER
035000                 AND MHST-TIMESTAMP(1:8) > WS-AS-OF-DATE
035100                 AND (WS-KEY = SPACES OR MHST-KEY = WS-KEY) THEN
035200               PERFORM NOTE-RESTORE-KEY
035300             END-IF
035400         END-READ
035500       END-PERFORM
035600       CLOSE MASTER-HISTORY-FILE
035700     END-IF.
035800     IF WS-RESTORE-OVERFLOW = 'Y' THEN
035900       MOVE 'MORE THAN 500 KEYS CHANGED SINCE AS-OF DATE'
036000         TO WS-PARM-ERROR
036100     END-IF.
036200     CONTINUE.
036300 NOTE-RESTORE-KEY.
036400     MOVE 0 TO WS-ROW.
036500     PERFORM VARYING WS-IDX FROM 1 BY 1
036600       UNTIL WS-IDX > WS-RST-COUNT
036700       IF WS-RS-KEY(WS-IDX) = MHST-KEY THEN
036800         MOVE WS-IDX TO WS-ROW
036900         MOVE WS-RST-COUNT TO WS-IDX
037000       END-IF
037100     END-PERFORM.
037200     IF WS-ROW = 0 THEN
037300       IF WS-RST-COUNT < 500 THEN
037400         ADD 1 TO WS-RST-COUNT
037500         MOVE MHST-KEY TO WS-RS-KEY(WS-RST-COUNT)
037600         MOVE SPACES TO WS-RS-ACTION(WS-RST-COUNT)
037700         MOVE MHST-BEFORE-IMAGE TO WS-RS-AS-OF-IMG(WS-RST-COUNT)
037800         MOVE SPACES TO WS-RS-CURRENT-IMG(WS-RST-COUNT)
037900       ELSE
038000         MOVE 'Y' TO WS-RESTORE-OVERFLOW
038100       END-IF
038200     END-IF.
038300     CONTINUE.
038400 APPLY-RESTORES.
038500     PERFORM VARYING WS-ROW FROM 1 BY 1
038600       UNTIL WS-ROW > WS-RST-COUNT
038700       PERFORM APPLY-ONE-RESTORE
038800     END-PERFORM.
038900     CONTINUE.
039000 APPLY-ONE-RESTORE.
039100*A KEY WITH A BLANK AS-OF IMAGE DID NOT EXIST ON THE AS-OF DATE
039200*AND COMES OFF THE FILE; ANY OTHER IS REPLACED OR, IF SINCE
039300*REMOVED, PUT BACK ON THE END OF THE MASTER.
039500     PERFORM FIND-MASTER-ROW.
039600     IF WS-MST-ROW NOT = 0 THEN
039700       MOVE WS-MST-IMG(WS-MST-ROW) TO WS-RS-CURRENT-IMG(WS-ROW)
039800     END-IF.
039900     IF WS-RS-AS-OF-IMG(WS-ROW) = SPACES THEN
040000       IF WS-MST-ROW NOT = 0 THEN
040100         MOVE 'REMOVE' TO WS-RS-ACTION(WS-ROW)
040200         ADD 1 TO WS-CHANGE-COUNT
040300         PERFORM VARYING WS-IDX FROM WS-MST-ROW BY 1
040400           UNTIL WS-IDX >= WS-MST-COUNT
040500           MOVE WS-MST-IMG(WS-IDX + 1) TO WS-MST-IMG(WS-IDX)
040600         END-PERFORM
040700         SUBTRACT 1 FROM WS-MST-COUNT
040800       END-IF
040900     ELSE
041000       IF WS-MST-ROW = 0 THEN
041100         IF WS-MST-COUNT < WS-MASTER-CAPACITY THEN
041200           MOVE 'RESTORE' TO WS-RS-ACTION(WS-ROW)
041300           ADD 1 TO WS-CHANGE-COUNT
041400           ADD 1 TO WS-MST-COUNT
041500           MOVE WS-RS-AS-OF-IMG(WS-ROW)
041600             TO WS-MST-IMG(WS-MST-COUNT)
041700         ELSE
041800           MOVE 'MASTER EXCEEDS TABLE CAPACITY' TO WS-PARM-ERROR
041900         END-IF
042000       ELSE
042100         IF WS-MST-IMG(WS-MST-ROW)
042150             NOT = WS-RS-AS-OF-IMG(WS-ROW) THEN
042200           MOVE 'RESTORE' TO WS-RS-ACTION(WS-ROW)
042300           ADD 1 TO WS-CHANGE-COUNT
042400           MOVE WS-RS-AS-OF-IMG(WS-ROW) TO WS-MST-IMG(WS-MST-ROW)
042500         END-IF
042600       END-IF
042700     END-IF.
042800     CONTINUE.
042900 FIND-MASTER-ROW.
043000     MOVE 0 TO WS-MST-ROW.
043100     PERFORM VARYING WS-IDX FROM 1 BY 1
043200       UNTIL WS-IDX > WS-MST-COUNT
043300       IF WS-MST-IMG(WS-IDX)(1:WS-KEY-LEN)
043400           = WS-RS-KEY(WS-ROW)(1:WS-KEY-LEN) THEN
043500         MOVE WS-IDX TO WS-MST-ROW
043600         MOVE WS-MST-COUNT TO WS-IDX
043700       END-IF
043800     END-PERFORM.
044000     CONTINUE.
044100 REWRITE-TARGET-MASTER.
044200     MOVE 0 TO WS-WRITE-OK-COUNT.
044300     EVALUATE WS-MASTER
044400       WHEN 'LANG'
044500         OPEN OUTPUT LANG-STAGING-FILE
044600         PERFORM VARYING WS-IDX FROM 1 BY 1
044700           UNTIL WS-IDX > WS-MST-COUNT
044800           MOVE WS-MST-IMG(WS-IDX) TO LANG-STAGING-RECORD
044900           WRITE LANG-STAGING-RECORD
045000           IF WS-STAGING-STATUS = '00' THEN
045100             ADD 1 TO WS-WRITE-OK-COUNT
045200           END-IF
045300         END-PERFORM
045400         CLOSE LANG-STAGING-FILE
045500         IF WS-WRITE-OK-COUNT = WS-MST-COUNT THEN
045600           CALL 'CBL_RENAME_FILE' USING
045700             'data/lang-master.dat.tmp', 'data/lang-master.dat'
045800         ELSE
045900           MOVE 'Y' TO WS-REWRITE-FAILED
046000         END-IF
046100       WHEN 'MENU'
046200         OPEN OUTPUT MENU-STAGING-FILE
046300         PERFORM VARYING WS-IDX FROM 1 BY 1
046400           UNTIL WS-IDX > WS-MST-COUNT
046500           MOVE WS-MST-IMG(WS-IDX) TO MENU-STAGING-RECORD
046600           WRITE MENU-STAGING-RECORD
046700           IF WS-STAGING-STATUS = '00' THEN
046800             ADD 1 TO WS-WRITE-OK-COUNT
046900           END-IF
047000         END-PERFORM
047100         CLOSE MENU-STAGING-FILE
047200         IF WS-WRITE-OK-COUNT = WS-MST-COUNT THEN
047300           CALL 'CBL_RENAME_FILE' USING
047400             'data/menu-items.dat.tmp', 'data/menu-items.dat'
047500         ELSE
047600           MOVE 'Y' TO WS-REWRITE-FAILED
047700         END-IF
047800       WHEN 'PAGE'
047900         OPEN OUTPUT PAGE-STAGING-FILE
048000         PERFORM VARYING WS-IDX FROM 1 BY 1
048100           UNTIL WS-IDX > WS-MST-COUNT
048200           MOVE WS-MST-IMG(WS-IDX) TO PAGE-STAGING-RECORD
048300           WRITE PAGE-STAGING-RECORD
048400           IF WS-STAGING-STATUS = '00' THEN
048500             ADD 1 TO WS-WRITE-OK-COUNT
048600           END-IF
048700         END-PERFORM
048800         CLOSE PAGE-STAGING-FILE
048900         IF WS-WRITE-OK-COUNT = WS-MST-COUNT THEN
049000           CALL 'CBL_RENAME_FILE' USING
049100             'data/content-pages.dat.tmp',
049200             'data/content-pages.dat'
049300         ELSE
049400           MOVE 'Y' TO WS-REWRITE-FAILED
049500         END-IF
049600       WHEN 'TRAN'
049700         OPEN OUTPUT TRAN-STAGING-FILE
049800         PERFORM VARYING WS-IDX FROM 1 BY 1
049900           UNTIL WS-IDX > WS-MST-COUNT
050000           MOVE WS-MST-IMG(WS-IDX) TO TRAN-STAGING-RECORD
050100           WRITE TRAN-STAGING-RECORD
050200           IF WS-STAGING-STATUS = '00' THEN
050300             ADD 1 TO WS-WRITE-OK-COUNT
050400           END-IF
050500         END-PERFORM
050600         CLOSE TRAN-STAGING-FILE
050700         IF WS-WRITE-OK-COUNT = WS-MST-COUNT THEN
050800           CALL 'CBL_RENAME_FILE' USING
050900             'data/content-trans.dat.tmp',
051000             'data/content-trans.dat'
051100         ELSE
051200           MOVE 'Y' TO WS-REWRITE-FAILED
051300         END-IF
051400     END-EVALUATE.
051500     CONTINUE.
051600 POST-MASTER-HISTORY.
051700*ONLY REACHED ONCE THE RENAME HAS PUT THE RESTORED MASTER IN
051800*PLACE, SO THE HISTORY NEVER RECORDS A CHANGE THAT DID NOT LAND.
051900     OPEN EXTEND MASTER-HISTORY-FILE.
052000     IF WS-HISTORY-STATUS = '35' THEN
052100       OPEN OUTPUT MASTER-HISTORY-FILE
052200     END-IF.
052300     PERFORM VARYING WS-ROW FROM 1 BY 1
052400       UNTIL WS-ROW > WS-RST-COUNT
052500       IF WS-RS-ACTION(WS-ROW) NOT = SPACES THEN
052600         MOVE FUNCTION CURRENT-DATE TO MHST-TIMESTAMP
052700         MOVE 'MASTER-ROLLBACK' TO MHST-JOB-NAME
052800         MOVE WS-MASTER TO MHST-MASTER
052900         MOVE WS-RS-ACTION(WS-ROW) TO MHST-ACTION
053000         MOVE WS-RS-KEY(WS-ROW) TO MHST-KEY
053100         MOVE WS-RS-CURRENT-IMG(WS-ROW) TO MHST-BEFORE-IMAGE
053200         MOVE WS-RS-AS-OF-IMG(WS-ROW) TO MHST-AFTER-IMAGE
053300         WRITE MASTER-HISTORY-RECORD
053400       END-IF
053500     END-PERFORM.
053600     CLOSE MASTER-HISTORY-FILE.
053700     CONTINUE.
053800 WRITE-REPORT.
053900     OPEN OUTPUT ROLLBACK-REPORT-FILE.
054000     MOVE 'MASTER ROLLBACK' TO REPORT-LINE.
054100     WRITE REPORT-LINE.
054200     MOVE SPACES TO REPORT-LINE.
054300     STRING 'MASTER=' DELIMITED BY SIZE
054400            WS-MASTER DELIMITED BY SIZE
054500            ' KEY=' DELIMITED BY SIZE
054600            WS-KEY DELIMITED BY SIZE
054700            ' AS-OF=' DELIMITED BY SIZE
054800            WS-AS-OF-DATE DELIMITED BY SIZE
054900       INTO REPORT-LINE.
055000     WRITE REPORT-LINE.
055100     IF WS-PARM-ERROR NOT = SPACES THEN
055200       MOVE SPACES TO REPORT-LINE
055300       STRING 'REJECTED: ' DELIMITED BY SIZE
055400              WS-PARM-ERROR DELIMITED BY SIZE
055500         INTO REPORT-LINE
055600       WRITE REPORT-LINE
055700     ELSE
055800       IF WS-RST-COUNT = 0 THEN
055900         MOVE 'NO CHANGES SINCE AS-OF DATE.' TO REPORT-LINE
056000         WRITE REPORT-LINE
056100       ELSE
056200         PERFORM VARYING WS-ROW FROM 1 BY 1
056300           UNTIL WS-ROW > WS-RST-COUNT
056400           PERFORM WRITE-RESTORE-LINE
056500         END-PERFORM
056600       END-IF
056700       IF WS-REWRITE-FAILED = 'Y' THEN
056800         MOVE 'STAGED REWRITE INCOMPLETE - LIVE MASTER KEPT.'
056900           TO REPORT-LINE
057000         WRITE REPORT-LINE
057100       END-IF
057200     END-IF.
057300     CLOSE ROLLBACK-REPORT-FILE.
057400     CONTINUE.
057500 WRITE-RESTORE-LINE.
057600     MOVE SPACES TO REPORT-LINE.
057700     IF WS-RS-ACTION(WS-ROW) = SPACES THEN
057800       STRING 'UNCHANGED ' DELIMITED BY SIZE
057900              WS-MASTER DELIMITED BY SIZE
058000              ' KEY=' DELIMITED BY SIZE
058100              WS-RS-KEY(WS-ROW) DELIMITED BY SIZE
058200              ' ALREADY AS OF DATE' DELIMITED BY SIZE
058300         INTO REPORT-LINE
058400     ELSE
058500       STRING WS-RS-ACTION(WS-ROW) DELIMITED BY SIZE
058600              ' ' DELIMITED BY SIZE
058700              WS-MASTER DELIMITED BY SIZE
058800              ' KEY=' DELIMITED BY SIZE
058900              WS-RS-KEY(WS-ROW) DELIMITED BY SIZE
059000         INTO REPORT-LINE
059100     END-IF.
059200     WRITE REPORT-LINE.
059300     CONTINUE.
059400*RUN-CONTROL LEDGER - THE JOB BRACKETS ITSELF WITH A START AND
059500*AN END RECORD (SEE RUNCTLREC) SO src/job-monitor.cob CAN
059600*VERIFY THE OVERNIGHT WINDOW RAN COMPLETE, CLEAN AND IN ORDER.
059700 WRITE-RUN-START.
059800     MOVE 'START' TO RUNC-EVENT.
059900     MOVE 0 TO RUNC-RETURN-CODE.
060000     MOVE 0 TO RUNC-RECS-IN.
060100     MOVE 0 TO RUNC-RECS-OUT.
060200     PERFORM WRITE-RUN-CONTROL-REC.
060300     CONTINUE.
060400 WRITE-RUN-END.
060500     MOVE 'END' TO RUNC-EVENT.
060600     MOVE RETURN-CODE TO RUNC-RETURN-CODE.
060700     MOVE WS-HIST-READ TO RUNC-RECS-IN.
060800     MOVE WS-CHANGE-COUNT TO RUNC-RECS-OUT.
060900     PERFORM WRITE-RUN-CONTROL-REC.
061000     CONTINUE.
061100 WRITE-RUN-CONTROL-REC.
061200     MOVE FUNCTION CURRENT-DATE TO RUNC-TIMESTAMP.
061300     MOVE 'MASTER-ROLLBACK' TO RUNC-JOB-NAME.
061400     OPEN EXTEND RUN-CONTROL-FILE.
061500     IF WS-RUN-CONTROL-STATUS = '35' THEN
061600       OPEN OUTPUT RUN-CONTROL-FILE
061700     END-IF.
061800     WRITE RUN-CONTROL-RECORD.
061900     CLOSE RUN-CONTROL-FILE.
062000     CONTINUE.

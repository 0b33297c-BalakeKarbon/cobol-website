000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. NAV-PATH-REPORT.
000300******************************************************************
000400*BATCH JOB. JOINS data/session-log.txt (SESSREC - WHO LOADED A
000500*PAGE) TO data/hit-log.txt (HITREC - WHICH PAGE WAS LOADED). MAIN
000600*WRITES ONE OF EACH ON EVERY PAGE LOAD, SESSION RECORD FIRST, SO
000700*THE TWO APPEND-ONLY LOGS ARE MATCH-MERGED IN TIME ORDER AND A
000800*SESSION RECORD PAIRS WITH THE HIT RECORD STAMPED WITHIN
000900*WS-PAIR-TOLERANCE-CS OF IT. EACH CONSENTED VISITOR'S LOADS ARE
001000*THEN CHAINED INTO VISITS - A GAP OF MORE THAN
001100*WS-VISIT-GAP-MINUTES BETWEEN TWO LOADS STARTS A NEW VISIT - AND
001200*THE REPORT GIVES THE TOP ENTRY PAGES, TOP EXIT PAGES, SINGLE-PAGE
001300*(BOUNCE) VISITS, AVERAGE PAGES PER VISIT AND THE MOST COMMON
001400*PAGE-TO-PAGE TRANSITIONS, WRITTEN TO data/nav-path-rpt.txt.
001500*'ANONYMOUS' AND 'ERASED' LOADS ARE KEPT OUT OF THE PATHS BUT
001600*COUNTED IN THE CONTROL TOTALS, AS ARE CARRIED-FORWARD SUMM LOADS
001700*(WHOSE SESSION RECORDS THEN HAVE NO DETAIL HIT TO PAIR WITH) AND
001800*ANY RECORD THE MERGE COULD NOT PAIR, SO THE TOTALS RECONCILE TO
001900*THE HIT LOG; A BREAK ENDS THE JOB WITH RETURN-CODE 8. RUN THIS ON
002000*A NIGHTLY SCHEDULE ALONGSIDE src/session-report.cob.
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT HIT-LOG-FILE ASSIGN TO "data/hit-log.txt"
002600         ORGANIZATION LINE SEQUENTIAL
002700         FILE STATUS WS-HIT-FILE-STATUS.
002800     SELECT SESSION-LOG-FILE ASSIGN TO "data/session-log.txt"
002900         ORGANIZATION LINE SEQUENTIAL
003000         FILE STATUS WS-SESSION-LOG-STATUS.
003100     SELECT NAV-REPORT-FILE ASSIGN TO "data/nav-path-rpt.txt"
003200         ORGANIZATION LINE SEQUENTIAL
003300         FILE STATUS WS-REPORT-STATUS.
003400     SELECT RUN-CONTROL-FILE ASSIGN TO
003500         "data/run-control.txt"
003600         ORGANIZATION LINE SEQUENTIAL
003700         FILE STATUS WS-RUN-CONTROL-STATUS.
003710     SELECT BATCH-PARM-FILE ASSIGN TO "data/batch-parms.dat"
003720         FILE STATUS WS-BATCH-PARM-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  HIT-LOG-FILE.
004100 COPY HITREC.
004200 FD  SESSION-LOG-FILE.
004300 COPY SESSREC.
004400 FD  NAV-REPORT-FILE.
004500 01 REPORT-LINE PIC X(100).
004600 FD  RUN-CONTROL-FILE.
004700 COPY RUNCTLREC.
004710 FD  BATCH-PARM-FILE.
004720 COPY BPARMREC.
004800 WORKING-STORAGE SECTION.
004900 01 WS-RUN-CONTROL-STATUS PIC XX.
004910 01 WS-BATCH-PARM-STATUS PIC XX.
005000 01 WS-HIT-FILE-STATUS PIC XX.
005100 01 WS-SESSION-LOG-STATUS PIC XX.
005200 01 WS-REPORT-STATUS PIC XX.
005300 01 WS-VISIT-GAP-MINUTES PIC 9(4) VALUE 30.
005400 01 WS-PAIR-TOLERANCE-CS PIC 9(4) VALUE 100.
005500*        A SESSION RECORD AND ITS HIT RECORD ARE STAMPED BY TWO
005600*        SEPARATE CURRENT-DATE CALLS ON THE SAME LOAD - ALLOW UP
005700*        TO ONE SECOND BETWEEN THEM.
005800 01 WS-TOP-N PIC 9(3) VALUE 10.
005810*        COMPILED DEFAULTS FOR THE THREE SETTINGS ABOVE;
005820*        OVERRIDDEN AT START-UP BY NAV-PATH-REPORT ROWS ON
005830*        data/batch-parms.dat (SEE BPARMREC), MAINTAINED BY
005840*        src/parm-maint.cob.
005850 01 WS-GAP-SOURCE PIC X(9) VALUE 'DEFAULT'.
005860 01 WS-TOLERANCE-SOURCE PIC X(9) VALUE 'DEFAULT'.
005870 01 WS-TOP-N-SOURCE PIC X(9) VALUE 'DEFAULT'.
005900 01 WS-HIT-EOF PIC X VALUE 'N'.
006000 01 WS-SESS-EOF PIC X VALUE 'N'.
006100 01 WS-HIT-CS PIC 9(12).
006200 01 WS-SESS-CS PIC 9(12).
006300 01 WS-CUR-CS PIC 9(12).
006400 01 WS-GAP-CS PIC 9(12).
006500 01 WS-CS-DIFF PIC S9(12).
006600 01 WS-CUR-PAGE PIC X(10).
006700*CONVERSION OF A CURRENT-DATE STAMP TO CENTISECONDS SINCE THE
006800*INTEGER-OF-DATE EPOCH, SO GAPS CAN BE MEASURED ACROSS MIDNIGHT.
006900 01 WS-CONV-TS PIC X(21).
007000 01 WS-CONV-VIEW REDEFINES WS-CONV-TS.
007100     05 WS-CV-DATE              PIC 9(8).
007200     05 WS-CV-HH                PIC 9(2).
007300     05 WS-CV-MI                PIC 9(2).
007400     05 WS-CV-SS                PIC 9(2).
007500     05 WS-CV-CC                PIC 9(2).
007600     05 FILLER                  PIC X(5).
007700 01 WS-CONV-CS PIC 9(12).
007800*ONE ROW PER VISITOR WITH A VISIT STILL OPEN. A ROW IS CLOSED OUT
007900*(EXIT PAGE, BOUNCE, PAGES) WHEN THE VISITOR'S NEXT LOAD COMES
008000*AFTER THE GAP, WHEN THE TABLE NEEDS ROOM, OR AT END OF FILE.
008100 01 WS-VISITOR-TABLE.
008200     05 WS-VIS-COUNT PIC 9(4) VALUE 0.
008300     05 WS-VIS-ROW OCCURS 2000 TIMES.
008400        10 WS-VR-ID              PIC X(16).
008500        10 WS-VR-LAST-CS         PIC 9(12).
008600        10 WS-VR-LAST-PAGE       PIC X(10).
008700        10 WS-VR-PAGES           PIC 9(5).
008800 01 WS-ENTRY-TABLE.
008900     05 WS-ENT-COUNT PIC 9(3) VALUE 0.
009000     05 WS-ENT-ENTRY OCCURS 1 TO 120 TIMES
009100         DEPENDING ON WS-ENT-COUNT.
009200        10 WS-EN-VISITS          PIC 9(7).
009300        10 WS-EN-PAGE            PIC X(10).
009400 01 WS-EXIT-TABLE.
009500     05 WS-EXT-COUNT PIC 9(3) VALUE 0.
009600     05 WS-EXT-ENTRY OCCURS 1 TO 120 TIMES
009700         DEPENDING ON WS-EXT-COUNT.
009800        10 WS-EX-VISITS          PIC 9(7).
009900        10 WS-EX-PAGE            PIC X(10).
010000 01 WS-TRANS-TABLE.
010100     05 WS-TRN-COUNT PIC 9(4) VALUE 0.
010200     05 WS-TRN-ENTRY OCCURS 1 TO 1000 TIMES
010300         DEPENDING ON WS-TRN-COUNT.
010400        10 WS-TR-TIMES           PIC 9(7).
010500        10 WS-TR-FROM            PIC X(10).
010600        10 WS-TR-TO              PIC X(10).
010700*CONTROL TOTALS. EVERY PAGE LOAD ON THE HIT LOG LANDS IN EXACTLY
010800*ONE OF: PATH, ANONYMOUS, ERASED, DROPPED, NO SESSION RECORD OR
010900*ARCHIVED (SUMM).
011000 01 WS-HIT-DETAIL-READ PIC 9(9) VALUE 0.
011100 01 WS-SUMM-RECS-READ PIC 9(9) VALUE 0.
011200 01 WS-SUMM-LOADS PIC 9(9) VALUE 0.
011300 01 WS-SESS-READ PIC 9(9) VALUE 0.
011400 01 WS-PATH-LOADS PIC 9(9) VALUE 0.
011500 01 WS-ANON-LOADS PIC 9(9) VALUE 0.
011600 01 WS-ERASED-LOADS PIC 9(9) VALUE 0.
011700 01 WS-DROPPED-LOADS PIC 9(9) VALUE 0.
011800*        CONSENTED LOADS LEFT OUT BECAUSE THE VISITOR TABLE WAS
011900*        FULL OF VISITS STILL INSIDE THE GAP.
012000 01 WS-UNPAIRED-HITS PIC 9(9) VALUE 0.
012100 01 WS-UNPAIRED-SESS PIC 9(9) VALUE 0.
012200 01 WS-LOG-LOADS PIC 9(9) VALUE 0.
012300 01 WS-ACCOUNTED-LOADS PIC 9(9) VALUE 0.
012400 01 WS-VISIT-COUNT PIC 9(9) VALUE 0.
012500 01 WS-VISIT-PAGES PIC 9(9) VALUE 0.
012600 01 WS-BOUNCE-COUNT PIC 9(9) VALUE 0.
012700 01 WS-AVG-PAGES PIC 9(5)V99 VALUE 0.
012800 01 WS-AVG-PAGES-EDIT PIC ZZZZ9.99.
012900 01 WS-OUT-OF-BALANCE PIC X VALUE 'N'.
013000 01 WS-IDX PIC 9(5).
013100 01 WS-JDX PIC 9(5).
013200 01 WS-ROW PIC 9(5).
013300 01 WS-TOP-LIMIT PIC 9(5).
013400 PROCEDURE DIVISION.
013500 REPORT-MAIN.
013600     PERFORM WRITE-RUN-START.
013610     PERFORM LOAD-BATCH-PARMS.
013700     COMPUTE WS-GAP-CS = WS-VISIT-GAP-MINUTES * 6000.
013800     PERFORM MERGE-LOGS.
013900     PERFORM VARYING WS-ROW FROM 1 BY 1
014000       UNTIL WS-ROW > WS-VIS-COUNT
014100       PERFORM CLOSE-VISIT
014200     END-PERFORM.
014300     MOVE 0 TO WS-VIS-COUNT.
014400     PERFORM CHECK-CONTROL-TOTALS.
014500     PERFORM WRITE-REPORT.
014600     DISPLAY 'nav-path-report complete: ' WS-VISIT-COUNT
014700       ' visit(s), ' WS-PATH-LOADS ' path load(s), '
014800       WS-LOG-LOADS ' hit-log load(s).'.
014900     IF WS-OUT-OF-BALANCE = 'Y' THEN
015000       DISPLAY 'nav-path-report: control totals do not reconcile '
015100         'to the hit log.'
015200       MOVE 8 TO RETURN-CODE
015300     END-IF.
015400     PERFORM WRITE-RUN-END.
015500     STOP RUN.
015600 MERGE-LOGS.
015700     OPEN INPUT HIT-LOG-FILE.
015800     IF WS-HIT-FILE-STATUS NOT = '00' THEN
015900       MOVE 'Y' TO WS-HIT-EOF
016000     END-IF.
016100     OPEN INPUT SESSION-LOG-FILE.
016200     IF WS-SESSION-LOG-STATUS NOT = '00' THEN
016300       MOVE 'Y' TO WS-SESS-EOF
016400     END-IF.
016500     PERFORM READ-NEXT-HIT.
016600     PERFORM READ-NEXT-SESS.
016700     PERFORM UNTIL WS-HIT-EOF = 'Y' AND WS-SESS-EOF = 'Y'
016800       IF WS-HIT-EOF = 'Y' THEN
016900         ADD 1 TO WS-UNPAIRED-SESS
017000         PERFORM READ-NEXT-SESS
017100       ELSE
017200         IF WS-SESS-EOF = 'Y' THEN
017300           ADD 1 TO WS-UNPAIRED-HITS
017400           PERFORM READ-NEXT-HIT
017500         ELSE
017600           COMPUTE WS-CS-DIFF = WS-HIT-CS - WS-SESS-CS
017700           IF WS-CS-DIFF > WS-PAIR-TOLERANCE-CS THEN
017800             ADD 1 TO WS-UNPAIRED-SESS
017900             PERFORM READ-NEXT-SESS
018000           ELSE
018100             IF WS-CS-DIFF < 0 - WS-PAIR-TOLERANCE-CS THEN
018200               ADD 1 TO WS-UNPAIRED-HITS
018300               PERFORM READ-NEXT-HIT
018400             ELSE
018500               PERFORM TALLY-PAIRED-LOAD
018600               PERFORM READ-NEXT-HIT
018700               PERFORM READ-NEXT-SESS
018800             END-IF
018900           END-IF
019000         END-IF
019100       END-IF
019200     END-PERFORM.
019300     IF WS-HIT-FILE-STATUS NOT = '35' THEN
019400       CLOSE HIT-LOG-FILE
019500     END-IF.
019600     IF WS-SESSION-LOG-STATUS NOT = '35' THEN
019700       CLOSE SESSION-LOG-FILE
019800     END-IF.
019900     CONTINUE.
020000 READ-NEXT-HIT.
020100*SUMM RECORDS HAVE NO PAGE SEQUENCE TO FOLLOW - THEIR LOADS GO
020200*STRAIGHT TO THE CONTROL TOTALS AND THE READ MOVES ON.
020300     IF WS-HIT-EOF = 'N' THEN
020400       PERFORM WITH TEST AFTER
020500           UNTIL WS-HIT-EOF = 'Y'
020600             OR HIT-TIMESTAMP(9:4) NOT = 'SUMM'
020700         READ HIT-LOG-FILE
020800           AT END MOVE 'Y' TO WS-HIT-EOF
020900           NOT AT END
021000             IF HIT-TIMESTAMP(9:4) = 'SUMM' THEN
021100               ADD 1 TO WS-SUMM-RECS-READ
021200               ADD HSUM-US-COUNT HSUM-ES-COUNT HSUM-OTHER-COUNT
021300                 TO WS-SUMM-LOADS
021400             ELSE
021500               ADD 1 TO WS-HIT-DETAIL-READ
021600               MOVE HIT-TIMESTAMP TO WS-CONV-TS
021700               PERFORM CONVERT-TS-TO-CS
021800               MOVE WS-CONV-CS TO WS-HIT-CS
021900             END-IF
022000         END-READ
022100       END-PERFORM
022200     END-IF.
022300     CONTINUE.
022400 READ-NEXT-SESS.
022500     IF WS-SESS-EOF = 'N' THEN
022600       READ SESSION-LOG-FILE
022700         AT END MOVE 'Y' TO WS-SESS-EOF
022800         NOT AT END
022900           ADD 1 TO WS-SESS-READ
023000           MOVE SESS-TIMESTAMP TO WS-CONV-TS
023100           PERFORM CONVERT-TS-TO-CS
023200           MOVE WS-CONV-CS TO WS-SESS-CS
023300       END-READ
023400     END-IF.
023500     CONTINUE.
023600 CONVERT-TS-TO-CS.
023700     IF WS-CV-DATE IS NUMERIC AND WS-CV-HH IS NUMERIC
023800         AND WS-CV-MI IS NUMERIC AND WS-CV-SS IS NUMERIC
023900         AND WS-CV-CC IS NUMERIC AND WS-CV-DATE > 16010100 THEN
024000       COMPUTE WS-CONV-CS =
024100         FUNCTION INTEGER-OF-DATE(WS-CV-DATE) * 8640000
024200         + WS-CV-HH * 360000 + WS-CV-MI * 6000
024300         + WS-CV-SS * 100 + WS-CV-CC
024400     ELSE
024500       MOVE 0 TO WS-CONV-CS
024600     END-IF.
024700     CONTINUE.
024800 TALLY-PAIRED-LOAD.
024900     IF SESS-VISITOR-ID = 'ERASED' THEN
025000       ADD 1 TO WS-ERASED-LOADS
025100     ELSE
025200       IF SESS-VISITOR-ID = 'ANONYMOUS'
025300           OR SESS-VISITOR-ID = SPACES THEN
025400         ADD 1 TO WS-ANON-LOADS
025500       ELSE
025600         PERFORM TALLY-PATH-LOAD
025700       END-IF
025800     END-IF.
025900     CONTINUE.
026000 TALLY-PATH-LOAD.
026100     MOVE WS-HIT-CS TO WS-CUR-CS.
026200     IF HIT-PAGE-ID = SPACES THEN
026300       MOVE '(unknown)' TO WS-CUR-PAGE
026400     ELSE
026500       MOVE HIT-PAGE-ID TO WS-CUR-PAGE
026600     END-IF.
026700     PERFORM FIND-VISITOR-ROW.
026800     IF WS-ROW = 0 THEN
026900       IF WS-VIS-COUNT >= 2000 THEN
027000         PERFORM CLOSE-IDLE-VISITS
027100       END-IF
027200       IF WS-VIS-COUNT < 2000 THEN
027300         ADD 1 TO WS-VIS-COUNT
027400         MOVE WS-VIS-COUNT TO WS-ROW
027500         MOVE SESS-VISITOR-ID TO WS-VR-ID(WS-ROW)
027600         PERFORM START-VISIT
027700         ADD 1 TO WS-PATH-LOADS
027800       ELSE
027900         ADD 1 TO WS-DROPPED-LOADS
028000         DISPLAY 'WARNING: visitor table full, dropping load for '
028100           SESS-VISITOR-ID
028200       END-IF
028300     ELSE
028400       IF WS-CUR-CS > WS-VR-LAST-CS(WS-ROW) + WS-GAP-CS THEN
028500         PERFORM CLOSE-VISIT
028600         PERFORM START-VISIT
028700       ELSE
028800         PERFORM TALLY-TRANSITION
028900         ADD 1 TO WS-VR-PAGES(WS-ROW)
029000         MOVE WS-CUR-PAGE TO WS-VR-LAST-PAGE(WS-ROW)
029100         MOVE WS-CUR-CS TO WS-VR-LAST-CS(WS-ROW)
029200       END-IF
029300       ADD 1 TO WS-PATH-LOADS
029400     END-IF.
029500     CONTINUE.
029600 FIND-VISITOR-ROW.
029700     MOVE 0 TO WS-ROW.
029800     PERFORM VARYING WS-IDX FROM 1 BY 1
029900       UNTIL WS-IDX > WS-VIS-COUNT
030000       IF WS-VR-ID(WS-IDX) = SESS-VISITOR-ID THEN
030100         MOVE WS-IDX TO WS-ROW
030200         MOVE WS-VIS-COUNT TO WS-IDX
030300       END-IF
030400     END-PERFORM.
030500     CONTINUE.
030600 START-VISIT.
030700     MOVE 1 TO WS-VR-PAGES(WS-ROW).
030800     MOVE WS-CUR-PAGE TO WS-VR-LAST-PAGE(WS-ROW).
030900     MOVE WS-CUR-CS TO WS-VR-LAST-CS(WS-ROW).
031000     MOVE 0 TO WS-JDX.
031100     PERFORM VARYING WS-IDX FROM 1 BY 1
031200       UNTIL WS-IDX > WS-ENT-COUNT
031300       IF WS-EN-PAGE(WS-IDX) = WS-CUR-PAGE THEN
031400         MOVE WS-IDX TO WS-JDX
031500         MOVE WS-ENT-COUNT TO WS-IDX
031600       END-IF
031700     END-PERFORM.
031800     IF WS-JDX = 0 THEN
031900       IF WS-ENT-COUNT < 120 THEN
032000         ADD 1 TO WS-ENT-COUNT
032100         MOVE WS-ENT-COUNT TO WS-JDX
032200         MOVE WS-CUR-PAGE TO WS-EN-PAGE(WS-JDX)
032300         MOVE 0 TO WS-EN-VISITS(WS-JDX)
032400       ELSE
032500         DISPLAY 'WARNING: entry page table full, dropping '
032600           WS-CUR-PAGE
032700       END-IF
032800     END-IF.
032900     IF WS-JDX NOT = 0 THEN
033000       ADD 1 TO WS-EN-VISITS(WS-JDX)
033100     END-IF.
033200     CONTINUE.
033300 CLOSE-VISIT.
033400*CLOSES OUT THE OPEN VISIT ON VISITOR ROW WS-ROW.
033500     ADD 1 TO WS-VISIT-COUNT.
033600     ADD WS-VR-PAGES(WS-ROW) TO WS-VISIT-PAGES.
033700     IF WS-VR-PAGES(WS-ROW) = 1 THEN
033800       ADD 1 TO WS-BOUNCE-COUNT
033900     END-IF.
034000     MOVE 0 TO WS-JDX.
034100     PERFORM VARYING WS-IDX FROM 1 BY 1
034200       UNTIL WS-IDX > WS-EXT-COUNT
034300       IF WS-EX-PAGE(WS-IDX) = WS-VR-LAST-PAGE(WS-ROW) THEN
034400         MOVE WS-IDX TO WS-JDX
034500         MOVE WS-EXT-COUNT TO WS-IDX
034600       END-IF
034700     END-PERFORM.
034800     IF WS-JDX = 0 THEN
034900       IF WS-EXT-COUNT < 120 THEN
035000         ADD 1 TO WS-EXT-COUNT
035100         MOVE WS-EXT-COUNT TO WS-JDX
035200         MOVE WS-VR-LAST-PAGE(WS-ROW) TO WS-EX-PAGE(WS-JDX)
035300         MOVE 0 TO WS-EX-VISITS(WS-JDX)
035400       ELSE
035500         DISPLAY 'WARNING: exit page table full, dropping '
035600           WS-VR-LAST-PAGE(WS-ROW)
035700       END-IF
035800     END-IF.
035900     IF WS-JDX NOT = 0 THEN
036000       ADD 1 TO WS-EX-VISITS(WS-JDX)
036100     END-IF.
036200     CONTINUE.
036300 CLOSE-IDLE-VISITS.
036400*MAKES ROOM IN A FULL VISITOR TABLE BY CLOSING EVERY VISIT ALREADY
036500*PAST THE GAP AT THE CURRENT LOAD'S TIME AND PACKING THE ROWS
036600*STILL OPEN TO THE FRONT.
036700     MOVE 0 TO WS-JDX.
036800     PERFORM VARYING WS-ROW FROM 1 BY 1
036900       UNTIL WS-ROW > WS-VIS-COUNT
037000       IF WS-CUR-CS > WS-VR-LAST-CS(WS-ROW) + WS-GAP-CS THEN
037100         PERFORM CLOSE-VISIT
037200       ELSE
037300         ADD 1 TO WS-JDX
037400         IF WS-JDX NOT = WS-ROW THEN
037500           MOVE WS-VIS-ROW(WS-ROW) TO WS-VIS-ROW(WS-JDX)
037600         END-IF
037700       END-IF
037800     END-PERFORM.
037900     MOVE WS-JDX TO WS-VIS-COUNT.
038000     MOVE 0 TO WS-ROW.
038100     CONTINUE.
038200 TALLY-TRANSITION.
038300     MOVE 0 TO WS-JDX.
038400     PERFORM VARYING WS-IDX FROM 1 BY 1
038500       UNTIL WS-IDX > WS-TRN-COUNT
038600       IF WS-TR-FROM(WS-IDX) = WS-VR-LAST-PAGE(WS-ROW)
038700           AND WS-TR-TO(WS-IDX) = WS-CUR-PAGE THEN
038800         MOVE WS-IDX TO WS-JDX
038900         MOVE WS-TRN-COUNT TO WS-IDX
039000       END-IF
039100     END-PERFORM.
039200     IF WS-JDX = 0 THEN
039300       IF WS-TRN-COUNT < 1000 THEN
039400         ADD 1 TO WS-TRN-COUNT
039500         MOVE WS-TRN-COUNT TO WS-JDX
039600         MOVE WS-VR-LAST-PAGE(WS-ROW) TO WS-TR-FROM(WS-JDX)
039700         MOVE WS-CUR-PAGE TO WS-TR-TO(WS-JDX)
039800         MOVE 0 TO WS-TR-TIMES(WS-JDX)
039900       ELSE
040000         DISPLAY 'WARNING: transition table full, dropping '
040100           WS-VR-LAST-PAGE(WS-ROW) ' -> ' WS-CUR-PAGE
040200       END-IF
040300     END-IF.
040400     IF WS-JDX NOT = 0 THEN
040500       ADD 1 TO WS-TR-TIMES(WS-JDX)
040600     END-IF.
040700     CONTINUE.
040800 CHECK-CONTROL-TOTALS.
040900*TWO TIES: EVERY LOAD ON THE HIT LOG IS ACCOUNTED FOR, AND EVERY
041000*PATH LOAD ENDED UP INSIDE EXACTLY ONE CLOSED VISIT.
041100     COMPUTE WS-LOG-LOADS = WS-HIT-DETAIL-READ + WS-SUMM-LOADS.
041200     COMPUTE WS-ACCOUNTED-LOADS = WS-PATH-LOADS + WS-ANON-LOADS
041300       + WS-ERASED-LOADS + WS-DROPPED-LOADS + WS-UNPAIRED-HITS
041400       + WS-SUMM-LOADS.
041500     IF WS-ACCOUNTED-LOADS NOT = WS-LOG-LOADS
041600         OR WS-VISIT-PAGES NOT = WS-PATH-LOADS THEN
041700       MOVE 'Y' TO WS-OUT-OF-BALANCE
041800     END-IF.
041900     IF WS-VISIT-COUNT > 0 THEN
042000       COMPUTE WS-AVG-PAGES ROUNDED =
042100         WS-VISIT-PAGES / WS-VISIT-COUNT
042200     END-IF.
042300     MOVE WS-AVG-PAGES TO WS-AVG-PAGES-EDIT.
042400     CONTINUE.
042500 WRITE-REPORT.
042600     OPEN OUTPUT NAV-REPORT-FILE.
042700     MOVE 'VISITOR NAVIGATION PATHS (CONSENTED VISITORS)'
042800       TO REPORT-LINE.
042900     WRITE REPORT-LINE.
042910     MOVE SPACES TO REPORT-LINE.
042920     STRING 'PARAMETER VISIT-GAP-MINUTES = ' DELIMITED BY SIZE
042930            WS-VISIT-GAP-MINUTES DELIMITED BY SIZE
042940            ' (' DELIMITED BY SIZE
042950            WS-GAP-SOURCE DELIMITED BY '  '
042960            ')' DELIMITED BY SIZE
042970       INTO REPORT-LINE.
042980     WRITE REPORT-LINE.
042981     MOVE SPACES TO REPORT-LINE.
042982     STRING 'PARAMETER PAIR-TOLERANCE-CS = ' DELIMITED BY SIZE
042983            WS-PAIR-TOLERANCE-CS DELIMITED BY SIZE
042984            ' (' DELIMITED BY SIZE
042985            WS-TOLERANCE-SOURCE DELIMITED BY '  '
042986            ')' DELIMITED BY SIZE
042987       INTO REPORT-LINE.
042988     WRITE REPORT-LINE.
042989     MOVE SPACES TO REPORT-LINE.
042990     STRING 'PARAMETER TOP-N = ' DELIMITED BY SIZE
042991            WS-TOP-N DELIMITED BY SIZE
042992            ' (' DELIMITED BY SIZE
042993            WS-TOP-N-SOURCE DELIMITED BY '  '
042994            ')' DELIMITED BY SIZE
042995       INTO REPORT-LINE.
042996     WRITE REPORT-LINE.
043000     MOVE SPACES TO REPORT-LINE.
043100     STRING 'A VISIT ENDS AFTER ' DELIMITED BY SIZE
043200            WS-VISIT-GAP-MINUTES DELIMITED BY SIZE
043300            ' MINUTES WITHOUT A PAGE LOAD.' DELIMITED BY SIZE
043400       INTO REPORT-LINE.
043500     WRITE REPORT-LINE.
043600     MOVE SPACES TO REPORT-LINE.
043700     WRITE REPORT-LINE.
043800     MOVE SPACES TO REPORT-LINE.
043900     STRING 'VISITS ' DELIMITED BY SIZE
044000            WS-VISIT-COUNT DELIMITED BY SIZE
044100            '  PAGES ' DELIMITED BY SIZE
044200            WS-VISIT-PAGES DELIMITED BY SIZE
044300            '  BOUNCES ' DELIMITED BY SIZE
044400            WS-BOUNCE-COUNT DELIMITED BY SIZE
044500            '  AVG PAGES/VISIT ' DELIMITED BY SIZE
044600            WS-AVG-PAGES-EDIT DELIMITED BY SIZE
044700       INTO REPORT-LINE.
044800     WRITE REPORT-LINE.
044900     PERFORM WRITE-ENTRY-PAGES.
045000     PERFORM WRITE-EXIT-PAGES.
045100     PERFORM WRITE-TRANSITIONS.
045200     PERFORM WRITE-CONTROL-TOTALS.
045300     CLOSE NAV-REPORT-FILE.
045400     CONTINUE.
045500 WRITE-ENTRY-PAGES.
045600     MOVE SPACES TO REPORT-LINE.
045700     WRITE REPORT-LINE.
045800     MOVE 'TOP ENTRY PAGES' TO REPORT-LINE.
045900     WRITE REPORT-LINE.
046000     MOVE 'PAGE-ID    VISITS' TO REPORT-LINE.
046100     WRITE REPORT-LINE.
046200     IF WS-ENT-COUNT > 0 THEN
046300       SORT WS-ENT-ENTRY DESCENDING KEY WS-EN-VISITS
046400     END-IF.
046500     MOVE WS-ENT-COUNT TO WS-TOP-LIMIT.
046600     IF WS-TOP-LIMIT > WS-TOP-N THEN
046700       MOVE WS-TOP-N TO WS-TOP-LIMIT
046800     END-IF.
046900     PERFORM VARYING WS-IDX FROM 1 BY 1
047000       UNTIL WS-IDX > WS-TOP-LIMIT
047100       MOVE SPACES TO REPORT-LINE
047200       STRING WS-EN-PAGE(WS-IDX) DELIMITED BY SIZE
047300              ' ' DELIMITED BY SIZE
047400              WS-EN-VISITS(WS-IDX) DELIMITED BY SIZE
047500         INTO REPORT-LINE
047600       WRITE REPORT-LINE
047700     END-PERFORM.
047800     IF WS-ENT-COUNT = 0 THEN
047900       MOVE 'NO CONSENTED VISITS ON FILE.' TO REPORT-LINE
048000       WRITE REPORT-LINE
048100     END-IF.
048200     CONTINUE.
048300 WRITE-EXIT-PAGES.
048400     MOVE SPACES TO REPORT-LINE.
048500     WRITE REPORT-LINE.
048600     MOVE 'TOP EXIT PAGES' TO REPORT-LINE.
048700     WRITE REPORT-LINE.
048800     MOVE 'PAGE-ID    VISITS' TO REPORT-LINE.
048900     WRITE REPORT-LINE.
049000     IF WS-EXT-COUNT > 0 THEN
049100       SORT WS-EXT-ENTRY DESCENDING KEY WS-EX-VISITS
049200     END-IF.
049300     MOVE WS-EXT-COUNT TO WS-TOP-LIMIT.
049400     IF WS-TOP-LIMIT > WS-TOP-N THEN
049500       MOVE WS-TOP-N TO WS-TOP-LIMIT
049600     END-IF.
049700     PERFORM VARYING WS-IDX FROM 1 BY 1
049800       UNTIL WS-IDX > WS-TOP-LIMIT
049900       MOVE SPACES TO REPORT-LINE
050000       STRING WS-EX-PAGE(WS-IDX) DELIMITED BY SIZE
050100              ' ' DELIMITED BY SIZE
050200              WS-EX-VISITS(WS-IDX) DELIMITED BY SIZE
050300         INTO REPORT-LINE
050400       WRITE REPORT-LINE
050500     END-PERFORM.
050600     IF WS-EXT-COUNT = 0 THEN
050700       MOVE 'NO CONSENTED VISITS ON FILE.' TO REPORT-LINE
050800       WRITE REPORT-LINE
050900     END-IF.
051000     CONTINUE.
051100 WRITE-TRANSITIONS.
051200     MOVE SPACES TO REPORT-LINE.
051300     WRITE REPORT-LINE.
051400     MOVE 'TOP PAGE-TO-PAGE TRANSITIONS' TO REPORT-LINE.
051500     WRITE REPORT-LINE.
051600     MOVE 'FROM          TO         TIMES' TO REPORT-LINE.
051700     WRITE REPORT-LINE.
051800     IF WS-TRN-COUNT > 0 THEN
051900       SORT WS-TRN-ENTRY DESCENDING KEY WS-TR-TIMES
052000     END-IF.
052100     MOVE WS-TRN-COUNT TO WS-TOP-LIMIT.
052200     IF WS-TOP-LIMIT > WS-TOP-N THEN
052300       MOVE WS-TOP-N TO WS-TOP-LIMIT
052400     END-IF.
052500     PERFORM VARYING WS-IDX FROM 1 BY 1
052600       UNTIL WS-IDX > WS-TOP-LIMIT
052700       MOVE SPACES TO REPORT-LINE
052800       STRING WS-TR-FROM(WS-IDX) DELIMITED BY SIZE
052900              ' -> ' DELIMITED BY SIZE
053000              WS-TR-TO(WS-IDX) DELIMITED BY SIZE
053100              ' ' DELIMITED BY SIZE
053200              WS-TR-TIMES(WS-IDX) DELIMITED BY SIZE
053300         INTO REPORT-LINE
053400       WRITE REPORT-LINE
053500     END-PERFORM.
053600     IF WS-TRN-COUNT = 0 THEN
053700       MOVE 'NO MULTI-PAGE VISITS ON FILE.' TO REPORT-LINE
053800       WRITE REPORT-LINE
053900     END-IF.
054000     CONTINUE.
054100 WRITE-CONTROL-TOTALS.
054200     MOVE SPACES TO REPORT-LINE.
054300     WRITE REPORT-LINE.
054400     MOVE 'CONTROL TOTALS' TO REPORT-LINE.
054500     WRITE REPORT-LINE.
054600     MOVE SPACES TO REPORT-LINE.
054700     STRING 'HIT-LOG DETAIL RECORDS         ' DELIMITED BY SIZE
054800            WS-HIT-DETAIL-READ DELIMITED BY SIZE
054900       INTO REPORT-LINE.
055000     WRITE REPORT-LINE.
055100     MOVE SPACES TO REPORT-LINE.
055200     STRING 'ARCHIVED LOADS (SUMM)          ' DELIMITED BY SIZE
055300            WS-SUMM-LOADS DELIMITED BY SIZE
055400            ' FROM ' DELIMITED BY SIZE
055500            WS-SUMM-RECS-READ DELIMITED BY SIZE
055600            ' SUMM RECORD(S)' DELIMITED BY SIZE
055700       INTO REPORT-LINE.
055800     WRITE REPORT-LINE.
055900     MOVE SPACES TO REPORT-LINE.
056000     STRING 'PAGE LOADS ON THE HIT LOG      ' DELIMITED BY SIZE
056100            WS-LOG-LOADS DELIMITED BY SIZE
056200       INTO REPORT-LINE.
056300     WRITE REPORT-LINE.
056400     MOVE SPACES TO REPORT-LINE.
056500     STRING '  IN VISITOR PATHS             ' DELIMITED BY SIZE
056600            WS-PATH-LOADS DELIMITED BY SIZE
056700       INTO REPORT-LINE.
056800     WRITE REPORT-LINE.
056900     MOVE SPACES TO REPORT-LINE.
057000     STRING '  ANONYMOUS                    ' DELIMITED BY SIZE
057100            WS-ANON-LOADS DELIMITED BY SIZE
057200       INTO REPORT-LINE.
057300     WRITE REPORT-LINE.
057400     MOVE SPACES TO REPORT-LINE.
057500     STRING '  ERASED                       ' DELIMITED BY SIZE
057600            WS-ERASED-LOADS DELIMITED BY SIZE
057700       INTO REPORT-LINE.
057800     WRITE REPORT-LINE.
057900     MOVE SPACES TO REPORT-LINE.
058000     STRING '  DROPPED (VISITOR TABLE FULL) ' DELIMITED BY SIZE
058100            WS-DROPPED-LOADS DELIMITED BY SIZE
058200       INTO REPORT-LINE.
058300     WRITE REPORT-LINE.
058400     MOVE SPACES TO REPORT-LINE.
058500     STRING '  NO MATCHING SESSION RECORD   ' DELIMITED BY SIZE
058600            WS-UNPAIRED-HITS DELIMITED BY SIZE
058700       INTO REPORT-LINE.
058800     WRITE REPORT-LINE.
058900     MOVE SPACES TO REPORT-LINE.
059000     STRING '  ARCHIVED (SUMM)              ' DELIMITED BY SIZE
059100            WS-SUMM-LOADS DELIMITED BY SIZE
059200       INTO REPORT-LINE.
059300     WRITE REPORT-LINE.
059400     MOVE SPACES TO REPORT-LINE.
059500     STRING 'TOTAL ACCOUNTED FOR            ' DELIMITED BY SIZE
059600            WS-ACCOUNTED-LOADS DELIMITED BY SIZE
059700       INTO REPORT-LINE.
059800     WRITE REPORT-LINE.
059900     MOVE SPACES TO REPORT-LINE.
060000     STRING 'SESSION RECORDS READ           ' DELIMITED BY SIZE
060100            WS-SESS-READ DELIMITED BY SIZE
060200            ', ' DELIMITED BY SIZE
060300            WS-UNPAIRED-SESS DELIMITED BY SIZE
060400            ' WITH NO DETAIL HIT' DELIMITED BY SIZE
060500       INTO REPORT-LINE.
060600     WRITE REPORT-LINE.
060700     IF WS-OUT-OF-BALANCE = 'Y' THEN
060800       MOVE 'OUT OF BALANCE - DOES NOT RECONCILE TO THE HIT LOG.'
060900         TO REPORT-LINE
061000     ELSE
061100       MOVE 'RECONCILED TO THE HIT LOG.' TO REPORT-LINE
061200     END-IF.
061300     WRITE REPORT-LINE.
061400     CONTINUE.
061500*RUN-CONTROL LEDGER - THE JOB BRACKETS ITSELF WITH A START AND
061600*AN END RECORD (SEE RUNCTLREC) SO src/job-monitor.cob CAN
061700*VERIFY THE OVERNIGHT WINDOW RAN COMPLETE, CLEAN AND IN ORDER.
061800 WRITE-RUN-START.
061900     MOVE 'START' TO RUNC-EVENT.
062000     MOVE 0 TO RUNC-RETURN-CODE.
062100     MOVE 0 TO RUNC-RECS-IN.
062200     MOVE 0 TO RUNC-RECS-OUT.
062300     PERFORM WRITE-RUN-CONTROL-REC.
062400     CONTINUE.
062500 WRITE-RUN-END.
062600     MOVE 'END' TO RUNC-EVENT.
062700     MOVE RETURN-CODE TO RUNC-RETURN-CODE.
062800     COMPUTE RUNC-RECS-IN = WS-HIT-DETAIL-READ + WS-SUMM-RECS-READ
062900       + WS-SESS-READ.
063000     MOVE WS-VISIT-COUNT TO RUNC-RECS-OUT.
063100     PERFORM WRITE-RUN-CONTROL-REC.
063200     CONTINUE.
063300 WRITE-RUN-CONTROL-REC.
063400     MOVE FUNCTION CURRENT-DATE TO RUNC-TIMESTAMP.
063500     MOVE 'NAV-PATH-REPORT' TO RUNC-JOB-NAME.
063600     OPEN EXTEND RUN-CONTROL-FILE.
063700     IF WS-RUN-CONTROL-STATUS = '35' THEN
063800       OPEN OUTPUT RUN-CONTROL-FILE
063900     END-IF.
064000     WRITE RUN-CONTROL-RECORD.
064100     CLOSE RUN-CONTROL-FILE.
064200     CONTINUE.
064300*OPERATIONAL SETTINGS - A ROW ON data/batch-parms.dat FOR THIS
064400*JOB REPLACES THE COMPILED DEFAULT; NO FILE, OR NO ROW, LEAVES
064500*THE DEFAULT IN FORCE.
064600 LOAD-BATCH-PARMS.
064700     OPEN INPUT BATCH-PARM-FILE.
064800     IF WS-BATCH-PARM-STATUS = '00' THEN
064900       PERFORM WITH TEST AFTER UNTIL WS-BATCH-PARM-STATUS = '10'
065000         READ BATCH-PARM-FILE
065100           AT END MOVE '10' TO WS-BATCH-PARM-STATUS
065200           NOT AT END
065300             IF BPRM-JOB-NAME = 'NAV-PATH-REPORT'
065400                 AND BPRM-NUM-VALUE IS NUMERIC THEN
065500               PERFORM APPLY-ONE-BATCH-PARM
065600             END-IF
065700         END-READ
065800       END-PERFORM
065900       CLOSE BATCH-PARM-FILE
066000     ELSE
066100       IF WS-BATCH-PARM-STATUS NOT = '35' THEN
066200         DISPLAY 'nav-path-report: parameter file open failed, '
066300           'compiled defaults used.'
066400       END-IF
066500     END-IF.
066600     CONTINUE.
066700 APPLY-ONE-BATCH-PARM.
066800     EVALUATE BPRM-PARM-NAME
066900       WHEN 'VISIT-GAP-MINUTES'
067000         MOVE BPRM-NUM-VALUE TO WS-VISIT-GAP-MINUTES
067100         MOVE 'PARM FILE' TO WS-GAP-SOURCE
067200       WHEN 'PAIR-TOLERANCE-CS'
067300         MOVE BPRM-NUM-VALUE TO WS-PAIR-TOLERANCE-CS
067400         MOVE 'PARM FILE' TO WS-TOLERANCE-SOURCE
067500       WHEN 'TOP-N'
067600         MOVE BPRM-NUM-VALUE TO WS-TOP-N
067700         MOVE 'PARM FILE' TO WS-TOP-N-SOURCE
067800     END-EVALUATE.
067900     CONTINUE.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. POLICY-CONSENT-REPORT.
000300******************************************************************
000400*BATCH JOB. READS data/policy-versions.dat (THE PRIVACY-POLICY
000500*VERSION MASTER, SEE POLICYREC) AND data/session-log.txt (ONE
000600*SESSION-LOG-RECORD PER PAGE LOAD, CARRYING THE POLICY VERSION
000700*THE VISITOR'S CONSENT WAS GIVEN UNDER) AND TALLIES CONSENTED
000800*PAGE LOADS PER DAY BY THE VERSION ACCEPTED, WRITTEN TO
000900*data/policy-consent-rpt.txt. EACH DAY SHOWS THE VERSION IN
001000*EFFECT THAT DAY AND HOW MANY CONSENTED LOADS WERE ON IT AND HOW
001100*MANY WERE STILL ON OLDER TERMS, SO THE REPORT SHOWS HOW LONG IT
001200*TOOK RETURNING VISITORS TO ANSWER THE RE-PROMPT AFTER A NEW
001300*VERSION WENT LIVE. THE CLOSING LINE GIVES THE DAY FROM WHICH
001400*EVERY CONSENTED LOAD HAS BEEN ON THE CURRENT VERSION. LOADS OF
001500*ERASED VISITORS STILL COUNT - THE VERSION IS KEPT ON THE RECORD.
001600*RECORDS WRITTEN BEFORE THE VERSION WAS LOGGED SHOW AS '(none)'.
001700*RUN THIS ON A NIGHTLY SCHEDULE ALONGSIDE src/session-report.cob.
001800******************************************************************
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT POLICY-VERSIONS-FILE ASSIGN TO
002300         "data/policy-versions.dat"
002400         FILE STATUS WS-POLICY-VERSIONS-STATUS.
002500     SELECT SESSION-LOG-FILE ASSIGN TO "data/session-log.txt"
002600         ORGANIZATION LINE SEQUENTIAL
002700         FILE STATUS WS-SESSION-LOG-STATUS.
002800     SELECT POLICY-REPORT-FILE ASSIGN TO
002900         "data/policy-consent-rpt.txt"
003000         ORGANIZATION LINE SEQUENTIAL
003100         FILE STATUS WS-REPORT-STATUS.
003200     SELECT RUN-CONTROL-FILE ASSIGN TO
003300         "data/run-control.txt"
003400         ORGANIZATION LINE SEQUENTIAL
003500         FILE STATUS WS-RUN-CONTROL-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  POLICY-VERSIONS-FILE.
003900 COPY POLICYREC.
004000 FD  SESSION-LOG-FILE.
004100 COPY SESSREC.
004200 FD  POLICY-REPORT-FILE.
004300 01 REPORT-LINE PIC X(100).
004400 FD  RUN-CONTROL-FILE.
004500 COPY RUNCTLREC.
004600 WORKING-STORAGE SECTION.
004700 01 WS-RUN-CONTROL-STATUS PIC XX.
004800 01 WS-POLICY-VERSIONS-STATUS PIC XX.
004900 01 WS-SESSION-LOG-STATUS PIC XX.
005000 01 WS-REPORT-STATUS PIC XX.
005100 01 WS-POLICY-TABLE.
005200     05 WS-POLICY-COUNT PIC 9(2) VALUE 0.
005300     05 WS-POLICY-ROW OCCURS 20 TIMES.
005400        10 WS-PV-VERSION         PIC 9(3).
005500        10 WS-PV-EFF-DATE        PIC 9(8).
005600        10 WS-PV-PAGE-ID         PIC X(10).
005700 01 WS-DAY-TABLE.
005800     05 WS-DAY-COUNT PIC 9(4) VALUE 0.
005900     05 WS-DAY-ENTRY OCCURS 1 TO 3660 TIMES
006000         DEPENDING ON WS-DAY-COUNT.
006100        10 WS-DY-DATE            PIC X(8).
006200        10 WS-DY-IN-EFFECT       PIC 9(3).
006300        10 WS-DY-CONSENTED       PIC 9(7).
006400        10 WS-DY-CURRENT         PIC 9(7).
006500        10 WS-DY-OUTDATED        PIC 9(7).
006600 01 WS-DV-TABLE.
006700     05 WS-DV-COUNT PIC 9(5) VALUE 0.
006800     05 WS-DV-ENTRY OCCURS 1 TO 9000 TIMES
006900         DEPENDING ON WS-DV-COUNT.
007000        10 WS-DV-DATE            PIC X(8).
007100        10 WS-DV-VERSION         PIC X(6).
007200        10 WS-DV-LOADS           PIC 9(7).
007300*        ONE ROW PER (DAY, VERSION ACCEPTED) SEEN IN THE LOG.
007400 01 WS-CUR-DATE PIC X(8).
007500 01 WS-CUR-VERSION PIC X(6).
007600*        SESS-POLICY-VERSION, OR '(none)' WHEN IT IS BLANK.
007700 01 WS-CUR-IN-EFFECT PIC 9(3).
007800 01 WS-CUR-ON-CURRENT PIC X.
007900 01 WS-TODAY-VERSION PIC 9(3) VALUE 0.
008000*        VERSION IN EFFECT ON THE RUN DATE.
008100 01 WS-SETTLED-SINCE PIC X(8) VALUE SPACES.
008200 01 WS-LAST-OUTDATED PIC X(8) VALUE SPACES.
008300 01 WS-SESS-READ PIC 9(9) VALUE 0.
008400 01 WS-TOTAL-CONSENTED PIC 9(9) VALUE 0.
008500 01 WS-TOTAL-CURRENT PIC 9(9) VALUE 0.
008600 01 WS-TOTAL-OUTDATED PIC 9(9) VALUE 0.
008700 01 WS-LINES-OUT PIC 9(9) VALUE 0.
008800 01 WS-IDX PIC 9(5).
008900 01 WS-JDX PIC 9(5).
009000 01 WS-ROW PIC 9(5).
009100 PROCEDURE DIVISION.
009200 REPORT-MAIN.
009300     PERFORM WRITE-RUN-START.
009400     PERFORM LOAD-POLICY-TABLE.
009500     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CUR-DATE.
009600     PERFORM FIND-IN-EFFECT.
009700     MOVE WS-CUR-IN-EFFECT TO WS-TODAY-VERSION.
009800     PERFORM TALLY-SESSION-LOG.
009900     PERFORM WRITE-REPORT.
010000     DISPLAY 'policy-consent-report complete: ' WS-DAY-COUNT
010100       ' day(s), ' WS-TOTAL-CONSENTED ' consented load(s), '
010200       WS-TOTAL-OUTDATED ' on older terms.'.
010300     PERFORM WRITE-RUN-END.
010400     STOP RUN.
010500 LOAD-POLICY-TABLE.
010600     OPEN INPUT POLICY-VERSIONS-FILE.
010700     IF WS-POLICY-VERSIONS-STATUS = '00' THEN
010800       PERFORM WITH TEST AFTER
010900           UNTIL WS-POLICY-VERSIONS-STATUS = '10'
011000         READ POLICY-VERSIONS-FILE
011100           AT END MOVE '10' TO WS-POLICY-VERSIONS-STATUS
011200           NOT AT END
011300             IF WS-POLICY-COUNT < 20 THEN
011400               ADD 1 TO WS-POLICY-COUNT
011500               MOVE POLICY-VERSION-RECORD
011600                 TO WS-POLICY-ROW(WS-POLICY-COUNT)
011700             ELSE
011800               DISPLAY 'WARNING: policy table full, dropping '
011900                 'version ' POL-VERSION
012000             END-IF
012100         END-READ
012200       END-PERFORM
012300       CLOSE POLICY-VERSIONS-FILE
012400     ELSE
012500       DISPLAY 'WARNING: data/policy-versions.dat not readable, '
012600         'status ' WS-POLICY-VERSIONS-STATUS
012700     END-IF.
012800     CONTINUE.
012900 FIND-IN-EFFECT.
013000*THE VERSION IN EFFECT ON WS-CUR-DATE IS THE HIGHEST ONE WHOSE
013100*EFFECTIVE DATE HAS BEEN REACHED - 000 BEFORE THE FIRST VERSION.
013200     MOVE 0 TO WS-CUR-IN-EFFECT.
013300     PERFORM VARYING WS-JDX FROM 1 BY 1
013400       UNTIL WS-JDX > WS-POLICY-COUNT
013500       IF WS-PV-EFF-DATE(WS-JDX) <= FUNCTION NUMVAL(WS-CUR-DATE)
013600           AND WS-PV-VERSION(WS-JDX) > WS-CUR-IN-EFFECT THEN
013700         MOVE WS-PV-VERSION(WS-JDX) TO WS-CUR-IN-EFFECT
013800       END-IF
013900     END-PERFORM.
014000     CONTINUE.
014100 TALLY-SESSION-LOG.
014200     OPEN INPUT SESSION-LOG-FILE.
014300     IF WS-SESSION-LOG-STATUS = '00' THEN
014400       PERFORM WITH TEST AFTER
014500           UNTIL WS-SESSION-LOG-STATUS = '10'
014600         READ SESSION-LOG-FILE
014700           AT END MOVE '10' TO WS-SESSION-LOG-STATUS
014800           NOT AT END PERFORM TALLY-ONE-SESSION
014900         END-READ
015000       END-PERFORM
015100       CLOSE SESSION-LOG-FILE
015200     END-IF.
015300     CONTINUE.
015400 TALLY-ONE-SESSION.
015500     ADD 1 TO WS-SESS-READ.
015600     IF SESS-CONSENT = 'y' THEN
015700       MOVE SESS-TIMESTAMP(1:8) TO WS-CUR-DATE
015800       MOVE SESS-POLICY-VERSION TO WS-CUR-VERSION
015900       IF SESS-POLICY-VERSION = SPACES THEN
016000         MOVE '(none)' TO WS-CUR-VERSION
016100       END-IF
016200       PERFORM FIND-DAY-ROW
016300       IF WS-ROW NOT = 0 THEN
016400         PERFORM CLASSIFY-LOAD
016500         ADD 1 TO WS-DY-CONSENTED(WS-ROW)
016600         IF WS-CUR-ON-CURRENT = 'Y' THEN
016700           ADD 1 TO WS-DY-CURRENT(WS-ROW)
016800         ELSE
016900           ADD 1 TO WS-DY-OUTDATED(WS-ROW)
017000         END-IF
017100         PERFORM FIND-DV-ROW
017200         IF WS-ROW NOT = 0 THEN
017300           ADD 1 TO WS-DV-LOADS(WS-ROW)
017400         END-IF
017500       END-IF
017600     END-IF.
017700     CONTINUE.
017800 CLASSIFY-LOAD.
017900*A LOAD IS ON CURRENT TERMS WHEN ITS ACCEPTED VERSION HAS CAUGHT
018000*UP WITH THE ONE IN EFFECT THAT DAY. A LOAD WITH NO RECORDED
018100*VERSION CAN ONLY BE CURRENT ON A DAY NO VERSION WAS IN EFFECT.
018200     MOVE 'N' TO WS-CUR-ON-CURRENT.
018300     IF WS-DY-IN-EFFECT(WS-ROW) = 0 THEN
018400       MOVE 'Y' TO WS-CUR-ON-CURRENT
018500     ELSE
018600       IF SESS-POLICY-VERSION IS NUMERIC THEN
018700         IF SESS-POLICY-VERSION >= WS-DY-IN-EFFECT(WS-ROW) THEN
018800           MOVE 'Y' TO WS-CUR-ON-CURRENT
018900         END-IF
019000       END-IF
019100     END-IF.
019200     CONTINUE.
019300 FIND-DAY-ROW.
019400     MOVE 0 TO WS-ROW.
019500     PERFORM VARYING WS-IDX FROM WS-DAY-COUNT BY -1
019600       UNTIL WS-IDX < 1
019700       IF WS-DY-DATE(WS-IDX) = WS-CUR-DATE THEN
019800         MOVE WS-IDX TO WS-ROW
019900         MOVE 1 TO WS-IDX
020000       END-IF
020100     END-PERFORM.
020200     IF WS-ROW = 0 THEN
020300       IF WS-DAY-COUNT < 3660 THEN
020400         ADD 1 TO WS-DAY-COUNT
020500         MOVE WS-DAY-COUNT TO WS-ROW
020600         MOVE WS-CUR-DATE TO WS-DY-DATE(WS-ROW)
020700         PERFORM FIND-IN-EFFECT
020800         MOVE WS-CUR-IN-EFFECT TO WS-DY-IN-EFFECT(WS-ROW)
020900         MOVE 0 TO WS-DY-CONSENTED(WS-ROW)
021000         MOVE 0 TO WS-DY-CURRENT(WS-ROW)
021100         MOVE 0 TO WS-DY-OUTDATED(WS-ROW)
021200       ELSE
021300         DISPLAY 'WARNING: day table full, dropping ' WS-CUR-DATE
021400       END-IF
021500     END-IF.
021600     CONTINUE.
021700 FIND-DV-ROW.
021800     MOVE 0 TO WS-ROW.
021900     PERFORM VARYING WS-IDX FROM WS-DV-COUNT BY -1
022000       UNTIL WS-IDX < 1
022100       IF WS-DV-DATE(WS-IDX) = WS-CUR-DATE
022200           AND WS-DV-VERSION(WS-IDX) = WS-CUR-VERSION THEN
022300         MOVE WS-IDX TO WS-ROW
022400         MOVE 1 TO WS-IDX
022500       END-IF
022600     END-PERFORM.
022700     IF WS-ROW = 0 THEN
022800       IF WS-DV-COUNT < 9000 THEN
022900         ADD 1 TO WS-DV-COUNT
023000         MOVE WS-DV-COUNT TO WS-ROW
023100         MOVE WS-CUR-DATE TO WS-DV-DATE(WS-ROW)
023200         MOVE WS-CUR-VERSION TO WS-DV-VERSION(WS-ROW)
023300         MOVE 0 TO WS-DV-LOADS(WS-ROW)
023400       ELSE
023500         DISPLAY 'WARNING: day/version table full, dropping '
023600           WS-CUR-DATE ' ' WS-CUR-VERSION
023700       END-IF
023800     END-IF.
023900     CONTINUE.
024000 WRITE-REPORT.
024100     OPEN OUTPUT POLICY-REPORT-FILE.
024200     MOVE 'CONSENTED PAGE LOADS BY POLICY VERSION ACCEPTED'
024300       TO REPORT-LINE.
024400     PERFORM WRITE-ONE-LINE.
024500     MOVE SPACES TO REPORT-LINE.
024600     STRING 'DATE     IN EFFECT CONSENTED   CURRENT  OUTDATED'
024700       DELIMITED BY SIZE INTO REPORT-LINE.
024800     PERFORM WRITE-ONE-LINE.
024900     IF WS-DAY-COUNT > 0 THEN
025000       SORT WS-DAY-ENTRY ASCENDING KEY WS-DY-DATE
025100     END-IF.
025200     IF WS-DV-COUNT > 0 THEN
025300       SORT WS-DV-ENTRY ASCENDING KEY WS-DV-DATE WS-DV-VERSION
025400     END-IF.
025500     MOVE 1 TO WS-JDX.
025600     PERFORM VARYING WS-IDX FROM 1 BY 1
025700       UNTIL WS-IDX > WS-DAY-COUNT
025800       PERFORM WRITE-DAY-LINES
025900     END-PERFORM.
026000     IF WS-DAY-COUNT = 0 THEN
026100       MOVE 'NO CONSENTED PAGE LOADS ON FILE.' TO REPORT-LINE
026200       PERFORM WRITE-ONE-LINE
026300     END-IF.
026400     MOVE SPACES TO REPORT-LINE.
026500     PERFORM WRITE-ONE-LINE.
026600     MOVE SPACES TO REPORT-LINE.
026700     STRING 'TOTAL CONSENTED ' DELIMITED BY SIZE
026800            WS-TOTAL-CONSENTED DELIMITED BY SIZE
026900            ', ON CURRENT TERMS ' DELIMITED BY SIZE
027000            WS-TOTAL-CURRENT DELIMITED BY SIZE
027100            ', ON OLDER TERMS ' DELIMITED BY SIZE
027200            WS-TOTAL-OUTDATED DELIMITED BY SIZE
027300       INTO REPORT-LINE.
027400     PERFORM WRITE-ONE-LINE.
027500     MOVE SPACES TO REPORT-LINE.
027600     IF WS-SETTLED-SINCE NOT = SPACES THEN
027700       STRING 'ALL CONSENTED LOADS ON CURRENT VERSION '
027800                DELIMITED BY SIZE
027900              WS-TODAY-VERSION DELIMITED BY SIZE
028000              ' SINCE ' DELIMITED BY SIZE
028100              WS-SETTLED-SINCE DELIMITED BY SIZE
028200         INTO REPORT-LINE
028300     ELSE
028400       STRING 'NOT ALL CONSENTED LOADS ON CURRENT VERSION '
028500                DELIMITED BY SIZE
028600              WS-TODAY-VERSION DELIMITED BY SIZE
028700              ' - LAST OLDER-TERMS LOAD ' DELIMITED BY SIZE
028800              WS-LAST-OUTDATED DELIMITED BY SIZE
028900         INTO REPORT-LINE
029000     END-IF.
029100     PERFORM WRITE-ONE-LINE.
029200     CLOSE POLICY-REPORT-FILE.
029300     CONTINUE.
029400 WRITE-DAY-LINES.
029500     ADD WS-DY-CONSENTED(WS-IDX) TO WS-TOTAL-CONSENTED.
029600     ADD WS-DY-CURRENT(WS-IDX) TO WS-TOTAL-CURRENT.
029700     ADD WS-DY-OUTDATED(WS-IDX) TO WS-TOTAL-OUTDATED.
029800*THE SETTLED-SINCE DAY RESTARTS ON ANY DAY WITH A LOAD ON OLDER
029900*TERMS OR UNDER A VERSION THAT HAS SINCE BEEN SUPERSEDED.
030000     IF WS-DY-OUTDATED(WS-IDX) > 0 THEN
030100       MOVE WS-DY-DATE(WS-IDX) TO WS-LAST-OUTDATED
030200     END-IF.
030300     IF WS-DY-OUTDATED(WS-IDX) > 0
030400         OR WS-DY-IN-EFFECT(WS-IDX) NOT = WS-TODAY-VERSION THEN
030500       MOVE SPACES TO WS-SETTLED-SINCE
030600     ELSE
030700       IF WS-SETTLED-SINCE = SPACES THEN
030800         MOVE WS-DY-DATE(WS-IDX) TO WS-SETTLED-SINCE
030900       END-IF
031000     END-IF.
031100     MOVE SPACES TO REPORT-LINE.
031200     STRING WS-DY-DATE(WS-IDX) DELIMITED BY SIZE
031300            '       ' DELIMITED BY SIZE
031400            WS-DY-IN-EFFECT(WS-IDX) DELIMITED BY SIZE
031500            '   ' DELIMITED BY SIZE
031600            WS-DY-CONSENTED(WS-IDX) DELIMITED BY SIZE
031700            '   ' DELIMITED BY SIZE
031800            WS-DY-CURRENT(WS-IDX) DELIMITED BY SIZE
031900            '   ' DELIMITED BY SIZE
032000            WS-DY-OUTDATED(WS-IDX) DELIMITED BY SIZE
032100       INTO REPORT-LINE.
032200     PERFORM WRITE-ONE-LINE.
032300     PERFORM UNTIL WS-JDX > WS-DV-COUNT
032400         OR WS-DV-DATE(WS-JDX) NOT = WS-DY-DATE(WS-IDX)
032500       MOVE SPACES TO REPORT-LINE
032600       STRING '           VERSION ' DELIMITED BY SIZE
032700              WS-DV-VERSION(WS-JDX) DELIMITED BY SIZE
032800              ' ' DELIMITED BY SIZE
032900              WS-DV-LOADS(WS-JDX) DELIMITED BY SIZE
033000         INTO REPORT-LINE
033100       PERFORM WRITE-ONE-LINE
033200       ADD 1 TO WS-JDX
033300     END-PERFORM.
033400     CONTINUE.
033500 WRITE-ONE-LINE.
033600     WRITE REPORT-LINE.
033700     ADD 1 TO WS-LINES-OUT.
033800     CONTINUE.
033900*RUN-CONTROL LEDGER - THE JOB BRACKETS ITSELF WITH A START AND
034000*AN END RECORD (SEE RUNCTLREC) SO src/job-monitor.cob CAN
034100*VERIFY THE OVERNIGHT WINDOW RAN COMPLETE, CLEAN AND IN ORDER.
034200 WRITE-RUN-START.
034300     MOVE 'START' TO RUNC-EVENT.
034400     MOVE 0 TO RUNC-RETURN-CODE.
034500     MOVE 0 TO RUNC-RECS-IN.
034600     MOVE 0 TO RUNC-RECS-OUT.
034700     PERFORM WRITE-RUN-CONTROL-REC.
034800     CONTINUE.
034900 WRITE-RUN-END.
035000     MOVE 'END' TO RUNC-EVENT.
035100     MOVE RETURN-CODE TO RUNC-RETURN-CODE.
035200     MOVE WS-SESS-READ TO RUNC-RECS-IN.
035300     MOVE WS-LINES-OUT TO RUNC-RECS-OUT.
035400     PERFORM WRITE-RUN-CONTROL-REC.
035500     CONTINUE.
035600 WRITE-RUN-CONTROL-REC.
035700     MOVE FUNCTION CURRENT-DATE TO RUNC-TIMESTAMP.
035800     MOVE 'POLICY-CONSENT-REPORT' TO RUNC-JOB-NAME.
035900     OPEN EXTEND RUN-CONTROL-FILE.
036000     IF WS-RUN-CONTROL-STATUS = '35' THEN
036100       OPEN OUTPUT RUN-CONTROL-FILE
036200     END-IF.
036300     WRITE RUN-CONTROL-RECORD.
036400     CLOSE RUN-CONTROL-FILE.
036500     CONTINUE.

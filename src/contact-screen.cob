000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CONTACT-SCREEN.
000300******************************************************************
000400*BATCH JOB. SCORES EVERY CONTACT MESSAGE IN data/contact-msgs.dat
000500*THAT HAS NOT BEEN SCREENED YET AGAINST THE ACTIVE RULES OF THE
000600*SPAM-RULES MASTER (data/spam-rules.dat, SEE SPAMRULEREC). THE
000700*SCORE IS THE SUM OF THE WEIGHTS OF THE RULES THE MESSAGE BREAKS;
000800*AN OPEN MESSAGE SCORING OVER WS-SPAM-THRESHOLD IS SET TO STATUS
000900*'QUARANT' SO IT DROPS OUT OF THE OPEN WORK QUEUE. EVERY MESSAGE
001000*SCREENED IS STAMPED WITH THE SCREEN DATE AND ITS SCORE AND IS
001100*NEVER SCORED AGAIN - AN OPERATOR RELEASES A FALSE POSITIVE WITH
001200*AN 'OPEN' DISPOSITION (SEE CDISPREC) AND IT STAYS RELEASED. A
001300*MESSAGE ALREADY ANSWERED, CLOSED OR MARKED SPAM IS SCORED BUT
001400*ITS STATUS IS LEFT ALONE. THE REVIEW LISTING, WITH EACH
001500*MESSAGE'S SCORE AND THE RULES THAT FIRED, IS WRITTEN TO
001600*data/contact-screen-rpt.txt. THE FILE IS REWRITTEN THROUGH A
001700*STAGING FILE AND RENAMED, UNDER THE SAME ABORT DISCIPLINE AS
001800*src/contact-triage.cob. RUN NIGHTLY AFTER src/contact-triage.cob
001900*(SO EVERY MESSAGE LISTED CARRIES THE MSG-ID A RELEASE NEEDS) AND
002000*AHEAD OF src/contact-aging-report.cob.
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT CONTACT-MSGS-FILE ASSIGN TO "data/contact-msgs.dat"
002600         ORGANIZATION LINE SEQUENTIAL
002700         FILE STATUS WS-CONTACT-MSGS-STATUS.
002800     SELECT SPAM-RULES-FILE ASSIGN TO "data/spam-rules.dat"
002900         FILE STATUS WS-SPAM-RULES-STATUS.
003000     SELECT MSGS-STAGING-FILE ASSIGN TO
003100         "data/contact-msgs.dat.tmp"
003200         ORGANIZATION LINE SEQUENTIAL
003300         FILE STATUS WS-STAGING-STATUS.
003400     SELECT SCREEN-REPORT-FILE ASSIGN TO
003500         "data/contact-screen-rpt.txt"
003600         ORGANIZATION LINE SEQUENTIAL
003700         FILE STATUS WS-REPORT-STATUS.
003800     SELECT RUN-CONTROL-FILE ASSIGN TO
003900         "data/run-control.txt"
004000         ORGANIZATION LINE SEQUENTIAL
004100         FILE STATUS WS-RUN-CONTROL-STATUS.
004110     SELECT BATCH-PARM-FILE ASSIGN TO "data/batch-parms.dat"
004120         FILE STATUS WS-BATCH-PARM-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  CONTACT-MSGS-FILE.
004500 COPY CONTACTREC.
004600 FD  SPAM-RULES-FILE.
004700 COPY SPAMRULEREC.
004800 FD  MSGS-STAGING-FILE.
004900 01 MSGS-STAGING-RECORD PIC X(807).
005000 FD  SCREEN-REPORT-FILE.
005100 01 REPORT-LINE PIC X(100).
005200 FD  RUN-CONTROL-FILE.
005300 COPY RUNCTLREC.
005310 FD  BATCH-PARM-FILE.
005320 COPY BPARMREC.
005400 WORKING-STORAGE SECTION.
005500 01 WS-RUN-CONTROL-STATUS PIC XX.
005510 01 WS-BATCH-PARM-STATUS PIC XX.
005600 01 WS-CONTACT-MSGS-STATUS PIC XX.
005700 01 WS-SPAM-RULES-STATUS PIC XX.
005800 01 WS-STAGING-STATUS PIC XX.
005900 01 WS-REPORT-STATUS PIC XX.
006000*ACTIVE RULES ONLY, WITH THE DOMAIN/PHRASE UPPER-CASED SO THE
006100*MATCH IS NOT CASE-SENSITIVE.
006200 01 WS-RULE-TABLE.
006300     05 WS-RULE-COUNT PIC 9(3) VALUE 0.
006400     05 WS-RULE-ROW OCCURS 200 TIMES.
006500        10 WS-RL-ID              PIC X(6).
006600        10 WS-RL-TYPE            PIC X(6).
006700        10 WS-RL-VALUE           PIC X(40).
006800        10 WS-RL-LEN             PIC 9(2).
006900        10 WS-RL-LIMIT           PIC 9(3).
007000        10 WS-RL-WEIGHT          PIC 9(3).
007100 01 WS-RULES-READ PIC 9(5) VALUE 0.
007200 01 WS-RULES-INACTIVE PIC 9(5) VALUE 0.
007300 01 WS-RULES-DROPPED PIC 9(5) VALUE 0.
007400*THE MESSAGE FILE IS HELD AS FULL RECORD IMAGES, AS IN
007500*src/contact-triage.cob. THE SENDER'S EMAIL STARTS AT BYTE 62 OF
007600*THE IMAGE (AFTER CMSG-TIMESTAMP AND CMSG-NAME).
007700 01 WS-MSG-TABLE.
007800     05 WS-MSG-COUNT PIC 9(3) VALUE 0.
007900     05 WS-MSG-IMG OCCURS 500 TIMES PIC X(807).
008000 01 WS-SPAM-THRESHOLD PIC 9(4) VALUE 50.
008100*        A MESSAGE SCORING OVER THIS IS QUARANTINED.
008110*        COMPILED DEFAULT; OVERRIDDEN AT START-UP BY A
008120*        CONTACT-SCREEN SPAM-THRESHOLD ROW ON data/batch-parms.dat
008130*        (SEE BPARMREC), MAINTAINED BY src/parm-maint.cob.
008140 01 WS-THRESHOLD-SOURCE PIC X(9) VALUE 'DEFAULT'.
008200 01 WS-UP-EMAIL PIC X(60).
008300 01 WS-UP-LOCAL PIC X(60).
008400 01 WS-UP-DOMAIN PIC X(60).
008500 01 WS-UP-TEXT PIC X(561).
008600*        SUBJECT AND MESSAGE, UPPER-CASED, FOR PHRASE AND LINK
008700*        MATCHING.
008800 01 WS-LINK-COUNT PIC 9(4).
008900 01 WS-OVERLAP-COUNT PIC 9(4).
009000 01 WS-SAME-DAY-COUNT PIC 9(4).
009100 01 WS-TALLY PIC 9(4).
009200 01 WS-SCORE PIC 9(4).
009300 01 WS-RULE-FIRED PIC X.
009400 01 WS-FIRED-TABLE.
009500     05 WS-FIRED-COUNT PIC 9(3).
009600     05 WS-FIRED-RULE OCCURS 200 TIMES PIC 9(3).
009700*        WS-RULE-TABLE ROWS THAT FIRED FOR THE CURRENT MESSAGE.
009800 01 WS-RESULT PIC X(11).
009900 01 WS-NOW-TS PIC X(21).
010000 01 WS-IDX PIC 9(3).
010100 01 WS-JDX PIC 9(3).
010200 01 WS-RDX PIC 9(3).
010300 01 WS-SCREEN-COUNT PIC 9(5) VALUE 0.
010400 01 WS-QUARANT-COUNT PIC 9(5) VALUE 0.
010500 01 WS-PASS-COUNT PIC 9(5) VALUE 0.
010600 01 WS-SCORE-ONLY-COUNT PIC 9(5) VALUE 0.
010700 01 WS-SKIP-COUNT PIC 9(5) VALUE 0.
010800*        ALREADY SCREENED ON AN EARLIER RUN.
010900 01 WS-WRITE-OK-COUNT PIC 9(5) VALUE 0.
011000 01 WS-LOAD-OVERFLOW PIC X VALUE 'N'.
011100 01 WS-LOAD-FAILED PIC X VALUE 'N'.
011200 01 WS-RULES-FAILED PIC X VALUE 'N'.
011300*        AN UNREADABLE RULES MASTER STOPS THE JOB - SCREENING
011400*        AGAINST NO RULES WOULD STAMP EVERY NEW MESSAGE CLEAN FOR
011500*        GOOD.
011600 01 WS-REWRITE-FAILED PIC X VALUE 'N'.
011700 PROCEDURE DIVISION.
011800 SCREEN-MAIN.
011900     PERFORM WRITE-RUN-START.
011910     PERFORM LOAD-BATCH-PARMS.
012000     MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS.
012100     PERFORM LOAD-SPAM-RULES.
012200     IF WS-RULES-FAILED = 'Y' THEN
012300       DISPLAY 'contact-screen ABORTED: spam-rules master open '
012400         'failed, status ' WS-SPAM-RULES-STATUS
012500         ', no messages screened.'
012600       MOVE 8 TO RETURN-CODE
012700       PERFORM WRITE-RUN-END
012800       STOP RUN
012900     END-IF.
013000     PERFORM LOAD-CONTACT-MSGS.
013100     IF WS-LOAD-OVERFLOW = 'Y' THEN
013200       DISPLAY 'contact-screen ABORTED: message file exceeds '
013300         'table capacity, no changes applied.'
013400       MOVE 8 TO RETURN-CODE
013500       PERFORM WRITE-RUN-END
013600       STOP RUN
013700     END-IF.
013800     IF WS-LOAD-FAILED = 'Y' THEN
013900       DISPLAY 'contact-screen ABORTED: message file open '
014000         'failed, no changes applied.'
014100       MOVE 8 TO RETURN-CODE
014200       PERFORM WRITE-RUN-END
014300       STOP RUN
014400     END-IF.
014500     PERFORM OPEN-REPORT.
014600     PERFORM VARYING WS-IDX FROM 1 BY 1
014700       UNTIL WS-IDX > WS-MSG-COUNT
014800       MOVE WS-MSG-IMG(WS-IDX) TO CONTACT-MSG-RECORD
014900       IF CMSG-SCREEN-DATE = SPACES THEN
015000         PERFORM SCREEN-ONE-MSG
015100       ELSE
015200         ADD 1 TO WS-SKIP-COUNT
015300       END-IF
015400     END-PERFORM.
015500     PERFORM REWRITE-CONTACT-MSGS.
015600     PERFORM CLOSE-REPORT.
015700     IF WS-REWRITE-FAILED = 'Y' THEN
015800       MOVE 8 TO RETURN-CODE
015900       DISPLAY 'contact-screen ABORTED: staged rewrite '
016000         'incomplete, live message file kept.'
016100     ELSE
016200       DISPLAY 'contact-screen complete: ' WS-SCREEN-COUNT
016300         ' screened, ' WS-QUARANT-COUNT ' quarantined, '
016400         WS-PASS-COUNT ' passed.'
016500     END-IF.
016600     PERFORM WRITE-RUN-END.
016700     STOP RUN.
016800 LOAD-SPAM-RULES.
016900     OPEN INPUT SPAM-RULES-FILE.
017000     IF WS-SPAM-RULES-STATUS = '00' THEN
017100       PERFORM WITH TEST AFTER
017200           UNTIL WS-SPAM-RULES-STATUS = '10'
017300         READ SPAM-RULES-FILE
017400           AT END MOVE '10' TO WS-SPAM-RULES-STATUS
017500           NOT AT END PERFORM TABLE-ONE-RULE
017600         END-READ
017700       END-PERFORM
017800       CLOSE SPAM-RULES-FILE
017900     ELSE
018000       MOVE 'Y' TO WS-RULES-FAILED
018100     END-IF.
018200     CONTINUE.
018300 TABLE-ONE-RULE.
018400     ADD 1 TO WS-RULES-READ.
018500     IF SPR-ACTIVE NOT = 'Y' THEN
018600       ADD 1 TO WS-RULES-INACTIVE
018700     ELSE
018800       IF WS-RULE-COUNT < 200 THEN
018900         ADD 1 TO WS-RULE-COUNT
019000         MOVE SPR-RULE-ID TO WS-RL-ID(WS-RULE-COUNT)
019100         MOVE SPR-RULE-TYPE TO WS-RL-TYPE(WS-RULE-COUNT)
019200         MOVE FUNCTION UPPER-CASE(SPR-VALUE)
019300           TO WS-RL-VALUE(WS-RULE-COUNT)
019400         MOVE 0 TO WS-RL-LEN(WS-RULE-COUNT)
019500         IF SPR-VALUE NOT = SPACES THEN
019600           MOVE FUNCTION LENGTH(FUNCTION TRIM(SPR-VALUE TRAILING))
019700             TO WS-RL-LEN(WS-RULE-COUNT)
019800         END-IF
019900         MOVE SPR-LIMIT TO WS-RL-LIMIT(WS-RULE-COUNT)
020000         MOVE SPR-WEIGHT TO WS-RL-WEIGHT(WS-RULE-COUNT)
020100       ELSE
020200         ADD 1 TO WS-RULES-DROPPED
020300         DISPLAY 'WARNING: rule table full, dropping rule '
020400           SPR-RULE-ID
020500       END-IF
020600     END-IF.
020700     CONTINUE.
020800 LOAD-CONTACT-MSGS.
020900     OPEN INPUT CONTACT-MSGS-FILE.
021000     IF WS-CONTACT-MSGS-STATUS = '00' THEN
021100       PERFORM WITH TEST AFTER
021200           UNTIL WS-CONTACT-MSGS-STATUS = '10'
021300         READ CONTACT-MSGS-FILE
021400           AT END MOVE '10' TO WS-CONTACT-MSGS-STATUS
021500           NOT AT END
021600             IF WS-MSG-COUNT < 500 THEN
021700               ADD 1 TO WS-MSG-COUNT
021800               MOVE CONTACT-MSG-RECORD
021900                 TO WS-MSG-IMG(WS-MSG-COUNT)
022000             ELSE
022100               MOVE 'Y' TO WS-LOAD-OVERFLOW
022200             END-IF
022300         END-READ
022400       END-PERFORM
022500       CLOSE CONTACT-MSGS-FILE
022600     ELSE
022700       IF WS-CONTACT-MSGS-STATUS NOT = '35' THEN
022800         MOVE 'Y' TO WS-LOAD-FAILED
022900       END-IF
023000     END-IF.
023100     CONTINUE.
023200 SCREEN-ONE-MSG.
023300     ADD 1 TO WS-SCREEN-COUNT.
023400     MOVE 0 TO WS-SCORE.
023500     MOVE 0 TO WS-FIRED-COUNT.
023600     MOVE FUNCTION UPPER-CASE(CMSG-EMAIL) TO WS-UP-EMAIL.
023700     MOVE SPACES TO WS-UP-LOCAL.
023800     MOVE SPACES TO WS-UP-DOMAIN.
023900     UNSTRING WS-UP-EMAIL DELIMITED BY '@'
024000       INTO WS-UP-LOCAL WS-UP-DOMAIN.
024100     MOVE SPACES TO WS-UP-TEXT.
024200     STRING CMSG-SUBJECT DELIMITED BY SIZE
024300            ' ' DELIMITED BY SIZE
024400            CMSG-MESSAGE DELIMITED BY SIZE
024500       INTO WS-UP-TEXT.
024600     MOVE FUNCTION UPPER-CASE(WS-UP-TEXT) TO WS-UP-TEXT.
024700     PERFORM COUNT-LINKS.
024800     PERFORM COUNT-SAME-DAY.
024900     PERFORM VARYING WS-RDX FROM 1 BY 1
025000       UNTIL WS-RDX > WS-RULE-COUNT
025100       PERFORM APPLY-ONE-RULE
025200     END-PERFORM.
025300     MOVE WS-NOW-TS(1:8) TO CMSG-SCREEN-DATE.
025400     MOVE WS-SCORE TO CMSG-SPAM-SCORE.
025500*ONLY MESSAGES STILL WAITING FOR AN ANSWER ARE HELD BACK - A
025600*MESSAGE SOMEONE HAS ALREADY DEALT WITH KEEPS ITS STATUS.
025700     IF CMSG-STATUS NOT = 'OPEN' AND CMSG-STATUS NOT = SPACES THEN
025800       MOVE 'SCORED ONLY' TO WS-RESULT
025900       ADD 1 TO WS-SCORE-ONLY-COUNT
026000     ELSE
026100       IF WS-SCORE > WS-SPAM-THRESHOLD THEN
026200         MOVE 'QUARANTINED' TO WS-RESULT
026300         MOVE 'QUARANT' TO CMSG-STATUS
026400         MOVE WS-NOW-TS(1:8) TO CMSG-STATUS-DATE
026500         ADD 1 TO WS-QUARANT-COUNT
026600       ELSE
026700         MOVE 'PASSED' TO WS-RESULT
026800         ADD 1 TO WS-PASS-COUNT
026900       END-IF
027000     END-IF.
027100     MOVE CONTACT-MSG-RECORD TO WS-MSG-IMG(WS-IDX).
027200     PERFORM WRITE-MSG-LINES.
027300     CONTINUE.
027400 COUNT-LINKS.
027500*A LINK IS ANY 'http://', 'https://' OR 'www.'; A 'www.' RIGHT
027600*AFTER A SCHEME IS THE SAME LINK, SO IT IS TAKEN BACK OUT.
027700     MOVE 0 TO WS-LINK-COUNT.
027800     MOVE 0 TO WS-OVERLAP-COUNT.
027900     INSPECT WS-UP-TEXT TALLYING WS-LINK-COUNT
028000       FOR ALL 'HTTP://' ALL 'HTTPS://' ALL 'WWW.'.
028100     INSPECT WS-UP-TEXT TALLYING WS-OVERLAP-COUNT
028200       FOR ALL '://WWW.'.
028300     SUBTRACT WS-OVERLAP-COUNT FROM WS-LINK-COUNT.
028400     CONTINUE.
028500 COUNT-SAME-DAY.
028600*MESSAGES ON FILE FROM THE SAME ADDRESS ON THE SAME DAY,
028700*INCLUDING THIS ONE. A MESSAGE WITH NO ADDRESS COUNTS AS ONE.
028800     MOVE 0 TO WS-SAME-DAY-COUNT.
028900     IF WS-UP-EMAIL = SPACES THEN
029000       MOVE 1 TO WS-SAME-DAY-COUNT
029100     ELSE
029200       PERFORM VARYING WS-JDX FROM 1 BY 1
029300         UNTIL WS-JDX > WS-MSG-COUNT
029400         IF WS-MSG-IMG(WS-JDX)(1:8) = CMSG-TIMESTAMP(1:8)
029500             AND FUNCTION UPPER-CASE(WS-MSG-IMG(WS-JDX)(62:60))
029600               = WS-UP-EMAIL THEN
029700           ADD 1 TO WS-SAME-DAY-COUNT
029800         END-IF
029900       END-PERFORM
030000     END-IF.
030100     CONTINUE.
030200 APPLY-ONE-RULE.
030300     MOVE 'N' TO WS-RULE-FIRED.
030400     EVALUATE WS-RL-TYPE(WS-RDX)
030500       WHEN 'DOMAIN'
030600         IF WS-UP-DOMAIN NOT = SPACES
030700             AND WS-UP-DOMAIN = WS-RL-VALUE(WS-RDX) THEN
030800           MOVE 'Y' TO WS-RULE-FIRED
030900         END-IF
031000       WHEN 'PHRASE'
031100         IF WS-RL-LEN(WS-RDX) > 0 THEN
031200           MOVE 0 TO WS-TALLY
031300           INSPECT WS-UP-TEXT TALLYING WS-TALLY
031400             FOR ALL WS-RL-VALUE(WS-RDX)(1:WS-RL-LEN(WS-RDX))
031500           IF WS-TALLY > 0 THEN
031600             MOVE 'Y' TO WS-RULE-FIRED
031700           END-IF
031800         END-IF
031900       WHEN 'LINKS'
032000         IF WS-LINK-COUNT > WS-RL-LIMIT(WS-RDX) THEN
032100           MOVE 'Y' TO WS-RULE-FIRED
032200         END-IF
032300       WHEN 'REPEAT'
032400         IF WS-SAME-DAY-COUNT > WS-RL-LIMIT(WS-RDX) THEN
032500           MOVE 'Y' TO WS-RULE-FIRED
032600         END-IF
032700     END-EVALUATE.
032800     IF WS-RULE-FIRED = 'Y' THEN
032900       ADD WS-RL-WEIGHT(WS-RDX) TO WS-SCORE
033000       ADD 1 TO WS-FIRED-COUNT
033100       MOVE WS-RDX TO WS-FIRED-RULE(WS-FIRED-COUNT)
033200     END-IF.
033300     CONTINUE.
033400 OPEN-REPORT.
033500     OPEN OUTPUT SCREEN-REPORT-FILE.
033600     MOVE SPACES TO REPORT-LINE.
033700     STRING 'CONTACT MESSAGE SCREENING REVIEW - QUARANTINE OVER '
033800              DELIMITED BY SIZE
033900            WS-SPAM-THRESHOLD DELIMITED BY SIZE
034000            ' POINTS' DELIMITED BY SIZE
034100       INTO REPORT-LINE.
034200     WRITE REPORT-LINE.
034210     MOVE SPACES TO REPORT-LINE.
034220     STRING 'PARAMETER SPAM-THRESHOLD = ' DELIMITED BY SIZE
034230            WS-SPAM-THRESHOLD DELIMITED BY SIZE
034240            ' (' DELIMITED BY SIZE
034250            WS-THRESHOLD-SOURCE DELIMITED BY '  '
034260            ')' DELIMITED BY SIZE
034270       INTO REPORT-LINE.
034280     WRITE REPORT-LINE.
034300     MOVE 'MSG-ID DATE     SCORE RESULT      EMAIL / SUBJECT'
034400       TO REPORT-LINE.
034500     WRITE REPORT-LINE.
034600     CONTINUE.
034700 WRITE-MSG-LINES.
034800     MOVE SPACES TO REPORT-LINE.
034900     STRING CMSG-MSG-ID DELIMITED BY SIZE
035000            ' ' DELIMITED BY SIZE
035100            CMSG-TIMESTAMP(1:8) DELIMITED BY SIZE
035200            ' ' DELIMITED BY SIZE
035300            WS-SCORE DELIMITED BY SIZE
035400            '  ' DELIMITED BY SIZE
035500            WS-RESULT DELIMITED BY SIZE
035600            ' ' DELIMITED BY SIZE
035700            CMSG-EMAIL(1:30) DELIMITED BY SIZE
035800            ' ' DELIMITED BY SIZE
035900            CMSG-SUBJECT(1:30) DELIMITED BY SIZE
036000       INTO REPORT-LINE.
036100     WRITE REPORT-LINE.
036200     PERFORM VARYING WS-JDX FROM 1 BY 1
036300       UNTIL WS-JDX > WS-FIRED-COUNT
036400       MOVE WS-FIRED-RULE(WS-JDX) TO WS-RDX
036500       MOVE SPACES TO REPORT-LINE
036600       STRING '       RULE ' DELIMITED BY SIZE
036700              WS-RL-ID(WS-RDX) DELIMITED BY SIZE
036800              ' ' DELIMITED BY SIZE
036900              WS-RL-TYPE(WS-RDX) DELIMITED BY SIZE
037000              ' +' DELIMITED BY SIZE
037100              WS-RL-WEIGHT(WS-RDX) DELIMITED BY SIZE
037200              ' ' DELIMITED BY SIZE
037300              WS-RL-VALUE(WS-RDX) DELIMITED BY SIZE
037400         INTO REPORT-LINE
037500       IF WS-RL-TYPE(WS-RDX) = 'LINKS' THEN
037600         MOVE SPACES TO REPORT-LINE(33:)
037700         STRING WS-LINK-COUNT DELIMITED BY SIZE
037800                ' LINKS, LIMIT ' DELIMITED BY SIZE
037900                WS-RL-LIMIT(WS-RDX) DELIMITED BY SIZE
038000           INTO REPORT-LINE(33:)
038100       END-IF
038200       IF WS-RL-TYPE(WS-RDX) = 'REPEAT' THEN
038300         MOVE SPACES TO REPORT-LINE(33:)
038400         STRING WS-SAME-DAY-COUNT DELIMITED BY SIZE
038500                ' SAME DAY, LIMIT ' DELIMITED BY SIZE
038600                WS-RL-LIMIT(WS-RDX) DELIMITED BY SIZE
038700           INTO REPORT-LINE(33:)
038800       END-IF
038900       WRITE REPORT-LINE
039000     END-PERFORM.
039100     CONTINUE.
039200 CLOSE-REPORT.
039300     IF WS-SCREEN-COUNT = 0 THEN
039400       MOVE 'NO UNSCREENED MESSAGES ON FILE.' TO REPORT-LINE
039500       WRITE REPORT-LINE
039600     END-IF.
039700     MOVE SPACES TO REPORT-LINE.
039800     WRITE REPORT-LINE.
039900     MOVE SPACES TO REPORT-LINE.
040000     STRING 'SCREENED ' DELIMITED BY SIZE
040100            WS-SCREEN-COUNT DELIMITED BY SIZE
040200            ': QUARANTINED ' DELIMITED BY SIZE
040300            WS-QUARANT-COUNT DELIMITED BY SIZE
040400            ', PASSED ' DELIMITED BY SIZE
040500            WS-PASS-COUNT DELIMITED BY SIZE
040600            ', SCORED ONLY ' DELIMITED BY SIZE
040700            WS-SCORE-ONLY-COUNT DELIMITED BY SIZE
040800            ' (ALREADY SCREENED ' DELIMITED BY SIZE
040900            WS-SKIP-COUNT DELIMITED BY SIZE
041000            ')' DELIMITED BY SIZE
041100       INTO REPORT-LINE.
041200     WRITE REPORT-LINE.
041300     MOVE SPACES TO REPORT-LINE.
041400     STRING 'RULES ON FILE ' DELIMITED BY SIZE
041500            WS-RULES-READ DELIMITED BY SIZE
041600            ': ACTIVE ' DELIMITED BY SIZE
041700            WS-RULE-COUNT DELIMITED BY SIZE
041800            ', INACTIVE ' DELIMITED BY SIZE
041900            WS-RULES-INACTIVE DELIMITED BY SIZE
042000            ', DROPPED ' DELIMITED BY SIZE
042100            WS-RULES-DROPPED DELIMITED BY SIZE
042200       INTO REPORT-LINE.
042300     WRITE REPORT-LINE.
042400     MOVE 'RELEASE A FALSE POSITIVE WITH AN OPEN DISPOSITION IN '
042500       TO REPORT-LINE.
042600     MOVE 'data/contact-disp-trans.txt.' TO REPORT-LINE(54:).
042700     WRITE REPORT-LINE.
042800     CLOSE SCREEN-REPORT-FILE.
042900     CONTINUE.
043000 REWRITE-CONTACT-MSGS.
043100*NOTHING NEW TO SCREEN MEANS NOTHING CHANGED - THE LIVE FILE IS
043200*LEFT UNTOUCHED.
043300     IF WS-SCREEN-COUNT = 0 THEN
043400       CONTINUE
043500     ELSE
043600       OPEN OUTPUT MSGS-STAGING-FILE
043700       PERFORM VARYING WS-IDX FROM 1 BY 1
043800         UNTIL WS-IDX > WS-MSG-COUNT
043900         MOVE WS-MSG-IMG(WS-IDX) TO MSGS-STAGING-RECORD
044000         WRITE MSGS-STAGING-RECORD
044100         IF WS-STAGING-STATUS = '00' THEN
044200           ADD 1 TO WS-WRITE-OK-COUNT
044300         END-IF
044400       END-PERFORM
044500       CLOSE MSGS-STAGING-FILE
044600       IF WS-WRITE-OK-COUNT = WS-MSG-COUNT THEN
044700         CALL 'CBL_RENAME_FILE' USING
044800           'data/contact-msgs.dat.tmp', 'data/contact-msgs.dat'
044900       ELSE
045000         MOVE 'Y' TO WS-REWRITE-FAILED
045100       END-IF
045200     END-IF.
045300     CONTINUE.
045400*RUN-CONTROL LEDGER - THE JOB BRACKETS ITSELF WITH A START AND
045500*AN END RECORD (SEE RUNCTLREC) SO src/job-monitor.cob CAN
045600*VERIFY THE OVERNIGHT WINDOW RAN COMPLETE, CLEAN AND IN ORDER.
045700 WRITE-RUN-START.
045800     MOVE 'START' TO RUNC-EVENT.
045900     MOVE 0 TO RUNC-RETURN-CODE.
046000     MOVE 0 TO RUNC-RECS-IN.
046100     MOVE 0 TO RUNC-RECS-OUT.
046200     PERFORM WRITE-RUN-CONTROL-REC.
046300     CONTINUE.
046400 WRITE-RUN-END.
046500     MOVE 'END' TO RUNC-EVENT.
046600     MOVE RETURN-CODE TO RUNC-RETURN-CODE.
046700     MOVE WS-MSG-COUNT TO RUNC-RECS-IN.
046800     MOVE WS-SCREEN-COUNT TO RUNC-RECS-OUT.
046900     PERFORM WRITE-RUN-CONTROL-REC.
047000     CONTINUE.
047100 WRITE-RUN-CONTROL-REC.
047200     MOVE FUNCTION CURRENT-DATE TO RUNC-TIMESTAMP.
047300     MOVE 'CONTACT-SCREEN' TO RUNC-JOB-NAME.
047400     OPEN EXTEND RUN-CONTROL-FILE.
047500     IF WS-RUN-CONTROL-STATUS = '35' THEN
047600       OPEN OUTPUT RUN-CONTROL-FILE
047700     END-IF.
047800     WRITE RUN-CONTROL-RECORD.
047900     CLOSE RUN-CONTROL-FILE.
048000     CONTINUE.
048100*OPERATIONAL SETTINGS - A ROW ON data/batch-parms.dat FOR THIS
048200*JOB REPLACES THE COMPILED DEFAULT; NO FILE, OR NO ROW, LEAVES
048300*THE DEFAULT IN FORCE.
048400 LOAD-BATCH-PARMS.
048500     OPEN INPUT BATCH-PARM-FILE.
048600     IF WS-BATCH-PARM-STATUS = '00' THEN
048700       PERFORM WITH TEST AFTER UNTIL WS-BATCH-PARM-STATUS = '10'
048800         READ BATCH-PARM-FILE
048900           AT END MOVE '10' TO WS-BATCH-PARM-STATUS
049000           NOT AT END
049100             IF BPRM-JOB-NAME = 'CONTACT-SCREEN'
049200                 AND BPRM-PARM-NAME = 'SPAM-THRESHOLD'
049300                 AND BPRM-NUM-VALUE IS NUMERIC THEN
049400               MOVE BPRM-NUM-VALUE TO WS-SPAM-THRESHOLD
049500               MOVE 'PARM FILE' TO WS-THRESHOLD-SOURCE
049600             END-IF
049700         END-READ
049800       END-PERFORM
049900       CLOSE BATCH-PARM-FILE
050000     ELSE
050100       IF WS-BATCH-PARM-STATUS NOT = '35' THEN
050200         DISPLAY 'contact-screen: parameter file open failed, '
050300           'compiled defaults used.'
050400       END-IF
050500     END-IF.
050600     CONTINUE.

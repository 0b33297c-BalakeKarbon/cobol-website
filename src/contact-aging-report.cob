000800*ANSWERED, SPAM AND CLOSED MESSAGES DO NOT APPEAR - THIS REPORT
000900*EXISTS PRECISELY SO THE MORNING CHECK SEES ONLY WHAT IS STILL
001000*WAITING. RUN NIGHTLY AFTER src/contact-triage.cob.
001010*MESSAGES HELD IN QUARANTINE BY src/contact-screen.cob (STATUS
001020*'QUARANT') ARE NOT OPEN WORK - THEY ARE LISTED IN A SECTION OF
001030*THEIR OWN, WITH THEIR SPAM SCORE, SO A FALSE POSITIVE CAN BE
001040*SPOTTED AND RELEASED WITHOUT SWELLING THE OPEN COUNT.
001100******************************************************************
001200 ENVIRONMENT DIVISION.
001300 INPUT-OUTPUT SECTION.
004700 01 WS-BUCKET-MONTH PIC 9(5) VALUE 0.
004800 01 WS-BUCKET-OLDER PIC 9(5) VALUE 0.
004900*        0-7, 8-30 AND 31-PLUS DAYS OUTSTANDING.
004910 01 WS-QUAR-TABLE.
004920     05 WS-QUAR-COUNT PIC 9(3) VALUE 0.
004930     05 WS-QUAR-ENTRY OCCURS 1 TO 500 TIMES
004940         DEPENDING ON WS-QUAR-COUNT.
004950        10 WS-QU-DAYS            PIC 9(5).
004960        10 WS-QU-MSG-ID          PIC X(6).
004970        10 WS-QU-DATE            PIC X(8).
004980        10 WS-QU-SCORE           PIC X(4).
004990        10 WS-QU-NAME            PIC X(20).
004995        10 WS-QU-SUBJECT         PIC X(20).
005000 PROCEDURE DIVISION.
005100 REPORT-MAIN.
005101     PERFORM WRITE-RUN-START.
005600     PERFORM LOAD-OPEN-TABLE.
005700     PERFORM WRITE-REPORT.
005800     DISPLAY 'contact-aging-report complete: ' WS-OPEN-COUNT
005900       ' open message(s), ' WS-QUAR-COUNT ' in quarantine.'.
005901     PERFORM WRITE-RUN-END.
006000     STOP RUN.
006100 LOAD-OPEN-TABLE.
006800           NOT AT END
006900             IF CMSG-STATUS = 'OPEN' OR CMSG-STATUS = SPACES THEN
007000               PERFORM TABLE-ONE-OPEN-MSG
007010             END-IF
007020             IF CMSG-STATUS = 'QUARANT' THEN
007030               PERFORM TABLE-ONE-QUARANT-MSG
007100             END-IF
007200         END-READ
007300       END-PERFORM
010000       END-IF
010100     END-IF.
010200     CONTINUE.
010210 TABLE-ONE-QUARANT-MSG.
010220     IF WS-QUAR-COUNT >= 500 THEN
010230       DISPLAY 'WARNING: quarantine table full, dropping message '
010240         CMSG-MSG-ID
010250     ELSE
010260       ADD 1 TO WS-QUAR-COUNT
010270       MOVE CMSG-MSG-ID TO WS-QU-MSG-ID(WS-QUAR-COUNT)
010280       MOVE CMSG-TIMESTAMP(1:8) TO WS-QU-DATE(WS-QUAR-COUNT)
010290       MOVE CMSG-SPAM-SCORE TO WS-QU-SCORE(WS-QUAR-COUNT)
010300       MOVE CMSG-NAME(1:20) TO WS-QU-NAME(WS-QUAR-COUNT)
010310       MOVE CMSG-SUBJECT(1:20) TO WS-QU-SUBJECT(WS-QUAR-COUNT)
010320       MOVE CMSG-TIMESTAMP(1:8) TO WS-MSG-DATE-NUM
010330       COMPUTE WS-MSG-INT =
010340         FUNCTION INTEGER-OF-DATE(WS-MSG-DATE-NUM)
010350       COMPUTE WS-QU-DAYS(WS-QUAR-COUNT) =
010360         WS-TODAY-INT - WS-MSG-INT
010370     END-IF.
010380     CONTINUE.
010390 WRITE-REPORT.
010400     OPEN OUTPUT AGING-REPORT-FILE.
010500     MOVE 'OPEN CONTACT MESSAGES BY DAYS OUTSTANDING'
010600       TO REPORT-LINE.
014300            WS-BUCKET-OLDER DELIMITED BY SIZE
014400       INTO REPORT-LINE.
014500     WRITE REPORT-LINE.
014505     MOVE SPACES TO REPORT-LINE.
014510     WRITE REPORT-LINE.
014515     MOVE 'QUARANTINED MESSAGES AWAITING REVIEW (NOT OPEN WORK)'
014520       TO REPORT-LINE.
014525     WRITE REPORT-LINE.
014530     MOVE 'DAYS  MSG-ID DATE     SCORE NAME                 SUBJ'
014535       TO REPORT-LINE.
014540     WRITE REPORT-LINE.
014545     IF WS-QUAR-COUNT > 0 THEN
014550       SORT WS-QUAR-ENTRY DESCENDING KEY WS-QU-DAYS
014555     END-IF.
014560     PERFORM VARYING WS-IDX FROM 1 BY 1
014565       UNTIL WS-IDX > WS-QUAR-COUNT
014570       MOVE SPACES TO REPORT-LINE
014575       STRING WS-QU-DAYS(WS-IDX) DELIMITED BY SIZE
014580              ' ' DELIMITED BY SIZE
014585              WS-QU-MSG-ID(WS-IDX) DELIMITED BY SIZE
014590              ' ' DELIMITED BY SIZE
014595              WS-QU-DATE(WS-IDX) DELIMITED BY SIZE
014600              ' ' DELIMITED BY SIZE
014605              WS-QU-SCORE(WS-IDX) DELIMITED BY SIZE
014610              '  ' DELIMITED BY SIZE
014615              WS-QU-NAME(WS-IDX) DELIMITED BY SIZE
014620              ' ' DELIMITED BY SIZE
014625              WS-QU-SUBJECT(WS-IDX) DELIMITED BY SIZE
014630         INTO REPORT-LINE
014635       WRITE REPORT-LINE
014640     END-PERFORM.
014645     MOVE SPACES TO REPORT-LINE.
014650     STRING 'IN QUARANTINE: ' DELIMITED BY SIZE
014655            WS-QUAR-COUNT DELIMITED BY SIZE
014660            ' - RELEASE A FALSE POSITIVE WITH AN OPEN DISPOSITION'
014665              DELIMITED BY SIZE
014670       INTO REPORT-LINE.
014675     WRITE REPORT-LINE.
014680     CLOSE AGING-REPORT-FILE.
014700     CONTINUE.
014710*RUN-CONTROL LEDGER - THE JOB BRACKETS ITSELF WITH A START AND
014720*AN END RECORD (SEE RUNCTLREC) SO src/job-monitor.cob CAN

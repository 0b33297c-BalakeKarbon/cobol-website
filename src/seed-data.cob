001842         "data/run-control.txt"
001843         ORGANIZATION LINE SEQUENTIAL
001844         FILE STATUS WS-RUN-CONTROL-STATUS.
001845     SELECT POLICY-VERSIONS-FILE ASSIGN TO
001846         "data/policy-versions.dat"
001847         FILE STATUS WS-POLICY-VERSIONS-STATUS.
001848     SELECT SPAM-RULES-FILE ASSIGN TO "data/spam-rules.dat"
001849         FILE STATUS WS-SPAM-RULES-STATUS.
001850     SELECT MAIL-TEMPLATES-FILE ASSIGN TO
001851         "data/mail-templates.dat"
001852         FILE STATUS WS-MAIL-TEMPLATES-STATUS.
001853     SELECT JOB-STREAM-FILE ASSIGN TO "data/job-stream.txt"
001854         ORGANIZATION LINE SEQUENTIAL
001855         FILE STATUS WS-JOB-STREAM-STATUS.
001900 DATA DIVISION.
002000 FILE SECTION.
002100 FD  LANG-MASTER-FILE.
002640 COPY THEMEREC.
002641 FD  RUN-CONTROL-FILE.
002642 COPY RUNCTLREC.
002643 FD  POLICY-VERSIONS-FILE.
002644 COPY POLICYREC.
002645 FD  SPAM-RULES-FILE.
002646 COPY SPAMRULEREC.
002647 FD  MAIL-TEMPLATES-FILE.
002648 COPY MAILTPLREC.
002649 FD  JOB-STREAM-FILE.
002650 COPY JSTRMREC.
002700 WORKING-STORAGE SECTION.
002701 01 WS-RUN-CONTROL-STATUS PIC XX.
002800 01 WS-LANG-MASTER-STATUS PIC XX.
003000 01 WS-CONTENT-PAGES-STATUS PIC XX.
003010 01 WS-CONTENT-TRANS-STATUS PIC XX.
003020 01 WS-THEME-MASTER-STATUS PIC XX.
003030 01 WS-POLICY-VERSIONS-STATUS PIC XX.
003040 01 WS-SPAM-RULES-STATUS PIC XX.
003050 01 WS-MAIL-TEMPLATES-STATUS PIC XX.
003060 01 WS-JOB-STREAM-STATUS PIC XX.
003100 PROCEDURE DIVISION.
003200 SEED-MAIN.
003201     PERFORM WRITE-RUN-START.
003500     PERFORM SEED-CONTENT-PAGES.
003510     PERFORM SEED-CONTENT-TRANS.
003520     PERFORM SEED-THEME-MASTER.
003530     PERFORM SEED-POLICY-VERSIONS.
003540     PERFORM SEED-SPAM-RULES.
003550     PERFORM SEED-MAIL-TEMPLATES.
003560     PERFORM SEED-JOB-STREAM.
003600     DISPLAY 'Seed data written: lang-master, menu-items, '
003700       'content-pages, content-trans, theme-master, '
003710       'policy-versions, spam-rules, mail-templates, '
003715       'job-stream.'.
003720     PERFORM WRITE-RUN-END.
003800     STOP RUN.
003900 SEED-LANG-MASTER.
004000     OPEN OUTPUT LANG-MASTER-FILE.
009875     MOVE '#990000' TO THEME-BUTTON-BG.
009876     WRITE THEME-MASTER-RECORD.
009877     CLOSE THEME-MASTER-FILE.
009878 SEED-POLICY-VERSIONS.
009879     OPEN OUTPUT POLICY-VERSIONS-FILE.
009880     MOVE 1 TO POL-VERSION.
009881     MOVE 20240101 TO POL-EFF-DATE.
009882     MOVE 'privacy' TO POL-PAGE-ID.
009883     WRITE POLICY-VERSION-RECORD.
009884     CLOSE POLICY-VERSIONS-FILE.
009887*RUN-CONTROL LEDGER - THE JOB BRACKETS ITSELF WITH A START AND
009897*AN END RECORD (SEE RUNCTLREC) SO src/job-monitor.cob CAN
009907*VERIFY THE OVERNIGHT WINDOW RAN COMPLETE, CLEAN AND IN ORDER.
010127     WRITE RUN-CONTROL-RECORD.
010137     CLOSE RUN-CONTROL-FILE.
010147     CONTINUE.
010200 SEED-SPAM-RULES.
010210     OPEN OUTPUT SPAM-RULES-FILE.
010220     MOVE 'DOM001' TO SPR-RULE-ID.
010230     MOVE 'DOMAIN' TO SPR-RULE-TYPE.
010240     MOVE 'mailinator.com' TO SPR-VALUE.
010250     MOVE 0 TO SPR-LIMIT.
010260     MOVE 60 TO SPR-WEIGHT.
010270     MOVE 'Y' TO SPR-ACTIVE.
010280     WRITE SPAM-RULE-RECORD.
010290     MOVE 'DOM002' TO SPR-RULE-ID.
010300     MOVE 'DOMAIN' TO SPR-RULE-TYPE.
010310     MOVE 'guerrillamail.com' TO SPR-VALUE.
010320     MOVE 0 TO SPR-LIMIT.
010330     MOVE 60 TO SPR-WEIGHT.
010340     MOVE 'Y' TO SPR-ACTIVE.
010350     WRITE SPAM-RULE-RECORD.
010360     MOVE 'PHR001' TO SPR-RULE-ID.
010370     MOVE 'PHRASE' TO SPR-RULE-TYPE.
010380     MOVE 'casino' TO SPR-VALUE.
010390     MOVE 0 TO SPR-LIMIT.
010400     MOVE 40 TO SPR-WEIGHT.
010410     MOVE 'Y' TO SPR-ACTIVE.
010420     WRITE SPAM-RULE-RECORD.
010430     MOVE 'PHR002' TO SPR-RULE-ID.
010440     MOVE 'PHRASE' TO SPR-RULE-TYPE.
010450     MOVE 'crypto investment' TO SPR-VALUE.
010460     MOVE 0 TO SPR-LIMIT.
010470     MOVE 50 TO SPR-WEIGHT.
010480     MOVE 'Y' TO SPR-ACTIVE.
010490     WRITE SPAM-RULE-RECORD.
010500     MOVE 'PHR003' TO SPR-RULE-ID.
010510     MOVE 'PHRASE' TO SPR-RULE-TYPE.
010520     MOVE 'seo services' TO SPR-VALUE.
010530     MOVE 0 TO SPR-LIMIT.
010540     MOVE 40 TO SPR-WEIGHT.
010550     MOVE 'Y' TO SPR-ACTIVE.
010560     WRITE SPAM-RULE-RECORD.
010570     MOVE 'PHR004' TO SPR-RULE-ID.
010580     MOVE 'PHRASE' TO SPR-RULE-TYPE.
010590     MOVE 'viagra' TO SPR-VALUE.
010600     MOVE 0 TO SPR-LIMIT.
010610     MOVE 60 TO SPR-WEIGHT.
010620     MOVE 'Y' TO SPR-ACTIVE.
010630     WRITE SPAM-RULE-RECORD.
010640     MOVE 'LNK001' TO SPR-RULE-ID.
010650     MOVE 'LINKS' TO SPR-RULE-TYPE.
010660     MOVE SPACES TO SPR-VALUE.
010670     MOVE 2 TO SPR-LIMIT.
010680     MOVE 50 TO SPR-WEIGHT.
010690     MOVE 'Y' TO SPR-ACTIVE.
010700     WRITE SPAM-RULE-RECORD.
010710     MOVE 'RPT001' TO SPR-RULE-ID.
010720     MOVE 'REPEAT' TO SPR-RULE-TYPE.
010730     MOVE SPACES TO SPR-VALUE.
010740     MOVE 3 TO SPR-LIMIT.
010750     MOVE 40 TO SPR-WEIGHT.
010760     MOVE 'Y' TO SPR-ACTIVE.
010770     WRITE SPAM-RULE-RECORD.
010780     CLOSE SPAM-RULES-FILE.
010800 SEED-MAIL-TEMPLATES.
010810     OPEN OUTPUT MAIL-TEMPLATES-FILE.
010820     MOVE 'us' TO MTPL-LANG-CODE.
010830     MOVE 'ACK ' TO MTPL-KIND.
010840     MOVE 'We have received your message' TO MTPL-SUBJECT.
010850     MOVE 'Dear' TO MTPL-GREETING.
010860     MOVE SPACES TO MTPL-BODY.
010870     STRING 'Thank you for contacting us. Your message has '
010880            'been received and will be answered as soon as '
010890            'possible. Please quote the reference number '
010900            'above if you write again.'
010910       DELIMITED BY SIZE INTO MTPL-BODY.
010920     WRITE MAIL-TEMPLATE-RECORD.
010930     MOVE 'us' TO MTPL-LANG-CODE.
010940     MOVE 'RPLY' TO MTPL-KIND.
010950     MOVE 'Your message has been answered' TO MTPL-SUBJECT.
010960     MOVE 'Dear' TO MTPL-GREETING.
010970     MOVE SPACES TO MTPL-BODY.
010980     STRING 'Your message to us has now been answered. If '
010990            'anything is still unclear, simply send us a '
011000            'new message through the contact page and '
011010            'quote the reference number above.'
011020       DELIMITED BY SIZE INTO MTPL-BODY.
011030     WRITE MAIL-TEMPLATE-RECORD.
011040     MOVE 'es' TO MTPL-LANG-CODE.
011050     MOVE 'ACK ' TO MTPL-KIND.
011060     MOVE 'Hemos recibido su mensaje' TO MTPL-SUBJECT.
011070     MOVE 'Estimado/a' TO MTPL-GREETING.
011080     MOVE SPACES TO MTPL-BODY.
011090     STRING 'Gracias por escribirnos. Hemos recibido su '
011100            'mensaje y le responderemos lo antes posible. '
011110            'Indique el numero de referencia si vuelve a '
011120            'escribirnos.'
011130       DELIMITED BY SIZE INTO MTPL-BODY.
011140     WRITE MAIL-TEMPLATE-RECORD.
011150     MOVE 'es' TO MTPL-LANG-CODE.
011160     MOVE 'RPLY' TO MTPL-KIND.
011170     MOVE 'Su mensaje ha sido respondido' TO MTPL-SUBJECT.
011180     MOVE 'Estimado/a' TO MTPL-GREETING.
011190     MOVE SPACES TO MTPL-BODY.
011200     STRING 'Su mensaje ya ha sido respondido. Si algo no '
011210            'queda claro, envienos un nuevo mensaje desde '
011220            'la pagina de contacto indicando el numero de '
011230            'referencia.'
011240       DELIMITED BY SIZE INTO MTPL-BODY.
011250     WRITE MAIL-TEMPLATE-RECORD.
011260     CLOSE MAIL-TEMPLATES-FILE.
011300 SEED-JOB-STREAM.
011310*NIGHTLY STEPS IN THE ORDER src/job-monitor.cob EXPECTS THEM;
011320*EVERY STEP MUST END CLEAN, AS THE MONITOR REQUIRES. THE MONTHLY
011330*LOG-ARCHIVE AND MONTHLY-KPI-REPORT RUNS ARE NOT PART OF IT.
011340     OPEN OUTPUT JOB-STREAM-FILE.
011350     MOVE SPACES TO JOB-STREAM-RECORD.
011360     MOVE '010' TO JS-STEP-SEQ.
011370     MOVE 'CONTENT-PUBLISH' TO JS-JOB-NAME.
011380     MOVE '00' TO JS-MAX-RC.
011390     MOVE 'bin/content-publish' TO JS-COMMAND.
011400     WRITE JOB-STREAM-RECORD.
011410     MOVE SPACES TO JOB-STREAM-RECORD.
011420     MOVE '020' TO JS-STEP-SEQ.
011430     MOVE 'SITE-EXPORT' TO JS-JOB-NAME.
011440     MOVE '00' TO JS-MAX-RC.
011450     MOVE 'CONTENT-PUBLISH' TO JS-DEP-JOB(1).
011460     MOVE 'bin/site-export' TO JS-COMMAND.
011470     WRITE JOB-STREAM-RECORD.
011480     MOVE SPACES TO JOB-STREAM-RECORD.
011490     MOVE '030' TO JS-STEP-SEQ.
011500     MOVE 'SEARCH-INDEX-BUILD' TO JS-JOB-NAME.
011510     MOVE '00' TO JS-MAX-RC.
011520     MOVE 'CONTENT-PUBLISH' TO JS-DEP-JOB(1).
011530     MOVE 'bin/search-index-build' TO JS-COMMAND.
011540     WRITE JOB-STREAM-RECORD.
011550     MOVE SPACES TO JOB-STREAM-RECORD.
011560     MOVE '040' TO JS-STEP-SEQ.
011570     MOVE 'MASTER-MAINT' TO JS-JOB-NAME.
011580     MOVE '00' TO JS-MAX-RC.
011590     MOVE 'bin/master-maint' TO JS-COMMAND.
011600     WRITE JOB-STREAM-RECORD.
011610     MOVE SPACES TO JOB-STREAM-RECORD.
011620     MOVE '050' TO JS-STEP-SEQ.
011630     MOVE 'MASTER-VALIDATE' TO JS-JOB-NAME.
011640     MOVE '00' TO JS-MAX-RC.
011650     MOVE 'MASTER-MAINT' TO JS-DEP-JOB(1).
011660     MOVE 'bin/master-validate' TO JS-COMMAND.
011670     WRITE JOB-STREAM-RECORD.
011680     MOVE SPACES TO JOB-STREAM-RECORD.
011690     MOVE '060' TO JS-STEP-SEQ.
011700     MOVE 'CONTACT-TRIAGE' TO JS-JOB-NAME.
011710     MOVE '00' TO JS-MAX-RC.
011720     MOVE 'bin/contact-triage' TO JS-COMMAND.
011730     WRITE JOB-STREAM-RECORD.
011740     MOVE SPACES TO JOB-STREAM-RECORD.
011750     MOVE '070' TO JS-STEP-SEQ.
011760     MOVE 'CONTACT-SCREEN' TO JS-JOB-NAME.
011770     MOVE '00' TO JS-MAX-RC.
011780     MOVE 'CONTACT-TRIAGE' TO JS-DEP-JOB(1).
011790     MOVE 'bin/contact-screen' TO JS-COMMAND.
011800     WRITE JOB-STREAM-RECORD.
011810     MOVE SPACES TO JOB-STREAM-RECORD.
011820     MOVE '080' TO JS-STEP-SEQ.
011830     MOVE 'CONTACT-AGING-REPORT' TO JS-JOB-NAME.
011840     MOVE '00' TO JS-MAX-RC.
011850     MOVE 'CONTACT-SCREEN' TO JS-DEP-JOB(1).
011860     MOVE 'bin/contact-aging-report' TO JS-COMMAND.
011870     WRITE JOB-STREAM-RECORD.
011880     MOVE SPACES TO JOB-STREAM-RECORD.
011890     MOVE '090' TO JS-STEP-SEQ.
011900     MOVE 'CONTACT-OUTBOUND' TO JS-JOB-NAME.
011910     MOVE '00' TO JS-MAX-RC.
011920     MOVE 'CONTACT-SCREEN' TO JS-DEP-JOB(1).
011930     MOVE 'bin/contact-outbound' TO JS-COMMAND.
011940     WRITE JOB-STREAM-RECORD.
011950     MOVE SPACES TO JOB-STREAM-RECORD.
011960     MOVE '100' TO JS-STEP-SEQ.
011970     MOVE 'CONTACT-DIGEST-REPORT' TO JS-JOB-NAME.
011980     MOVE '00' TO JS-MAX-RC.
011990     MOVE 'CONTACT-TRIAGE' TO JS-DEP-JOB(1).
012000     MOVE 'bin/contact-digest-report' TO JS-COMMAND.
012010     WRITE JOB-STREAM-RECORD.
012020     MOVE SPACES TO JOB-STREAM-RECORD.
012030     MOVE '110' TO JS-STEP-SEQ.
012040     MOVE 'HIT-LOG-REPORT' TO JS-JOB-NAME.
012050     MOVE '00' TO JS-MAX-RC.
012060     MOVE 'bin/hit-log-report' TO JS-COMMAND.
012070     WRITE JOB-STREAM-RECORD.
012080     MOVE SPACES TO JOB-STREAM-RECORD.
012090     MOVE '120' TO JS-STEP-SEQ.
012100     MOVE 'SESSION-REPORT' TO JS-JOB-NAME.
012110     MOVE '00' TO JS-MAX-RC.
012120     MOVE 'bin/session-report' TO JS-COMMAND.
012130     WRITE JOB-STREAM-RECORD.
012140     MOVE SPACES TO JOB-STREAM-RECORD.
012150     MOVE '130' TO JS-STEP-SEQ.
012160     MOVE 'COOKIE-CONSENT-REPORT' TO JS-JOB-NAME.
012170     MOVE '00' TO JS-MAX-RC.
012180     MOVE 'bin/cookie-consent-report' TO JS-COMMAND.
012190     WRITE JOB-STREAM-RECORD.
012200     MOVE SPACES TO JOB-STREAM-RECORD.
012210     MOVE '140' TO JS-STEP-SEQ.
012220     MOVE 'LOG-RECONCILE-REPORT' TO JS-JOB-NAME.
012230     MOVE '00' TO JS-MAX-RC.
012240     MOVE 'bin/log-reconcile-report' TO JS-COMMAND.
012250     WRITE JOB-STREAM-RECORD.
012260     MOVE SPACES TO JOB-STREAM-RECORD.
012270     MOVE '150' TO JS-STEP-SEQ.
012280     MOVE 'PAGE-TRAFFIC-REPORT' TO JS-JOB-NAME.
012290     MOVE '00' TO JS-MAX-RC.
012300     MOVE 'bin/page-traffic-report' TO JS-COMMAND.
012310     WRITE JOB-STREAM-RECORD.
012320     MOVE SPACES TO JOB-STREAM-RECORD.
012330     MOVE '160' TO JS-STEP-SEQ.
012340     MOVE 'TRANS-EXC-REPORT' TO JS-JOB-NAME.
012350     MOVE '00' TO JS-MAX-RC.
012360     MOVE 'bin/trans-exc-report' TO JS-COMMAND.
012370     WRITE JOB-STREAM-RECORD.
012380     MOVE SPACES TO JOB-STREAM-RECORD.
012390     MOVE '170' TO JS-STEP-SEQ.
012400     MOVE 'PERCENT-SCAN' TO JS-JOB-NAME.
012410     MOVE '00' TO JS-MAX-RC.
012420     MOVE 'bin/percent-scan' TO JS-COMMAND.
012430     WRITE JOB-STREAM-RECORD.
012440     MOVE SPACES TO JOB-STREAM-RECORD.
012450     MOVE '180' TO JS-STEP-SEQ.
012460     MOVE 'ERROR-RATE-REPORT' TO JS-JOB-NAME.
012470     MOVE '00' TO JS-MAX-RC.
012480     MOVE 'bin/error-rate-report' TO JS-COMMAND.
012490     WRITE JOB-STREAM-RECORD.
012500     MOVE SPACES TO JOB-STREAM-RECORD.
012510     MOVE '190' TO JS-STEP-SEQ.
012520     MOVE 'SEARCH-ANALYTICS-REPORT' TO JS-JOB-NAME.
012530     MOVE '00' TO JS-MAX-RC.
012540     MOVE 'bin/search-analytics-report' TO JS-COMMAND.
012550     WRITE JOB-STREAM-RECORD.
012560     MOVE SPACES TO JOB-STREAM-RECORD.
012570     MOVE '200' TO JS-STEP-SEQ.
012580     MOVE 'ACQUISITION-REPORT' TO JS-JOB-NAME.
012590     MOVE '00' TO JS-MAX-RC.
012600     MOVE 'bin/acquisition-report' TO JS-COMMAND.
012610     WRITE JOB-STREAM-RECORD.
012620     MOVE SPACES TO JOB-STREAM-RECORD.
012630     MOVE '210' TO JS-STEP-SEQ.
012640     MOVE 'NAV-PATH-REPORT' TO JS-JOB-NAME.
012650     MOVE '00' TO JS-MAX-RC.
012660     MOVE 'bin/nav-path-report' TO JS-COMMAND.
012670     WRITE JOB-STREAM-RECORD.
012680     MOVE SPACES TO JOB-STREAM-RECORD.
012690     MOVE '220' TO JS-STEP-SEQ.
012700     MOVE 'POLICY-CONSENT-REPORT' TO JS-JOB-NAME.
012710     MOVE '00' TO JS-MAX-RC.
012720     MOVE 'bin/policy-consent-report' TO JS-COMMAND.
012730     WRITE JOB-STREAM-RECORD.
012740     MOVE SPACES TO JOB-STREAM-RECORD.
012750     MOVE '230' TO JS-STEP-SEQ.
012760     MOVE 'WAREHOUSE-EXTRACT' TO JS-JOB-NAME.
012770     MOVE '00' TO JS-MAX-RC.
012780     MOVE 'bin/warehouse-extract' TO JS-COMMAND.
012790     WRITE JOB-STREAM-RECORD.
012800     CLOSE JOB-STREAM-FILE.

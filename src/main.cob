002730*reason as the other masters above.
002740     SELECT CONTENT-TRANS-FILE ASSIGN TO "data/content-trans.dat"
002750         FILE STATUS WS-CONTENT-TRANS-STATUS.
002752*POLICY-VERSIONS is logically a file keyed by POL-VERSION,
002753*carried as a plain sequential file for the same ISAM-limitation
002754*reason as the other masters above.
002755     SELECT POLICY-VERSIONS-FILE ASSIGN TO
002756         "data/policy-versions.dat"
002757         FILE STATUS WS-POLICY-VERSIONS-STATUS.
002760     SELECT CONTACT-MSGS-FILE ASSIGN TO "data/contact-msgs.dat"
002770         ORGANIZATION LINE SEQUENTIAL
002780         FILE STATUS WS-CONTACT-MSGS-STATUS.
002802     SELECT ERROR-LOG-FILE ASSIGN TO "data/error-log.txt"
002803         ORGANIZATION LINE SEQUENTIAL
002804         FILE STATUS WS-ERROR-LOG-STATUS.
002805     SELECT SEARCH-LOG-FILE ASSIGN TO "data/search-log.txt"
002806         ORGANIZATION LINE SEQUENTIAL
002807         FILE STATUS WS-SEARCH-LOG-STATUS.
002810 DATA DIVISION.
002900 FILE SECTION.
003000 FD  AUDIT-LOG-FILE.
003900 COPY PAGEREC.
003910 FD  CONTENT-TRANS-FILE.
003920 COPY PAGETRREC.
003921 FD  POLICY-VERSIONS-FILE.
003922 COPY POLICYREC.
003930 FD  CONTACT-MSGS-FILE.
003940 COPY CONTACTREC.
003950 FD  SESSION-LOG-FILE.
003991 COPY SRCHREC.
003992 FD  ERROR-LOG-FILE.
003993 COPY ERRLOGREC.
003994 FD  SEARCH-LOG-FILE.
003995 COPY SRCHLOGREC.
004000 WORKING-STORAGE SECTION.
004100 01 WS-NULL-BYTE PIC X(1) VALUE X'00'.
004110 01 WS-LINEFEED-BYTE PIC X(1) VALUE X'0A'.
007081 01 WS-THEME-CONTENT-FG PIC X(7) VALUE '#000000'.
007082 01 WS-THEME-BANNER-BG PIC X(7) VALUE '#00ff00'.
007083 01 WS-THEME-BUTTON-BG PIC X(7) VALUE '#ff0000'.
007084 01 WS-POLICY-VERSIONS-STATUS PIC XX.
007085*WS-POLICY-CURRENT is the policy version in effect today (000
007086*when the master is missing, which leaves the re-prompt off);
007087*WS-POLICY-ACCEPTED is the one in the 'policyVersion' cookie.
007088 01 WS-POLICY-TABLE.
007089     05 WS-POLICY-COUNT PIC 9(2) VALUE 0.
007090     05 WS-POLICY-ROW OCCURS 20 TIMES.
007091        10 WS-PV-VERSION         PIC 9(3).
007092        10 WS-PV-EFF-DATE        PIC 9(8).
007093        10 WS-PV-PAGE-ID         PIC X(10).
007094 01 WS-POLICY-CURRENT PIC 9(3) VALUE 0.
007095 01 WS-POLICY-PAGE-ID PIC X(10) VALUE 'privacy'.
007096 01 WS-POLICY-ACCEPTED PIC 9(3) VALUE 0.
007097 01 WS-POLICY-COOKIE PIC X(3).
007098 01 WS-POLICY-OUTDATED PIC X VALUE 'N'.
007099 01 WS-POLICY-NOTICE PIC X(200).
007100 01 WS-PAGE-ID PIC X(10).
007200 01 WS-PAGE-FOUND PIC X VALUE 'N'.
007210 01 WS-TRANS-FOUND PIC X VALUE 'N'.
007384 01 WS-ERR-FILE-STATUS PIC X(2).
007386 01 WS-ERR-DETAIL PIC X(30).
007388 01 WS-COOKIE-READ-FAILED PIC X VALUE 'N'.
007390 01 WS-SEARCH-LOG-STATUS PIC XX.
007392 01 WS-ACQUISITION.
007393*        Where the visitor came from (HIT-ACQUISITION).
007394     05 WS-REFERRER           PIC X(40).
007395     05 WS-UTM-SOURCE         PIC X(20).
007396     05 WS-UTM-CAMPAIGN       PIC X(20).
007400 LINKAGE SECTION.
007500 01 LS-BLOB PIC X(100000).
007600 01 LS-BLOB-SIZE PIC 9(10).
008300   IF WS-PAGE-ID = SPACES OR WS-PAGE-ID = LOW-VALUES THEN
008400     MOVE 'home' TO WS-PAGE-ID
008500   END-IF.
008502   PERFORM CAPTURE-ACQUISITION.
008510   PERFORM LOAD-MASTER-TABLES.
008520   PERFORM LOAD-POLICY-TABLE.
008600*Cache the icon SVG markup before the menubar is built so a fast
008700*<img> load failure can never fire its 'error' listener against
008800*an empty fallback buffer.
011700   MOVE WS-LANG TO WS-AUDIT-OLD-LANG.
011800   MOVE WS-LANG TO WS-AUDIT-NEW-LANG.
011900   PERFORM WRITE-AUDIT-REC.
011950   PERFORM POLICY-CHECK.
012000   IF WS-COOKIE-ALLOWED = 'y' THEN
012100     PERFORM LANG-CHECK
012110*A consent given under an older policy still stands until the
012120*visitor answers the banner again.
012130     IF WS-POLICY-OUTDATED = 'Y' THEN
012140       PERFORM COOKIE-ASK
012150     END-IF
012200   ELSE
012300     IF WS-COOKIE-READ-FAILED = 'Y'
012400         AND WS-RETRY-FAIL-COUNT >= WS-MAX-GIVE-UP-RETRIES THEN
017900   MOVE WS-LANG TO HIT-LANG.
018000   MOVE WS-COOKIE-ALLOWED TO HIT-COOKIE-ALLOWED.
018010   MOVE WS-PAGE-ID TO HIT-PAGE-ID.
018012   MOVE WS-ACQUISITION TO HIT-ACQUISITION.
018100   OPEN EXTEND HIT-LOG-FILE.
018200   IF WS-HIT-FILE-STATUS = '35' THEN
018300     OPEN OUTPUT HIT-LOG-FILE
018728   MOVE WS-VISITOR-ID TO SESS-VISITOR-ID.
018729   MOVE WS-VISITOR-NEW TO SESS-NEW-FLAG.
018730   MOVE WS-COOKIE-ALLOWED TO SESS-CONSENT.
018731*The policy version is only meaningful on a consented load.
018732   IF WS-COOKIE-ALLOWED = 'y' THEN
018733     MOVE WS-POLICY-ACCEPTED TO SESS-POLICY-VERSION
018734   ELSE
018735     MOVE SPACES TO SESS-POLICY-VERSION
018736   END-IF.
018737   OPEN EXTEND SESSION-LOG-FILE.
018738   IF WS-SESSION-LOG-STATUS = '35' THEN
018739    OPEN OUTPUT SESSION-LOG-FILE
018740   END-IF.
018741   WRITE SESSION-LOG-RECORD.
018742   CLOSE SESSION-LOG-FILE.
018743   CONTINUE.
018744 THEME-CHECK.
018745*Resolve the visitor's theme the way LANG-CHECK resolves the
018746*language: from its cookie when consent allows, defaulting to
018747*'light'. The choice is only persisted on an explicit toggle.
018748   IF WS-COOKIE-ALLOWED = 'y' THEN
018749     CALL 'cobdom_get_cookie' USING BY REFERENCE WS-THEME,
018750       'theme' RETURNING WS-RETURN
018751     INSPECT WS-THEME REPLACING ALL WS-NULL-BYTE BY SPACE
018752     IF WS-THEME = SPACES THEN
018753       MOVE 'light' TO WS-THEME
018754     END-IF
018755   END-IF.
018756   PERFORM LOAD-THEME.
018757   CONTINUE.
018758 LOAD-THEME.
018759   PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
018760     UNTIL WS-TBL-IDX > WS-THEME-COUNT
018761     IF WS-TH-CODE(WS-TBL-IDX) = WS-THEME THEN
018762       MOVE WS-TH-MENU-BG(WS-TBL-IDX) TO WS-THEME-MENU-BG
018763       MOVE WS-TH-MENU-FG(WS-TBL-IDX) TO WS-THEME-MENU-FG
018764       MOVE WS-TH-CONTENT-BG(WS-TBL-IDX) TO WS-THEME-CONTENT-BG
018765       MOVE WS-TH-CONTENT-FG(WS-TBL-IDX) TO WS-THEME-CONTENT-FG
018766       MOVE WS-TH-BANNER-BG(WS-TBL-IDX) TO WS-THEME-BANNER-BG
018767       MOVE WS-TH-BUTTON-BG(WS-TBL-IDX) TO WS-THEME-BUTTON-BG
018768       MOVE WS-THEME-COUNT TO WS-TBL-IDX
018769     END-IF
018770   END-PERFORM.
018771   CONTINUE.
018772 APPLY-THEME.
018773   CALL 'cobdom_style' USING 'menuDiv', 'backgroundColor',
021700     END-IF
021900   END-PERFORM.
022200   CONTINUE.
022210 CAPTURE-ACQUISITION.
022212*Referrer and campaign tags for the nightly acquisition report.
022214*The glue hands back the referring page's host name only (blank
022216*for a typed address or bookmark) and the utm_source and
022218*utm_campaign parameters of the landing URL (blank when absent).
022220*Like cookies, the values come back null-padded, and a crafted
022222*URL could carry LF/CR that would split the hit-log line.
022224   MOVE SPACES TO WS-ACQUISITION.
022226   CALL 'cobdom_get_referrer' USING BY REFERENCE WS-REFERRER
022228     RETURNING WS-RETURN.
022230   CALL 'cobdom_get_url_param' USING BY REFERENCE WS-UTM-SOURCE,
022232     'utm_source' RETURNING WS-RETURN.
022234   CALL 'cobdom_get_url_param' USING BY REFERENCE
022236     WS-UTM-CAMPAIGN, 'utm_campaign' RETURNING WS-RETURN.
022238   INSPECT WS-ACQUISITION
022240     REPLACING ALL WS-NULL-BYTE BY SPACE
022242       ALL WS-LINEFEED-BYTE BY SPACE
022244       ALL WS-CARRIAGE-RET-BYTE BY SPACE.
022246   IF WS-REFERRER = SPACES THEN
022248     MOVE '(direct)' TO WS-REFERRER
022250   END-IF.
022252   CONTINUE.
022300 WRITE-AUDIT-REC.
022400   MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
022500   MOVE WS-AUDIT-EVENT-TYPE TO AUDIT-EVENT-TYPE.
022600   MOVE WS-AUDIT-OLD-LANG TO AUDIT-OLD-LANG.
022700   MOVE WS-AUDIT-NEW-LANG TO AUDIT-NEW-LANG.
022800   MOVE WS-COOKIE-ALLOWED TO AUDIT-COOKIE-ALLOWED.
022810*CONS records carry the policy version the visitor was shown.
022820   IF WS-AUDIT-EVENT-TYPE = 'CONS' THEN
022830     MOVE WS-POLICY-CURRENT TO AUDIT-POLICY-VERSION
022840   ELSE
022850     MOVE SPACES TO AUDIT-POLICY-VERSION
022860   END-IF.
022900   OPEN EXTEND AUDIT-LOG-FILE.
023000   IF WS-AUDIT-FILE-STATUS = '35' THEN
023100     OPEN OUTPUT AUDIT-LOG-FILE
036600   PERFORM WRITE-AUDIT-REC.
036700   PERFORM SET-ACTIVE-FLAG.
036800   CONTINUE.
036801 LOAD-POLICY-TABLE.
036802*Loaded after the other masters. The version in effect today is
036803*the highest one whose effective date has been reached; its page
036804*id is what the re-prompt banner links to.
036805   OPEN INPUT POLICY-VERSIONS-FILE.
036806   IF WS-POLICY-VERSIONS-STATUS = '00' THEN
036807     PERFORM WITH TEST AFTER
036808         UNTIL WS-POLICY-VERSIONS-STATUS = '10'
036809       READ POLICY-VERSIONS-FILE
036810         AT END MOVE '10' TO WS-POLICY-VERSIONS-STATUS
036811         NOT AT END
036812           IF WS-POLICY-COUNT < 20 THEN
036813             ADD 1 TO WS-POLICY-COUNT
036814             MOVE POLICY-VERSION-RECORD
036815               TO WS-POLICY-ROW(WS-POLICY-COUNT)
036816           END-IF
036817       END-READ
036818     END-PERFORM
036819     CLOSE POLICY-VERSIONS-FILE
036820   ELSE
036821     MOVE 'POLICY-VERSIONS' TO WS-ERR-COMPONENT
036822     MOVE WS-POLICY-VERSIONS-STATUS TO WS-ERR-FILE-STATUS
036823     MOVE 'OPEN FAILED, TABLE EMPTY' TO WS-ERR-DETAIL
036824     PERFORM WRITE-ERROR-REC
036825   END-IF.
036826   PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
036827     UNTIL WS-TBL-IDX > WS-POLICY-COUNT
036828     IF WS-PV-EFF-DATE(WS-TBL-IDX)
036829         <= FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))
036830         AND WS-PV-VERSION(WS-TBL-IDX) > WS-POLICY-CURRENT THEN
036831       MOVE WS-PV-VERSION(WS-TBL-IDX) TO WS-POLICY-CURRENT
036832       MOVE WS-PV-PAGE-ID(WS-TBL-IDX) TO WS-POLICY-PAGE-ID
036833     END-IF
036834   END-PERFORM.
036835   CONTINUE.
036836 POLICY-CHECK.
036837*The 'policyVersion' cookie is written alongside allowCookies on
036838*accept. A consent with no version cookie was given before policy
036839*versions existed and counts as version 000, so it is outdated
036840*as soon as any version is in effect.
036841   MOVE 'N' TO WS-POLICY-OUTDATED.
036842   MOVE 0 TO WS-POLICY-ACCEPTED.
036843   IF WS-COOKIE-ALLOWED = 'y' THEN
036844     MOVE SPACES TO WS-POLICY-COOKIE
036845     CALL 'cobdom_get_cookie' USING BY REFERENCE WS-POLICY-COOKIE,
036846       'policyVersion' RETURNING WS-RETURN
036847     INSPECT WS-POLICY-COOKIE REPLACING ALL WS-NULL-BYTE BY SPACE
036848     IF WS-POLICY-COOKIE IS NUMERIC THEN
036849       MOVE WS-POLICY-COOKIE TO WS-POLICY-ACCEPTED
036850     END-IF
036851     IF WS-POLICY-ACCEPTED < WS-POLICY-CURRENT THEN
036852       MOVE 'Y' TO WS-POLICY-OUTDATED
036853     END-IF
036854   END-IF.
036855   CONTINUE.
036856 BUILD-POLICY-NOTICE.
036857   MOVE SPACES TO WS-POLICY-NOTICE.
036858   STRING 'Our privacy policy has changed - please review the '
036859       DELIMITED BY SIZE
036860     '<a href="?page=' DELIMITED BY SIZE
036861     WS-POLICY-PAGE-ID DELIMITED BY SPACE
036862     '">updated policy</a>. Would you like to allow cookies to '
036863       DELIMITED BY SIZE
036864     'store your preferences such as language?&nbsp;'
036865       DELIMITED BY SIZE
036866     INTO WS-POLICY-NOTICE.
036867   CONTINUE.
036900 COOKIE-ASK.
037000   CALL 'cobdom_create_element' USING 'cookieDiv', 'div'
037100     RETURNING WS-RETURN.
038400   CALL 'cobdom_inner_html' USING 'cookieDiv','Would you like to a
038500-'llow cookies to store your preferences such as language?&nbsp;'
038600     RETURNING WS-RETURN.
038610*A visitor whose consent predates the policy now in effect sees
038620*the same two buttons under a notice linking to the new terms.
038630   IF WS-POLICY-OUTDATED = 'Y' THEN
038640     PERFORM BUILD-POLICY-NOTICE
038650     CALL 'cobdom_inner_html' USING 'cookieDiv', WS-POLICY-NOTICE
038660       RETURNING WS-RETURN
038670   END-IF.
038700   CALL 'cobdom_create_element' USING 'cookieYes', 'span'
038800     RETURNING WS-RETURN.
038900   CALL 'cobdom_set_class' USING 'cookieYes', 'cookieButton'
041700     RETURNING WS-RETURN.
041800   CALL 'cobdom_set_cookie' USING 'y', 'allowCookies'
041900     RETURNING WS-RETURN.
041910   MOVE WS-POLICY-CURRENT TO WS-POLICY-COOKIE.
041920   CALL 'cobdom_set_cookie' USING WS-POLICY-COOKIE,
041925     'policyVersion' RETURNING WS-RETURN.
041940   MOVE WS-POLICY-CURRENT TO WS-POLICY-ACCEPTED.
041950   MOVE 'N' TO WS-POLICY-OUTDATED.
042000   MOVE 'y' TO WS-COOKIE-ALLOWED.
042100   MOVE WS-LANG TO WS-AUDIT-OLD-LANG.
042200   MOVE WS-LANG TO WS-AUDIT-NEW-LANG.
042700 ENTRY 'COOKIEDENY'.
042800   CALL 'cobdom_style' USING 'cookieDiv', 'display', 'none'
042900     RETURNING WS-RETURN.
042905*Turning down updated terms withdraws the earlier consent: the
042910*preference cookies are cleared exactly as CONSENTWITHDRAW does.
042915   IF WS-POLICY-OUTDATED = 'Y' THEN
042920     CALL 'cobdom_set_cookie' USING ' ', 'allowCookies'
042925       RETURNING WS-RETURN
042930     CALL 'cobdom_set_cookie' USING ' ', 'visitorId'
042935       RETURNING WS-RETURN
042940     CALL 'cobdom_set_cookie' USING ' ', 'lang'
042945       RETURNING WS-RETURN
042950     CALL 'cobdom_set_cookie' USING ' ', 'theme'
042955       RETURNING WS-RETURN
042960     CALL 'cobdom_set_cookie' USING ' ', 'policyVersion'
042965       RETURNING WS-RETURN
042970     MOVE 'N' TO WS-POLICY-OUTDATED
042975   END-IF.
043000   MOVE 'n' TO WS-COOKIE-ALLOWED.
043100   MOVE WS-LANG TO WS-AUDIT-OLD-LANG.
043200   MOVE WS-LANG TO WS-AUDIT-NEW-LANG.
043574     REPLACING ALL WS-NULL-BYTE BY SPACE
043576       ALL WS-LINEFEED-BYTE BY SPACE
043578       ALL WS-CARRIAGE-RET-BYTE BY SPACE.
043579   MOVE WS-ACQUISITION TO CMSG-ACQUISITION.
043580   MOVE SPACES TO CMSG-SCREENING.
043581   MOVE WS-LANG TO CMSG-LANG.
043582   MOVE WS-PAGE-ID TO CMSG-PAGE-ID.
043583   PERFORM WRITE-CONTACT-MSG-REC.
043584   CALL 'cobdom_inner_html' USING 'contactStatus',
043585     'Thank you - your message has been received.'
043586     RETURNING WS-RETURN.
043588   GOBACK.
043600 SETPERCENTCOBOL SECTION.
054903     MOVE 'OPEN FAILED, NO SEARCH' TO WS-ERR-DETAIL
054904     PERFORM WRITE-ERROR-REC
054910   END-IF.
054915   PERFORM WRITE-SEARCH-LOG-REC.
054920   GOBACK.
054930 MATCH-ONE-INDEX-REC.
054940   IF SRCH-LANG-CODE = WS-SEARCH-LANG THEN
055630   CALL 'cobdom_append_child' USING WS-SEARCH-ELEM-ID,
055640     'searchResults' RETURNING WS-RETURN.
055650   CONTINUE.
055651 WRITE-SEARCH-LOG-REC.
055652*Every search is logged, hits or not, so the nightly analytics
055653*report can see what visitors look for and what came back
055654*empty. The index open status travels with the record - a
055655*search that never reached the index is not a content gap.
055656   MOVE FUNCTION CURRENT-DATE TO SLOG-TIMESTAMP.
055657   MOVE WS-SEARCH-LANG TO SLOG-LANG.
055658   MOVE WS-SEARCH-TERM-TABLE TO SLOG-TERMS.
055659   IF WS-SEARCH-INDEX-STATUS = '00' THEN
055660     MOVE 'Y' TO SLOG-INDEX-OK
055661   ELSE
055662     MOVE 'N' TO SLOG-INDEX-OK
055663   END-IF.
055664   MOVE WS-SEARCH-MATCH-COUNT TO SLOG-MATCH-COUNT.
055665   MOVE SPACES TO SLOG-PAGE-IDS.
055666   PERFORM VARYING WS-SEARCH-JDX FROM 1 BY 1
055667     UNTIL WS-SEARCH-JDX > WS-SEARCH-MATCH-COUNT
055668     MOVE WS-SM-PAGE-ID(WS-SEARCH-JDX)
055669       TO SLOG-PAGE-ID(WS-SEARCH-JDX)
055670   END-PERFORM.
055671   OPEN EXTEND SEARCH-LOG-FILE.
055672   IF WS-SEARCH-LOG-STATUS = '35' THEN
055673     OPEN OUTPUT SEARCH-LOG-FILE
055674   END-IF.
055675   WRITE SEARCH-LOG-RECORD.
055676   CLOSE SEARCH-LOG-FILE.
055677   CONTINUE.
055700 CONSENTWITHDRAW SECTION.
055710 ENTRY 'CONSENTWITHDRAW'.
055720*Clearing a cookie is writing it back as a single space - every
055820     RETURNING WS-RETURN.
055830   CALL 'cobdom_set_cookie' USING ' ', 'theme'
055840     RETURNING WS-RETURN.
055842   CALL 'cobdom_set_cookie' USING ' ', 'policyVersion'
055844     RETURNING WS-RETURN.
055850   MOVE 'n' TO WS-COOKIE-ALLOWED.
055860   MOVE WS-LANG TO WS-AUDIT-OLD-LANG.
055870   MOVE WS-LANG TO WS-AUDIT-NEW-LANG.

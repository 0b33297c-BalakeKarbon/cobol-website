004000 FD  QUERY-PARM-FILE.
004100 COPY LOGQRYREC.
004200 FD  QUERY-LOG-FILE.
004300 01 QUERY-LOG-RECORD PIC X(114).
004400 FD  QUERY-REPORT-FILE.
004500 01 REPORT-LINE PIC X(100).
004600 FD  RUN-CONTROL-FILE.
006400 01 WS-NOW-TS PIC X(21).
006500 01 WS-TODAY-NUM PIC 9(8).
006600 01 WS-TODAY-INT PIC 9(9).
006700*THE SAME 114-BYTE BUFFER SERVES BOTH LOG TYPES - THE REDEFINES
006800*BELOW ARE THE HIT AND AUDIT DETAIL/SUMMARY VIEWS (KEEP THEM IN
006900*STEP WITH HITREC AND AUDITREC).
007000 01 WS-REC-AREA PIC X(114).
007100 01 WS-HIT-REC REDEFINES WS-REC-AREA.
007200     05 WS-HR-TIMESTAMP         PIC X(21).
007300     05 WS-HR-LANG              PIC X(2).
007400     05 WS-HR-CONSENT           PIC X(1).
007500     05 WS-HR-PAGE-ID           PIC X(10).
007600     05 FILLER                  PIC X(80).
007700 01 WS-HIT-SUMM REDEFINES WS-REC-AREA.
007800     05 WS-HS-DATE              PIC X(8).
007900     05 WS-HS-MARKER            PIC X(4).
008000     05 WS-HS-US-COUNT          PIC 9(6).
008100     05 WS-HS-ES-COUNT          PIC 9(6).
008200     05 WS-HS-OTHER-COUNT       PIC 9(6).
008300     05 FILLER                  PIC X(84).
008400 01 WS-AUD-REC REDEFINES WS-REC-AREA.
008500     05 WS-AR-TIMESTAMP         PIC X(21).
008600     05 WS-AR-EVENT             PIC X(4).
008700     05 WS-AR-OLD-LANG          PIC X(2).
008800     05 WS-AR-NEW-LANG          PIC X(2).
008900     05 WS-AR-CONSENT           PIC X(1).
008950     05 WS-AR-POLICY-VERSION    PIC X(3).
009000     05 FILLER                  PIC X(81).
009100 01 WS-AUD-SUMM REDEFINES WS-REC-AREA.
009200     05 WS-AS-DATE              PIC X(8).
009300     05 WS-AS-MARKER            PIC X(4).
009800     05 WS-AS-LANG-COUNT        PIC 9(6).
009900     05 WS-AS-INIT-COUNT        PIC 9(6).
010000     05 WS-AS-OTHER-COUNT       PIC 9(6).
010010     05 FILLER                  PIC X(60).
010100 01 WS-REC-DATE PIC X(8).
010200 01 WS-REC-IS-SUMM PIC X.
010300 01 WS-SUMM-TOTAL PIC 9(9).

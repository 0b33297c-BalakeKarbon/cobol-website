      ******************************************************************
      *SEARCH-LOG RECORD LAYOUT
      *ONE LINE PER SEARCH CLICK (ENTRY 'SEARCHSUBMIT' EXECUTION IN
      *src/main.cob), WRITTEN WHETHER OR NOT ANYTHING MATCHED AND
      *EVEN WHEN THE INDEX COULD NOT BE OPENED. APPENDED TO
      *data/search-log.txt, NEVER REWRITTEN - SAME LIFECYCLE AS THE
      *HIT AND AUDIT LOGS. ROLLED UP NIGHTLY BY
      *src/search-analytics-report.cob INTO TOP TERMS PER LANGUAGE
      *AND THE ZERO-RESULT TERMS THE CONTENT TEAM SHOULD WRITE FOR.
      ******************************************************************
       01 SEARCH-LOG-RECORD.
          05 SLOG-TIMESTAMP           PIC X(21).
          05 SLOG-LANG                PIC X(2).
      *        LANGUAGE THE SEARCH RAN UNDER (WS-SEARCH-LANG).
          05 SLOG-TERMS.
             10 SLOG-TERM             PIC X(20) OCCURS 5 TIMES.
      *        THE LOWER-CASED TERMS EXACTLY AS MATCHED AGAINST
      *        SRCH-KEYWORD; UNUSED SLOTS ARE SPACES.
          05 SLOG-INDEX-OK            PIC X(1).
      *        'Y' = THE SEARCH INDEX WAS READ. 'N' = IT COULD NOT BE
      *        OPENED, SO A ZERO MATCH COUNT SAYS NOTHING ABOUT THE
      *        CONTENT AND THE NIGHTLY REPORT KEEPS IT OFF THE
      *        ZERO-RESULT LIST.
          05 SLOG-MATCH-COUNT         PIC 9(2).
          05 SLOG-PAGE-IDS.
             10 SLOG-PAGE-ID          PIC X(10) OCCURS 20 TIMES.
      *        PAGE KEYS RENDERED AS RESULTS, IN RESULT ORDER;
      *        UNUSED SLOTS ARE SPACES.

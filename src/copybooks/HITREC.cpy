      *        CONTENT-PAGES KEY THE VISIT RESOLVED TO (SEE PAGEREC).
      *        BLANK ON RECORDS WRITTEN BEFORE THE FIELD EXISTED -
      *        REPORTS COUNT THOSE UNDER '(unknown)'.
          05 HIT-ACQUISITION.
      *        WHERE THE VISITOR CAME FROM, CAPTURED BY ENTRY 'MAIN'.
      *        ALL BLANK ON RECORDS WRITTEN BEFORE THE FIELDS EXISTED -
      *        src/acquisition-report.cob COUNTS THOSE UNDER
      *        '(unknown)'.
             10 HIT-REFERRER          PIC X(40).
      *        HOST NAME OF THE REFERRING PAGE, OR '(direct)' WHEN THE
      *        BROWSER SENT NO REFERRER (TYPED ADDRESS, BOOKMARK).
             10 HIT-UTM-SOURCE        PIC X(20).
             10 HIT-UTM-CAMPAIGN      PIC X(20).
      *        utm_source / utm_campaign TAGS OFF THE LANDING URL;
      *        BLANK WHEN THE LINK CARRIED NONE.
      ******************************************************************
      *CARRIED-FORWARD DAILY SUMMARY, WRITTEN BY src/log-archive.cob
      *WHEN DETAIL RECORDS OLDER THAN THE RETENTION CUTOFF ARE MOVED

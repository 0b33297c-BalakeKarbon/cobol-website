      ******************************************************************
      *WAREHOUSE FEED RECORD LAYOUTS
      *BUILT IN WORKING-STORAGE BY src/warehouse-extract.cob AND
      *WRITTEN ONE PER LINE TO THE NIGHTLY FEED FILES
      *data/wh-<feed>-YYYYMMDD.txt (<feed> = hit, session, audit,
      *error, daily; YYYYMMDD = RUN DATE). COLUMNS ARE SEPARATED BY
      *'|' AND ARE FIXED WIDTH AS DEFINED BELOW; TRAILING BLANKS OF
      *THE LAST COLUMN ARE NOT KEPT. A '|' INSIDE A FREE-TEXT SOURCE
      *FIELD IS DELIVERED AS '/'. THE FIRST COLUMN IS THE RECORD
      *TYPE: ONE 'H' HEADER, ANY NUMBER OF 'D' DETAILS, ONE 'T'
      *TRAILER. EVERY FILE CARRIES ITS HEADER AND TRAILER EVEN WHEN
      *THERE IS NO NEW DATA.
      ******************************************************************
       01 WHF-HEADER-RECORD.
          05 WHF-H-TYPE               PIC X(1) VALUE 'H'.
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-H-FEED               PIC X(8).
      *        'HIT', 'SESSION', 'AUDIT', 'ERROR' OR 'DAILY'.
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-H-CREATED            PIC X(21).
      *        WHEN THE EXTRACT RAN.
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-H-FROM               PIC X(21).
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-H-TO                 PIC X(21).
      *        THE EXTRACT WINDOW. DETAIL FEEDS CARRY EVERY LOG RECORD
      *        STAMPED AT OR AFTER WHF-H-FROM AND BEFORE WHF-H-TO
      *        (TIMESTAMPS COMPARED TO THE HUNDREDTH OF A SECOND).
      *        ON THE DAILY FEED WHF-H-FROM IS THE LAST SUMMARY DATE
      *        ALREADY DELIVERED AND THE FEED CARRIES EVERY SUMMARY
      *        DATED AFTER IT; ITS WHF-H-TO IS BLANK.
       01 WHF-TRAILER-RECORD.
          05 WHF-T-TYPE               PIC X(1) VALUE 'T'.
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-T-FEED               PIC X(8).
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-T-COUNT              PIC 9(9).
      *        'D' RECORDS IN THE FILE.
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-T-FIRST-DATE         PIC X(8).
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-T-LAST-DATE          PIC X(8).
      *        EARLIEST AND LATEST EVENT DATE (YYYYMMDD) AMONG THE
      *        'D' RECORDS; SPACES WHEN THE COUNT IS ZERO.
      ******************************************************************
      *'D' RECORD OF THE HIT FEED - ONE PER HIT-LOG DETAIL (HITREC).
      ******************************************************************
       01 WHF-HIT-DETAIL.
          05 WHF-HIT-TYPE             PIC X(1) VALUE 'D'.
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-HIT-TIMESTAMP        PIC X(21).
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-HIT-DATE             PIC X(8).
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-HIT-LANG             PIC X(2).
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-HIT-COOKIE-ALLOWED   PIC X(1).
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-HIT-PAGE-ID          PIC X(10).
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-HIT-REFERRER         PIC X(40).
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-HIT-UTM-SOURCE       PIC X(20).
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-HIT-UTM-CAMPAIGN     PIC X(20).
      ******************************************************************
      *'D' RECORD OF THE SESSION FEED - ONE PER SESSION-LOG RECORD
      *(SESSREC).
      ******************************************************************
       01 WHF-SESSION-DETAIL.
          05 WHF-SES-TYPE             PIC X(1) VALUE 'D'.
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-SES-TIMESTAMP        PIC X(21).
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-SES-DATE             PIC X(8).
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-SES-VISITOR-ID       PIC X(16).
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-SES-NEW-FLAG         PIC X(1).
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-SES-CONSENT          PIC X(1).
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-SES-POLICY-VERSION   PIC X(3).
      ******************************************************************
      *'D' RECORD OF THE AUDIT (CONSENT) FEED - ONE PER AUDIT-LOG
      *DETAIL (AUDITREC).
      ******************************************************************
       01 WHF-AUDIT-DETAIL.
          05 WHF-AUD-TYPE             PIC X(1) VALUE 'D'.
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-AUD-TIMESTAMP        PIC X(21).
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-AUD-DATE             PIC X(8).
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-AUD-EVENT-TYPE       PIC X(4).
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-AUD-OLD-LANG         PIC X(2).
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-AUD-NEW-LANG         PIC X(2).
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-AUD-COOKIE-ALLOWED   PIC X(1).
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-AUD-POLICY-VERSION   PIC X(3).
      ******************************************************************
      *'D' RECORD OF THE ERROR FEED - ONE PER ERROR-LOG RECORD
      *(ERRLOGREC).
      ******************************************************************
       01 WHF-ERROR-DETAIL.
          05 WHF-ERR-TYPE             PIC X(1) VALUE 'D'.
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-ERR-TIMESTAMP        PIC X(21).
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-ERR-DATE             PIC X(8).
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-ERR-COMPONENT        PIC X(20).
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-ERR-FILE-STATUS      PIC X(2).
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-ERR-DETAIL           PIC X(30).
      ******************************************************************
      *'D' RECORD OF THE DAILY-AGGREGATE FEED - ONE PER CARRIED-FORWARD
      *SUMM RECORD FOUND IN THE HIT OR AUDIT LOG (SEE HITREC/AUDITREC).
      *THE SUMMARISED DETAILS HAVE BEEN ARCHIVED OUT OF THE LIVE LOG,
      *SO A DAY THAT HAD NOT YET BEEN DELIVERED AS DETAIL ARRIVES
      *ONLY THROUGH THIS FEED.
      ******************************************************************
       01 WHF-DAILY-DETAIL.
          05 WHF-DLY-TYPE             PIC X(1) VALUE 'D'.
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-DLY-SOURCE           PIC X(5).
      *        'HIT' OR 'AUDIT'.
          05 FILLER                   PIC X(1) VALUE '|'.
          05 WHF-DLY-DATE             PIC X(8).
          05 WHF-DLY-COUNTS.
             10 WHF-DLY-COUNT-ENTRY   OCCURS 7 TIMES.
                15 FILLER             PIC X(1) VALUE '|'.
                15 WHF-DLY-COUNT      PIC 9(6).
      *        HIT:   1 = us LOADS, 2 = es LOADS, 3 = OTHER LANGUAGE
      *               LOADS, 4-7 ZERO.
      *        AUDIT: 1 = READ, 2 = FAIL, 3 = CONSENT ACCEPTED,
      *               4 = CONSENT DENIED, 5 = LANG, 6 = INIT,
      *               7 = ANY OTHER EVENT TYPE.

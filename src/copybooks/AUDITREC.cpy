          05 AUDIT-OLD-LANG           PIC X(2).
          05 AUDIT-NEW-LANG           PIC X(2).
          05 AUDIT-COOKIE-ALLOWED     PIC X(1).
          05 AUDIT-POLICY-VERSION     PIC X(3).
      *        ON 'CONS' RECORDS, THE POLICY-VERSION (SEE POLICYREC)
      *        THE VISITOR ACCEPTED OR DECLINED. BLANK ON OTHER EVENT
      *        TYPES AND ON RECORDS WRITTEN BEFORE THE FIELD EXISTED.
      ******************************************************************
      *CARRIED-FORWARD DAILY SUMMARY, WRITTEN BY src/log-archive.cob
      *WHEN DETAIL RECORDS OLDER THAN THE RETENTION CUTOFF ARE MOVED

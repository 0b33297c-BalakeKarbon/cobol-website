004300 FD  SESSION-LOG-FILE.
004400 COPY SESSREC.
004500 FD  SESSION-STAGING-FILE.
004600 01 SESSION-STAGING-RECORD PIC X(42).
004700 FD  ERASE-REPORT-FILE.
004800 01 REPORT-LINE PIC X(100).
004900 FD  RUN-CONTROL-FILE.

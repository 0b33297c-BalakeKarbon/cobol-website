      ******************************************************************
      *BATCH-PARAMETER CONTROL RECORD LAYOUT
      *ONE RECORD PER OPERATIONAL SETTING OF A BATCH JOB, KEYED BY
      *BPRM-JOB-NAME + BPRM-PARM-NAME (data/batch-parms.dat). EACH
      *JOB READS ITS OWN RECORDS AT START-UP AND KEEPS ITS COMPILED
      *VALUE FOR ANY PARAMETER THAT IS NOT ON FILE, SO AN EMPTY OR
      *MISSING FILE RUNS EVERY JOB AS BUILT. MAINTAINED ONLY THROUGH
      *src/parm-maint.cob, WHICH VALIDATES EACH CHANGE AND LOGS ITS
      *OLD AND NEW VALUES (SEE BPHISTREC).
      *
      *PARAMETERS ON FILE AND THE VALUE EACH JOB FALLS BACK TO:
      *  CONTACT-TRIAGE          RETENTION-DAYS     90  (1-3650)
      *  LOG-ARCHIVE             RETENTION-DAYS     90  (1-3650)
      *  ERROR-RATE-REPORT       SPIKE-THRESHOLD    10  (0-9999)
      *  LOG-RECONCILE-REPORT    RECON-TOLERANCE    0   (0-999)
      *  CONTACT-SCREEN          SPAM-THRESHOLD     50  (0-9999)
      *  NAV-PATH-REPORT         VISIT-GAP-MINUTES  30  (1-1440)
      *  NAV-PATH-REPORT         PAIR-TOLERANCE-CS  100 (0-9999)
      *  NAV-PATH-REPORT         TOP-N              10  (1-999)
      *  SEARCH-ANALYTICS-REPORT TOP-TERMS-PER-LANG 10  (1-999)
      *  JOB-MONITOR             REQUIRED-JOB-nn    COMPILED LIST
      *  JOB-MONITOR             REQUIRED-PRED-nn   COMPILED LIST
      *        nn = 01-40, THE SLOT IN THE REQUIRED-JOB LIST. THE
      *        VALUE IS A JOB NAME (PROGRAM-ID); A BLANK REQUIRED-JOB
      *        TAKES THE SLOT OUT OF THE LIST AND A BLANK
      *        REQUIRED-PRED DROPS THE SLOT'S ORDERING CHECK.
      ******************************************************************
       01 BATCH-PARM-RECORD.
          05 BPRM-JOB-NAME            PIC X(24).
      *        PROGRAM-ID OF THE JOB THE SETTING BELONGS TO.
          05 BPRM-PARM-NAME           PIC X(20).
          05 BPRM-VALUE               PIC X(24).
          05 BPRM-NUM-VIEW REDEFINES BPRM-VALUE.
             10 BPRM-NUM-VALUE        PIC 9(9).
      *        NUMERIC PARAMETERS ARE HELD ZERO-PADDED IN THE FIRST
      *        9 POSITIONS.
             10 FILLER                PIC X(15).
          05 BPRM-CHANGED-TS          PIC X(21).
      *        WHEN src/parm-maint.cob LAST SET THE VALUE.

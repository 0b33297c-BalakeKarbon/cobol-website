      ******************************************************************
      *MASTER-ROLLBACK PARAMETER RECORD LAYOUT
      *SINGLE-RECORD FILE (data/master-rollback-parm.txt) THAT DRIVES
      *ONE EXECUTION OF src/master-rollback.cob - THE OPERATOR WRITES
      *THE LINE, RUNS THE JOB AND READS data/master-rollback-rpt.txt.
      ******************************************************************
       01 ROLLBACK-PARM-RECORD.
          05 RB-MASTER                PIC X(4).
      *        'LANG', 'MENU', 'PAGE' OR 'TRAN' (SEE MAINTREC).
          05 RB-KEY                   PIC X(12).
      *        ONE RECORD'S KEY (LANG-CODE, MENU-ORDER, PAGE-ID, OR
      *        PAGE-ID + LANG-CODE FOR 'TRAN'); SPACES = THE WHOLE
      *        MASTER.
          05 RB-AS-OF-DATE            PIC X(8).
      *        YYYYMMDD. THE MASTER IS PUT BACK THE WAY IT STOOD AT
      *        THE END OF THIS DAY - EVERY CHANGE STAMPED LATER IS
      *        UNDONE.

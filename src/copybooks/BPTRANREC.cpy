      ******************************************************************
      *PARM-MAINT TRANSACTION RECORD LAYOUT
      *ONE LINE PER CHANGE TO THE BATCH-PARAMETER CONTROL FILE
      *(data/batch-parm-trans.txt, SEE BPARMREC).
      ******************************************************************
       01 PARM-TRANS-RECORD.
          05 BPT-ACTION               PIC X(6).
      *        'ADD'    - PUT A PARAMETER ON FILE (KEY MUST BE NEW).
      *        'UPDATE' - CHANGE THE VALUE OF ONE ALREADY ON FILE.
      *        'DELETE' - TAKE IT OFF FILE; THE JOB GOES BACK TO ITS
      *                   COMPILED VALUE.
          05 BPT-JOB-NAME             PIC X(24).
          05 BPT-PARM-NAME            PIC X(20).
          05 BPT-VALUE                PIC X(24).
      *        NUMERIC VALUES ARE KEYED LEFT-JUSTIFIED WITHOUT SIGN
      *        OR SEPARATORS ('120'); IGNORED ON DELETE.

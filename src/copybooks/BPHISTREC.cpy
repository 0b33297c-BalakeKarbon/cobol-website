      ******************************************************************
      *BATCH-PARAMETER HISTORY RECORD LAYOUT
      *ONE LINE PER CHANGE src/parm-maint.cob MADE TO THE
      *BATCH-PARAMETER CONTROL FILE (SEE BPARMREC), POSTED ONLY ONCE
      *THE REWRITTEN FILE WAS RENAMED INTO PLACE. APPENDED TO
      *data/batch-parm-history.txt, NEVER REWRITTEN - THE AUDIT
      *RECORD OF EVERY SETTING EACH JOB HAS RUN WITH AND WHEN IT
      *CHANGED.
      ******************************************************************
       01 PARM-HISTORY-RECORD.
          05 BPH-TIMESTAMP            PIC X(21).
          05 BPH-ACTION               PIC X(6).
      *        'ADD', 'UPDATE' OR 'DELETE' (SEE BPTRANREC).
          05 BPH-JOB-NAME             PIC X(24).
          05 BPH-PARM-NAME            PIC X(20).
          05 BPH-OLD-VALUE            PIC X(24).
      *        VALUE ON FILE BEFORE THE CHANGE; SPACES ON ADD (THE
      *        JOB WAS RUNNING WITH ITS COMPILED VALUE).
          05 BPH-NEW-VALUE            PIC X(24).
      *        VALUE ON FILE AFTER THE CHANGE; SPACES ON DELETE.

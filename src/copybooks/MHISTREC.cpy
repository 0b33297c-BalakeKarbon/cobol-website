      ******************************************************************
      *MASTER-HISTORY RECORD LAYOUT
      *ONE LINE PER CHANGE TO A RECORD OF LANG-MASTER, MENU-ITEMS,
      *CONTENT-PAGES OR CONTENT-TRANS - AN ADD/UPDATE/RETIRE APPLIED
      *BY src/master-maint.cob, A WINDOW FLIP BY
      *src/content-publish.cob, OR A RESTORE BY
      *src/master-rollback.cob. EACH JOB COLLECTS ITS CHANGES IN A
      *PENDING FILE AND POSTS THEM ONLY FOR A MASTER WHOSE STAGED
      *REWRITE WAS RENAMED INTO PLACE, SO THE HISTORY NEVER RECORDS
      *A CHANGE THAT DID NOT LAND. APPENDED TO
      *data/master-history.txt, NEVER REWRITTEN - THE RECORD OF
      *WHAT EVERY MASTER HELD AND WHEN, THAT src/master-rollback.cob
      *RESTORES FROM.
      ******************************************************************
       01 MASTER-HISTORY-RECORD.
          05 MHST-TIMESTAMP           PIC X(21).
          05 MHST-JOB-NAME            PIC X(24).
      *        PROGRAM-ID OF THE JOB THAT MADE THE CHANGE, AS ON ITS
      *        RUN-CONTROL RECORDS (SEE RUNCTLREC).
          05 MHST-MASTER              PIC X(4).
      *        'LANG', 'MENU', 'PAGE' OR 'TRAN' (SEE MAINTREC).
          05 MHST-ACTION              PIC X(8).
      *        'ADD', 'UPDATE' OR 'RETIRE' FROM MASTER-MAINT;
      *        'PUBLISH' OR 'RETIRE' FROM A CONTENT-PUBLISH WINDOW
      *        FLIP; 'RESTORE' OR 'REMOVE' FROM A ROLLBACK.
          05 MHST-KEY                 PIC X(12).
      *        LANG-CODE, MENU-ORDER, PAGE-ID, OR PAGE-ID + LANG-CODE
      *        FOR CONTENT-TRANS - THE LEADING BYTES OF THE IMAGE.
          05 MHST-BEFORE-IMAGE        PIC X(2087).
      *        THE WHOLE MASTER RECORD BEFORE THE CHANGE; SPACES
      *        WHEN THE RECORD DID NOT EXIST (ADD).
          05 MHST-AFTER-IMAGE         PIC X(2087).
      *        THE WHOLE MASTER RECORD AFTER THE CHANGE; SPACES
      *        WHEN THE RECORD WAS TAKEN OFF THE FILE (REMOVE).

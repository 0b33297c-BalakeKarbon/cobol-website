      ******************************************************************
      *CONTACT MAIL-QUEUE RECORD LAYOUT
      *ONE LINE PER MAIL THE CONTACT LIFECYCLE OWES A SENDER
      *(data/contact-mail-queue.txt). APPENDED BY
      *src/contact-triage.cob - AN 'ACK ' FOR EVERY MSG-ID IT ASSIGNS
      *AND A 'RPLY' FOR EVERY ANSWER DISPOSITION IT APPLIES - ONCE ITS
      *REWRITE OF THE MESSAGE FILE HAS GONE THROUGH. CONSUMED BY
      *src/contact-outbound.cob, WHICH REWRITES THE QUEUE WITH ONLY
      *THE ENTRIES IT HAS TO HOLD BACK.
      ******************************************************************
       01 MAIL-QUEUE-RECORD.
          05 MQ-KIND                  PIC X(4).
      *        'ACK ' OR 'RPLY' (SEE MTPL-KIND IN MAILTPLREC).
          05 MQ-MSG-ID                PIC X(6).
          05 MQ-QUEUED-DATE           PIC X(8).
      *        YYYYMMDD THE TRIAGE RUN QUEUED THE ENTRY.

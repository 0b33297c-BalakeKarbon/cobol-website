      ******************************************************************
      *MAIL SENT-LEDGER RECORD LAYOUT
      *ONE LINE PER MAIL HANDED TO THE RELAY (data/mail-sent-ledger.txt)
      *APPENDED BY src/contact-outbound.cob AND NEVER REWRITTEN. A
      *QUEUE ENTRY WHOSE (KIND, MSG-ID) IS ALREADY ON THE LEDGER IS
      *NOT MAILED AGAIN, SO A RERUN AFTER A FAILURE NEVER SENDS ANYONE
      *THE SAME NOTICE TWICE.
      ******************************************************************
       01 MAIL-SENT-RECORD.
          05 MSNT-TIMESTAMP           PIC X(21).
          05 MSNT-KIND                PIC X(4).
          05 MSNT-MSG-ID              PIC X(6).
          05 MSNT-TO-ADDR             PIC X(60).

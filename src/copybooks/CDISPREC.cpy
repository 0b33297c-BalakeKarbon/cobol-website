      ******************************************************************
       01 CONTACT-DISP-RECORD.
          05 CDSP-ACTION              PIC X(6).
      *        'ANSWER' (STATUS -> ANSWERED), 'SPAM' (-> SPAM),
      *        'CLOSE' (-> CLOSED) OR 'OPEN' (QUARANT -> OPEN, TO
      *        RELEASE A MESSAGE src/contact-screen.cob HELD BACK).
          05 CDSP-MSG-ID              PIC X(6).
      *        CMSG-MSG-ID OF THE TARGET MESSAGE, AS ASSIGNED BY AN
      *        EARLIER TRIAGE RUN.

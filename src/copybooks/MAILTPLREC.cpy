      ******************************************************************
      *MAIL-TEMPLATES MASTER RECORD LAYOUT
      *ONE RECORD PER (LANGUAGE, NOTICE KIND), KEYED BY MTPL-LANG-CODE
      *THE WAY LANG-MASTER IS KEYED BY LANG-CODE, PLUS MTPL-KIND
      *(data/mail-templates.dat). src/contact-outbound.cob PICKS THE
      *TEMPLATE FOR THE LANGUAGE THE VISITOR WROTE IN AND FALLS BACK
      *TO 'us' WHEN THAT LANGUAGE HAS NONE, SO A NEW SITE LANGUAGE
      *NEVER LEAVES A SENDER WITHOUT A REPLY.
      ******************************************************************
       01 MAIL-TEMPLATE-RECORD.
          05 MTPL-LANG-CODE           PIC X(2).
          05 MTPL-KIND                PIC X(4).
      *        'ACK ' - ACKNOWLEDGEMENT OF A NEW MESSAGE.
      *        'RPLY' - NOTICE THAT THE MESSAGE HAS BEEN ANSWERED.
          05 MTPL-SUBJECT             PIC X(60).
      *        SUBJECT LINE; THE MESSAGE'S REFERENCE NUMBER (ITS
      *        CMSG-MSG-ID) IS APPENDED.
          05 MTPL-GREETING            PIC X(20).
      *        SALUTATION, FOLLOWED BY THE SENDER'S NAME.
          05 MTPL-BODY                PIC X(300).

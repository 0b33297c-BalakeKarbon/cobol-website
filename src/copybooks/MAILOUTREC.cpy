      ******************************************************************
      *OUTBOUND MAIL-INTERCHANGE RECORD LAYOUTS
      *ONE FILE PER BALANCED RUN OF src/contact-outbound.cob
      *(data/outbound-mail.txt), COLLECTED BY THE SHOP'S MAIL RELAY.
      *A HEADER RECORD, ONE DETAIL RECORD PER MAIL, AND A TRAILER
      *CARRYING THE CONTROL COUNTS THE RELAY CHECKS BEFORE SENDING -
      *DISTINGUISHED BY THE RECORD TYPE IN POSITIONS 1-3.
      ******************************************************************
       01 OUTMAIL-DETAIL-RECORD.
          05 OML-REC-TYPE             PIC X(3).
      *        ALWAYS 'MSG'.
          05 OML-KIND                 PIC X(4).
      *        'ACK ' OR 'RPLY'.
          05 OML-MSG-ID               PIC X(6).
          05 OML-LANG                 PIC X(2).
      *        LANGUAGE OF THE TEMPLATE ACTUALLY USED.
          05 OML-TO-ADDR              PIC X(60).
          05 OML-TO-NAME              PIC X(40).
          05 OML-SUBJECT              PIC X(80).
          05 OML-BODY                 PIC X(400).
      ******************************************************************
      *HEADER - FIRST RECORD OF THE FILE.
      ******************************************************************
       01 OUTMAIL-HEADER-RECORD.
          05 OMH-REC-TYPE             PIC X(3).
      *        ALWAYS 'HDR'.
          05 OMH-CREATED              PIC X(21).
      *        FUNCTION CURRENT-DATE AT THE START OF THE RUN.
          05 OMH-SOURCE               PIC X(24).
      *        PROGRAM-ID OF THE WRITING JOB.
      ******************************************************************
      *TRAILER - LAST RECORD OF THE FILE. THE DETAIL COUNT MUST EQUAL
      *THE NUMBER OF 'MSG' RECORDS AND THE SUM OF THE OTHER TWO.
      ******************************************************************
       01 OUTMAIL-TRAILER-RECORD.
          05 OMT-REC-TYPE             PIC X(3).
      *        ALWAYS 'TRL'.
          05 OMT-DETAIL-COUNT         PIC 9(7).
          05 OMT-ACK-COUNT            PIC 9(7).
          05 OMT-REPLY-COUNT          PIC 9(7).

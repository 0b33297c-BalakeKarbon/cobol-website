      *        ON A FRESH SUBMISSION OR A RECORD WRITTEN BEFORE THE
      *        FIELD EXISTED.
          05 CMSG-STATUS              PIC X(8).
      *        'OPEN', 'ANSWERED', 'SPAM', 'CLOSED' OR 'QUARANT'
      *        (HELD BY src/contact-screen.cob FOR REVIEW; RELEASED
      *        BY AN 'OPEN' DISPOSITION). BLANK IS TREATED AS 'OPEN'
      *        SO OLDER RECORDS KEEP WORKING.
          05 CMSG-STATUS-DATE         PIC X(8).
      *        YYYYMMDD THE STATUS WAS LAST SET; DRIVES THE
      *        CLOSED/SPAM RETENTION PURGE.
          05 CMSG-ACQUISITION.
      *        REFERRER AND CAMPAIGN TAGS OF THE VISIT THE MESSAGE WAS
      *        SENT FROM (SEE HIT-ACQUISITION IN HITREC). BLANK ON
      *        RECORDS WRITTEN BEFORE THE FIELDS EXISTED.
             10 CMSG-REFERRER         PIC X(40).
             10 CMSG-UTM-SOURCE       PIC X(20).
             10 CMSG-UTM-CAMPAIGN     PIC X(20).
          05 CMSG-SCREENING.
      *        SET BY src/contact-screen.cob. A BLANK SCREEN DATE
      *        MARKS A MESSAGE NOT YET SCREENED; A SCREENED MESSAGE
      *        IS NEVER RE-SCORED, SO A RELEASED ONE STAYS RELEASED.
             10 CMSG-SCREEN-DATE      PIC X(8).
             10 CMSG-SPAM-SCORE       PIC 9(4).
          05 CMSG-LANG                PIC X(2).
      *        SITE LANGUAGE THE VISITOR WAS USING (SEE LANGREC); PICKS
      *        THE WORDING OF THE ACKNOWLEDGEMENT AND REPLY NOTICE.
          05 CMSG-PAGE-ID             PIC X(10).
      *        CONTENT-PAGES KEY OF THE PAGE THE FORM WAS SENT FROM.
      *        BOTH BLANK ON RECORDS WRITTEN BEFORE THE FIELDS EXISTED.

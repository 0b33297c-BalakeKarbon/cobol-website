      ******************************************************************
      *SPAM-RULES MASTER RECORD LAYOUT
      *ONE RECORD PER CONTACT-FORM SCREENING RULE, KEYED BY
      *SPR-RULE-ID (data/spam-rules.dat). src/contact-screen.cob
      *SCORES EVERY UNSCREENED MESSAGE BY ADDING UP THE WEIGHTS OF THE
      *ACTIVE RULES IT BREAKS, AND QUARANTINES IT WHEN THE TOTAL IS
      *OVER THE JOB'S THRESHOLD. A RULE THAT MISFIRES IS SWITCHED OFF
      *WITH SPR-ACTIVE RATHER THAN DELETED, SO OLD REVIEW LISTINGS
      *STILL NAME A RULE THAT IS ON FILE.
      ******************************************************************
       01 SPAM-RULE-RECORD.
          05 SPR-RULE-ID              PIC X(6).
          05 SPR-RULE-TYPE            PIC X(6).
      *        'DOMAIN' - SENDER'S EMAIL DOMAIN (AFTER THE '@')
      *                   EQUALS SPR-VALUE.
      *        'PHRASE' - SPR-VALUE APPEARS IN THE SUBJECT OR
      *                   MESSAGE TEXT.
      *        'LINKS'  - MESSAGE CARRIES MORE THAN SPR-LIMIT LINKS
      *                   ('http://', 'https://' OR 'www.').
      *        'REPEAT' - SENDER HAS MORE THAN SPR-LIMIT MESSAGES ON
      *                   FILE SUBMITTED THE SAME DAY.
      *        MATCHING IS NOT CASE-SENSITIVE.
          05 SPR-VALUE                PIC X(40).
      *        DOMAIN OR PHRASE; SPACES FOR 'LINKS' AND 'REPEAT'.
          05 SPR-LIMIT                PIC 9(3).
      *        COUNT LIMIT FOR 'LINKS' AND 'REPEAT'; ZERO OTHERWISE.
          05 SPR-WEIGHT               PIC 9(3).
      *        POINTS ADDED TO THE MESSAGE'S SCORE WHEN THE RULE FIRES.
          05 SPR-ACTIVE               PIC X(1).
      *        'Y' = APPLIED, 'N' = KEPT ON FILE BUT IGNORED.

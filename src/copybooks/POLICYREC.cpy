      ******************************************************************
      *POLICY-VERSION MASTER RECORD LAYOUT
      *ONE RECORD PER PUBLISHED VERSION OF THE PRIVACY POLICY, KEYED
      *BY POL-VERSION (data/policy-versions.dat). THE VERSION IN
      *EFFECT ON A GIVEN DAY IS THE HIGHEST POL-VERSION WHOSE
      *POL-EFF-DATE HAS BEEN REACHED. A TEXT CHANGE TO THE POLICY
      *PAGE IS PUBLISHED BY ADDING A NEW VERSION WITH A HIGHER NUMBER
      *- OLD VERSIONS STAY ON FILE SO RECORDED CONSENTS CAN STILL BE
      *TRACED TO THE TEXT THE VISITOR AGREED TO.
      ******************************************************************
       01 POLICY-VERSION-RECORD.
          05 POL-VERSION              PIC 9(3).
      *        STORED IN THE VISITOR'S 'policyVersion' COOKIE ON
      *        ACCEPT AND CARRIED ON CONS AUDIT AND SESSION RECORDS.
          05 POL-EFF-DATE             PIC 9(8).
      *        YYYYMMDD THE VERSION TAKES EFFECT.
          05 POL-PAGE-ID              PIC X(10).
      *        CONTENT-PAGES KEY OF THE POLICY TEXT (SEE PAGEREC).

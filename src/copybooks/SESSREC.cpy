      *        'Y' = VISITOR ID WAS CREATED ON THIS VISIT.
          05 SESS-CONSENT             PIC X(1).
      *        COPY OF WS-COOKIE-ALLOWED AT THE TIME OF THE VISIT.
          05 SESS-POLICY-VERSION      PIC X(3).
      *        POLICY-VERSION (SEE POLICYREC) THE CONSENT OF A
      *        CONSENTED LOAD WAS GIVEN UNDER, FROM THE 'policyVersion'
      *        COOKIE - '000' WHEN THE CONSENT PREDATES VERSIONING.
      *        BLANK ON A LOAD WITHOUT CONSENT AND ON RECORDS WRITTEN
      *        BEFORE THE FIELD EXISTED.

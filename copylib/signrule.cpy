      * shared signature-renewal rule - how long each consent stays
      * good for one payer, keyed INS-KEY with "***" as the default
      * row (the payerprof.cpy convention). Months from the signed
      * date; 0 = good until revoked. consent-maint.cob keeps it.
       01  SIGNRULE01.
           02 SR-INS PIC XXX.
           02 SR-AOB-MONTHS PIC 99.
           02 SR-ROI-MONTHS PIC 99.
           02 SR-FIN-MONTHS PIC 99.
           02 SR-FUTURE PIC X(6).

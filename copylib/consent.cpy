      * shared consent record - one row per guarantor (garno) with
      * the date each signature was taken: assignment of benefits,
      * release of information and the financial policy. Spaces =
      * never signed. consent-maint.cob records them at check-in;
      * consentchk.cob judges them against the payer's SIGNRULE
      * renewal months for the claim builder and the encform.cob
      * signature worklist. G-ASSIGNM/CC-ASSIGN stay what they
      * were - the assignment mode, not proof of a signature.
       01  CONSENT01.
           02 CN-GARNO PIC X(8).
           02 CN-AOB-DATE PIC X(8).
           02 CN-ROI-DATE PIC X(8).
           02 CN-FIN-DATE PIC X(8).
           02 CN-OPER PIC X(3).
           02 CN-DATE-E PIC X(8).
           02 CN-FUTURE PIC X(10).

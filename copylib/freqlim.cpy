      * shared service-frequency limit record - how often a payer
      * pays one CPT for one patient, keyed CPT + INS-KEY with "***"
      * as the any-payer row (the payerprof.cpy default). freqlim-
      * load.cob loads it; freqchk.cob applies it for prebill-
      * scrub.cob and the inar004.cob charge screen.
      *   FL-MAX - services allowed inside the period
      *   FL-PERIOD/FL-UNIT - the lookback: "M" months counted as
      *     full months following the month of the prior service
      *     (Medicare's "11 full months"), "D" days since it
      *   FL-LIFETIME - "Y" = once-ever limits, the period is not
      *     used
       01  FREQLIM01.
           02 FL-KEY.
             03 FL-CPT PIC X(5).
             03 FL-INS PIC XXX.
           02 FL-MAX PIC 99.
           02 FL-PERIOD PIC 999.
           02 FL-UNIT PIC X.
           02 FL-LIFETIME PIC X.
           02 FL-FUTURE PIC X(6).

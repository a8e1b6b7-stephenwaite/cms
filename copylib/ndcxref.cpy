      * shared drug NDC cross-reference - one row per billed
      * procedure code (the J-code), giving the 11-digit NDC
      * (5-4-2, no dashes), the NDC unit of measure (F2 internatl
      * unit, GR gram, ME milligram, ML milliliter, UN unit) and the
      * NDC quantity one billed unit of the code represents. The
      * claim builders send LIN*N4/CTP from it to every payer whose
      * PAYERPROF row asks for NDCs; prebill-scrub.cob holds a drug
      * line with no row here. ndc-maint.cob keeps it.
       01  NDCXREF01.
           02 ND-KEY PIC X(5).
           02 ND-NDC PIC X(11).
           02 ND-UNIT PIC XX.
           02 ND-QTY PIC 9(5)V999.
           02 ND-DESC PIC X(30).
           02 ND-DATE PIC X(8).
           02 ND-FUTURE PIC X(6).

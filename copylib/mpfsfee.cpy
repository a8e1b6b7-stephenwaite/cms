      * shared Medicare fee record - our locality's MPFS fee per CPT,
      * effective-dated like CONTRFILE so last year's schedule stays
      * on file when the new release loads. mpfs-load.cob writes it
      * from the CMS release; contrbench.cob measures each payer's
      * contract against it. MP-PCTC is the release's PC/TC
      * indicator for the code - "0" no split (26/TC not valid),
      * "1" professional/technical split, "2" professional only,
      * "3" technical only, "4" global test only, "5" incident to,
      * "6" lab with a physician interpretation (26 valid), "7"
      * physical therapy, "8" physician interpretation, "9" not
      * applicable. prebill-scrub.cob edits 26/TC against it.
       01  MPFSFEE01.
           02 MP-KEY.
             03 MP-CPT PIC X(5).
             03 MP-EFF PIC X(8).
           02 MP-LOCAL PIC XX.
           02 MP-FEE PIC 9(4)V99.
           02 MP-PCTC PIC X.
           02 MP-FUTURE PIC X(5).

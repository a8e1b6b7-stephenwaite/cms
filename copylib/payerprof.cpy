      * filing indicator, and the loop quirks: whether the payer
      * wants the referring-provider loop, the prior-auth REF*G1,
      * and which legacy-id REF qualifier (spaces = NPI only).
      * PP-SENDNDC "Y" = the payer wants the 2410 LIN/CTP drug
      * segments on every line with an NDCXREF row.
      * payerprof-load.cob loads it and claimengine.cob drives off
      * it - onboarding an electronic payer is a table row, same as
      * stmtfmt.cpy made a statement arrangement a table row.
           02 PP-SENDREF PIC X.
           02 PP-SENDAUTH PIC X.
           02 PP-LEGACYREF PIC XX.
           02 PP-SENDNDC PIC X.
           02 PP-FUTURE PIC X(5).

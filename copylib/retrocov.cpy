      * shared coverage-discovery record - one line per self-pay
      * account a discovery 271 came back active on. x271.cob writes
      * it from the response: the payer (RT-INS), the member id the
      * payer returned, and the coverage span its DTP segments gave
      * (RT-TERM spaces = still in force, RT-EFF spaces = the payer
      * gave no dates). retrocov.cob reads it to move the account
      * and its charges onto the payer.
       01  RETROCOV01.
           02 RT-GARNO PIC X(8).
           02 RT-INS PIC XXX.
           02 RT-POLICY PIC X(16).
           02 RT-EFF PIC X(8).
           02 RT-TERM PIC X(8).
           02 RT-EB PIC XX.
           02 RT-DATE PIC X(8).

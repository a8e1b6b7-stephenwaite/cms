      * shared client payment record - one row per payment or
      * adjustment posted against a client invoice by
      * client-post.cob, keyed client paycode + period + a sequence.
      * CP-TYPE: "P" payment, "A" adjustment (a disputed line
      * written off, a contract discount). Amounts are positive.
       01  CLIENTPAY01.
           02 CP-KEY.
             03 CP-PAYCODE PIC XXX.
             03 CP-PERIOD PIC X(6).
             03 CP-SEQ PIC 99.
           02 CP-TYPE PIC X.
           02 CP-AMOUNT PIC S9(7)V99.
           02 CP-DATE PIC X(8).
           02 CP-CHECK PIC X(12).
           02 CP-POSTED PIC X(8).
           02 CP-FUTURE PIC X(10).

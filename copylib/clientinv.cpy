      * shared client invoice header - one row per client per month,
      * keyed client paycode + period (YYYYMM). client-inv.cob
      * writes it with the month's itemized charges (CLIENTDTL),
      * client-post.cob posts payments and adjustments against it
      * (CLIENTPAY), client-age.cob and client-stmt.cob age and
      * report it. The balance is CI-AMOUNT - CI-PAID - CI-ADJ.
      * CI-STATUS: "O" open, "P" paid in full.
       01  CLIENTINV01.
           02 CI-KEY.
             03 CI-PAYCODE PIC XXX.
             03 CI-PERIOD PIC X(6).
           02 CI-DATE PIC X(8).
           02 CI-DUE PIC X(8).
           02 CI-LINES PIC 9(5).
           02 CI-AMOUNT PIC S9(7)V99.
           02 CI-PAID PIC S9(7)V99.
           02 CI-ADJ PIC S9(7)V99.
           02 CI-LASTPAY PIC X(8).
           02 CI-STATUS PIC X.
           02 CI-FUTURE PIC X(10).

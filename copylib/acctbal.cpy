      * shared guarantor balance summary - one row per garno, so the
      * statement, dunning, finance-charge and export runs stop
      * re-adding CHARCUR and PAYCUR account by account. Same sum
      * stmtcycle.cob has always made: AB-INSBAL is the charges still
      * with a payer (CC-PAYCODE not "018"), AB-PATBAL the "018"
      * charges plus every PAYCUR row. AB-OLDEST is the oldest
      * service date on a line still carrying a LINEBAL balance.
      * Kept only through acctpost.cob, which every program that
      * writes CHGJRNL calls as it journals; acctbld.cob checks it
      * against a full recompute.
       01  ACCTBAL01.
           02 AB-GARNO PIC X(8).
           02 AB-INSBAL PIC S9(7)V99.
           02 AB-PATBAL PIC S9(7)V99.
           02 AB-OLDEST PIC X(8).
           02 AB-LASTPAY-DATE PIC X(8).
           02 AB-LASTPAY-AMT PIC S9(6)V99.
           02 AB-LASTSTMT PIC X(8).
           02 AB-DATE PIC X(8).
           02 AB-PROGRAM PIC X(8).
           02 AB-FUTURE PIC X(10).

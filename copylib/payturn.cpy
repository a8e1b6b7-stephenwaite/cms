      * shared payer turnaround history - one row per payer code,
      * rewritten by each payerscore.cob run from the quarter it
      * scored: the average days from service to first payment and
      * the paid-to-charged percent. cashfcst.cob times and sizes
      * the expected receipts on open claims from it; ctaccrue.cob
      * takes the paid percent for its month-end accrual.
       01  PAYTURN01.
           02 PT-INS PIC XXX.
           02 PT-FROM PIC X(8).
           02 PT-TO PIC X(8).
           02 PT-VOL PIC 9(6).
           02 PT-DAYS PIC 9(4).
           02 PT-PAID-PCT PIC 999.
           02 PT-YIELD PIC 999.
           02 PT-FUTURE PIC X(10).

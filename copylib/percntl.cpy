      * shared fiscal-period control record - one row per month the
      * accountant has booked, keyed YYYYMM. periodclose.cob writes
      * the row closed ("C") when it produces the month's numbers;
      * period-maint.cob is the supervisor-only reopen ("O") and
      * re-close, with the reason kept here and in PERIODLOG. A
      * month with no row has never been closed and is open.
      * perchk.cob answers "may this posting date be used" for
      * every program that posts, adjusts or corrects.
       01  PERCNTL01.
           02 FP-MONTH PIC X(6).
           02 FP-STATUS PIC X.
           02 FP-CLOSE-DATE PIC X(8).
           02 FP-CLOSE-OPER PIC X(3).
           02 FP-OPEN-DATE PIC X(8).
           02 FP-OPEN-OPER PIC X(3).
           02 FP-REASON PIC X(40).
           02 FP-FUTURE PIC X(6).

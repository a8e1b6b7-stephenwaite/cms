      * shared cash forecast history - each cashfcst.cob run keeps
      * its thirteen weekly buckets by payer class (1 medicaid,
      * 2 medicare, 3 commercial, 4 tricare, 5 patient) under its
      * run date, so the next month's run can set the forecast
      * against what actually posted in the weeks since.
       01  FCSTHIST01.
           02 FH-KEY.
             03 FH-RUN-DATE PIC X(8).
             03 FH-CLASS PIC 9.
             03 FH-WEEK PIC 99.
           02 FH-WEEK-START PIC X(8).
           02 FH-AMOUNT PIC S9(9)V99.
           02 FH-FUTURE PIC X(10).

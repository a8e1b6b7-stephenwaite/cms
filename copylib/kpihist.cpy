      * shared revenue-cycle KPI history - one row per measure per
      * month, keyed month + measure number. kpicalc.cob figures the
      * month's measures at month end and writes (or on a rerun
      * rewrites) them; kpitrend.cob prints the thirteen-month trend
      * against the practice targets. KH-NUMER / KH-DENOM are what
      * the value was figured from, kept so a number on the board's
      * page can be traced; KH-DENOM 0 on a ratio means there was
      * nothing to measure that month. Measures:
      *   01 days in A/R          02 gross collection rate %
      *   03 net collection rate %  04 A/R over 90 days %
      *   05 first-pass clean claim %  06 denial rate %
      *   07 charge lag days      08 cash as % of charges
      *   09 bad-debt rate %      10 credit balances outstanding $
      *   11 A/R $                12 gross charges $
      *   13 cash collected $
       01  KPIHIST01.
           02 KH-KEY.
             03 KH-MONTH PIC X(6).
             03 KH-KPI PIC 99.
           02 KH-VALUE PIC S9(9)V99.
           02 KH-NUMER PIC S9(9)V99.
           02 KH-DENOM PIC S9(9)V99.
           02 KH-RUN-DATE PIC X(8).
           02 KH-FUTURE PIC X(10).

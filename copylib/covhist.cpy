      * shared coverage-history record - one row per plan a
      * guarantor has carried at each level (P primary, S secondary,
      * T tertiary - the MPLRFILE plan), keyed garno + level +
      * effective date, so the plan in force on any service date is
      * still known after GARFILE is overwritten. CV-TERM is the
      * last covered day, spaces = still in force. covsync.cob
      * writes and reads it for every program that changes or bills
      * coverage; covinq.cob shows it.
       01  COVHIST01.
           02 CV-KEY.
             03 CV-GARNO PIC X(8).
             03 CV-LEVEL PIC X.
             03 CV-EFF PIC X(8).
           02 CV-INS PIC XXX.
           02 CV-POLICY PIC X(16).
           02 CV-GROUP PIC X(10).
           02 CV-TERM PIC X(8).
           02 CV-SOURCE PIC X(8).
           02 CV-DATE PIC X(8).
           02 CV-FUTURE PIC X(6).

      * charge line to workers' compensation case tie - one row per
      * CHARCUR line (same key) naming the WCCASE case the visit was
      * treated under. Written by wccase-maint.cob (LW), and by
      * wc5r079.cob for an account with a single open case as the
      * claim goes out.
       01  WCLINK01.
           02 WL-KEY.
             03 WL-KEY8 PIC X(8).
             03 WL-KEY3 PIC XXX.
           02 WL-CASE PIC 99.
           02 WL-DATE PIC X(8).
           02 WL-OPER PIC X(3).
           02 WL-FUTURE PIC X(6).

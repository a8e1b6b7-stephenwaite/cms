      * shared patient-responsibility transfer flag - one row per
      * guarantor prxfer.cob has moved lines to "018" for, keyed
      * garno. XF-AMOUNT/XF-LINES add up every transfer since the
      * account's last statement; XF-STMT stays spaces until
      * stmtcycle.cob sends that statement, whatever the account's
      * own cycle, so a balance that just became the patient's goes
      * out on the next statement run instead of waiting a month.
       01  XFERFLAG01.
           02 XF-GARNO PIC X(8).
           02 XF-DATE PIC X(8).
           02 XF-AMOUNT PIC S9(7)V99.
           02 XF-LINES PIC 9(4).
           02 XF-STMT PIC X(8).
           02 XF-FUTURE PIC X(8).

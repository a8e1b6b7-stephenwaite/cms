      * state workers' compensation fee schedule - the maximum
      * allowance per CPT under each state's WC schedule, loaded by
      * wcfee-load.cob. Keyed state + CPT + modifier; WF-MOD spaces
      * is the global fee, a modifier row (26, TC ...) overrides it.
       01  WCFEE01.
           02 WF-KEY.
             03 WF-STATE PIC XX.
             03 WF-CPT PIC X(5).
             03 WF-MOD PIC XX.
           02 WF-FEE PIC 9(5)V99.
           02 WF-EFF PIC X(8).
           02 WF-FUTURE PIC X(8).

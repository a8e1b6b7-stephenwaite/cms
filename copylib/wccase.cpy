      * shared workers' compensation case record - one per injury,
      * keyed garno + case number, so carrier, claim number, adjuster,
      * employer and the injury itself are keyed once instead of at
      * every visit (COMPFILE only ever held a mailing name and
      * address). wccase-maint.cob keeps it and ties charge lines to
      * it through WCLINK; wc5r079.cob fills the carrier claim number,
      * injury date and state on the 837 from it, and wccase-bal.cob
      * is the case balance sheet for the adjuster calls.
      * WC-CARRIER is the INSFILE code, WC-EMPLOYER the MPLRFILE key.
      * WC-STATUS: "O" open, "D" contested by the carrier, "C" closed.
       01  WCCASE01.
           02 WC-KEY.
             03 WC-GARNO PIC X(8).
             03 WC-CASE PIC 99.
           02 WC-STATUS PIC X.
           02 WC-CARRIER PIC XXX.
           02 WC-CLAIMNO PIC X(20).
           02 WC-ADJUSTER PIC X(24).
           02 WC-ADJ-PHONE PIC X(10).
           02 WC-ADJ-FAX PIC X(10).
           02 WC-EMPLOYER PIC X(8).
           02 WC-INJURY-DATE PIC X(8).
           02 WC-BODYPART PIC X(24).
           02 WC-STATE PIC XX.
           02 WC-OPENED PIC X(8).
           02 WC-CLOSED PIC X(8).
           02 WC-OPER PIC X(3).
           02 WC-FUTURE PIC X(10).

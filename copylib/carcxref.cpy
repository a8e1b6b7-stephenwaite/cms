      * shared 835 adjustment crosswalk - one row per CAS group code
      * (CO, PR, OA, PI) + claim adjustment reason code, saying which
      * PC-DENIAL code the posters use for it and what the amount is.
      * hipr136.cob, hipr146.cob and hiproa.cob read it in place of
      * their own CARC lists; carc-maint.cob and carc-load.cob keep
      * it. CX-CLASS:
      *   "C" contractual - written off under CX-DENIAL (14 folds
      *       into the line's insurance reduction, any other code
      *       such as DI posts as its own adjustment row)
      *   "P" patient responsibility - left on the account for the
      *       patient; a non-blank CX-DENIAL (DD) marks the payment
      *       row
      *   "D" denial - a zero-paid line carrying it is a denial and
      *       goes to the lost-service listing to be worked instead
      *       of posting
      * CX-PRTYPE sorts a "P" row's dollars for the patient-
      * responsibility split (PRDETAIL): DD deductible, CI co-
      * insurance, CP copay, blank other patient responsibility.
      * A CARC with no row here is written to CARCMISS by the poster
      * and listed by carcmiss.cob that night.
       01  CARCXREF01.
           02 CX-KEY.
             03 CX-GROUP PIC XX.
             03 CX-CARC PIC X(5).
           02 CX-DENIAL PIC XX.
           02 CX-CLASS PIC X.
           02 CX-DESC PIC X(30).
           02 CX-DATE PIC X(8).
           02 CX-PRTYPE PIC XX.
           02 CX-FUTURE PIC X(4).

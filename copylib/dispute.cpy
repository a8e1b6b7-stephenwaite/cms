      * shared patient billing-dispute case record - keyed garno +
      * case number, the tplfile.cpy shape. dispute-maint.cob keeps
      * it. While a case is open only the disputed amount is held
      * back: statement selection and the statement engines, dunning,
      * finance charges, agency placement and Metro 2 all act on the
      * undisputed remainder (Metro 2 furnishing it under compliance
      * code XB), and an account with nothing undisputed left is left
      * alone. dispute-age.cob ages the open cases for the desk;
      * dispute-ltr.cob extracts the resolution letters and stamps
      * DP-LETTER. DP-STATUS: "O" open, "R" resolved. DP-RESOL: "U"
      * upheld - the charges stand, "A" adjusted, "W" withdrawn by
      * the patient. DP-ITEM holds the CHARCUR line numbers (CC-KEY3)
      * the patient named, when they named any.
       01  DISPUTE01.
           02 DP-KEY.
             03 DP-GARNO PIC X(8).
             03 DP-CASE PIC 99.
           02 DP-STATUS PIC X.
           02 DP-RECEIVED PIC X(8).
           02 DP-VALNOTICE PIC X(8).
           02 DP-INVEST PIC X(20).
           02 DP-AMOUNT PIC S9(6)V99.
           02 DP-ITEMS.
             03 DP-ITEM PIC XXX OCCURS 10 TIMES.
           02 DP-REASON PIC X(40).
           02 DP-RESOL PIC X.
           02 DP-RESOL-DATE PIC X(8).
           02 DP-RESOL-TEXT PIC X(60).
           02 DP-LETTER PIC X(8).
           02 DP-OPER PIC X(3).
           02 DP-FUTURE PIC X(10).

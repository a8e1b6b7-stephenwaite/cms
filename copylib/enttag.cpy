      * shared billing-entity tag - one row per CHARCUR or PAYCUR
      * line, keyed file + the line's own key, carrying the tax ID
      * and group numbers the line is booked under. entchk.cob
      * derives it from the rendering provider's DOCFILENEW row for
      * the line's payer the first time the line is seen and it
      * never moves after that, so a later DOCFILENEW change does not
      * reshuffle closed books. ET-FILE "C" charge, "P" payment.
      * ET-HOW:
      *   D the payer's own DOCFILENEW row   F the "000" default row
      *   C a payment, from the charge line of its claim
      *   A a payment with no claim match, from the account's
      *     latest charge line
       01  ENTTAG01.
           02 ET-KEY.
             03 ET-FILE PIC X.
             03 ET-GARNO PIC X(8).
             03 ET-KEY3 PIC XXX.
           02 ET-FEDID PIC X(14).
           02 ET-GROUP PIC X(14).
           02 ET-NPIGROUP PIC X(10).
           02 ET-HOW PIC X.
           02 ET-DATE PIC X(8).
           02 ET-FUTURE PIC X(10).

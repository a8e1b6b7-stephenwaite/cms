      * shared denial-code master - one row per 2-character PC-DENIAL
      * code the posters and the payment screens may use. inar004.cob
      * validates and lists its denial prompt from here, carc-maint.cob
      * keeps it, and every CARCXREF row must point at a code on file.
      * DM-ADJ "Y" = an adjustment code (14, 07, 08, 15, DI) that
      * belongs on an adjustment row rather than on a payment.
      * DM-STATUS "I" = retired - kept so old PAYCUR rows still
      * describe, but no longer offered or accepted.
       01  DENIALMST01.
           02 DM-KEY PIC XX.
           02 DM-DESC PIC X(30).
           02 DM-ADJ PIC X.
           02 DM-STATUS PIC X.
           02 DM-FUTURE PIC X(6).

      * shared client invoice line - one row per charge invoiced to
      * a client, keyed by the charge's own CHARCUR key so a charge
      * can never land on two invoices. CD-INV (client paycode +
      * period) reads an invoice's lines back in order.
       01  CLIENTDTL01.
           02 CD-CHARKEY.
             03 CD-KEY8 PIC X(8).
             03 CD-KEY3 PIC XXX.
           02 CD-INV.
             03 CD-PAYCODE PIC XXX.
             03 CD-PERIOD PIC X(6).
           02 CD-PATID PIC X(8).
           02 CD-PATNAME PIC X(24).
           02 CD-DATE PIC X(8).
           02 CD-PROC PIC X(5).
           02 CD-MOD PIC XX.
           02 CD-AMOUNT PIC S9(5)V99.
           02 CD-FUTURE PIC X(8).

           02 G-PRIVATE PIC X.
           02 G-BILLCYCLE PIC X.
           02 G-DELETE PIC X.
      * G-PHONESTAT: space = callable, "W" = wrong number (on the
      * skip-trace worklist, retmail.cob), "D" = asked not to be
      * called - the dialer export honors both.
           02 G-FILLER.
             03 G-BADADDR PIC X.
             03 G-LANG PIC X.
             03 G-PHONESTAT PIC X.
           02 G-ACCT PIC X(8).
           02 G-PRGRPNAME PIC X(15).
           02 G-SEGRPNAME PIC X(15).

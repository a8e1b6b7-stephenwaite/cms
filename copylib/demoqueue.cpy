      * (an unproved address - DQ-OLD/DQ-NEW carry the whole thing
      * packed "street|city|state|zip" so accepting it applies all
      * four components together). DQ-STATUS: "O" open, "A"
      * accepted and applied, "R" rejected. An address the feed
      * proved and applied on its own also gets a row, born "A"
      * with DQ-OPER spaces, so every address change has a dated
      * row for the identity-theft scan (redflag.cob).
       01  DEMOQUEUE01.
           02 DQ-SEQ PIC 9(7).
           02 DQ-GARNO PIC X(8).

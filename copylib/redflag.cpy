      * shared identity-theft alert record - one row per Red Flags
      * warning sign, numbered by FG-SEQ, with FG-MATCH (type,
      * account, and the other account or the change date the
      * alert hangs on) as a unique alternate key so the daily
      * scan (redflag.cob) raises each warning once and only
      * refreshes FG-DATE-L when it sees it again. FG-TYPE:
      * "SS" same SSN on two garnos, "MI" same member id under a
      * different name or DOB, "AI" address change followed by a
      * coverage change, "PH" sound-alike accounts with different
      * DOBs, "RM" returned mail on a freshly changed address.
      * FG-STATUS "O" open, "D" disposed. The compliance officer
      * records FG-DISP ("C" cleared - no theft, "T" theft
      * confirmed and the account corrected, "R" referred on) in
      * redflag-disp.cob.
       01  REDFLAG01.
           02 FG-SEQ PIC 9(7).
           02 FG-MATCH.
             03 FG-TYPE PIC XX.
             03 FG-GARNO PIC X(8).
             03 FG-OTHER PIC X(8).
           02 FG-DETAIL PIC X(60).
           02 FG-DATE-F PIC X(8).
           02 FG-DATE-L PIC X(8).
           02 FG-STATUS PIC X.
           02 FG-DISP PIC X.
           02 FG-NOTE PIC X(40).
           02 FG-OPER PIC X(3).
           02 FG-DATE-D PIC X(8).
           02 FG-FUTURE PIC X(6).

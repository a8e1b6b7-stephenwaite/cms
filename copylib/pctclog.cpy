      * professional/technical component edit log - one row per
      * charge line and problem the scrubber's PC/TC edit caught,
      * so a claim re-judged every night is counted once. PX-CODE
      * "F" facility-place line billed without a 26, "O" office
      * line carrying a 26 or TC, "N" 26/TC on a code whose MPFS
      * PC/TC indicator (MP-PCTC) allows no split. PX-DATE-F is
      * the day it was first caught, PX-DATE-L the last. PX-DEPT is
      * the CDM prefix (CC-PROC0). pctcrpt.cob reports the month.
       01  PCTCLOG01.
           02 PX-KEY.
             03 PX-CHARKEY.
               04 PX-GARNO PIC X(8).
               04 PX-KEY3 PIC XXX.
             03 PX-CODE PIC X.
           02 PX-CLAIM PIC X(6).
           02 PX-DEPT PIC X(4).
           02 PX-CPT PIC X(5).
           02 PX-MODS PIC X(8).
           02 PX-PLACE PIC X.
           02 PX-IND PIC X.
           02 PX-DOCR PIC X(3).
           02 PX-PAYCODE PIC XXX.
           02 PX-DAT1 PIC X(8).
           02 PX-AMOUNT PIC S9(4)V99.
           02 PX-DATE-F PIC X(8).
           02 PX-DATE-L PIC X(8).
           02 PX-FUTURE PIC X(10).

      * RRMC order acknowledgment state - one row per ORDFILE order
      * (same key) holding the last status rrmcack.cob sent back to
      * the hospital, so the daily feed carries only what changed.
      * AK-STATUS: "L" loaded, "C" coded (charge entered), "B"
      * billed, "P" paid, "D" denied - AK-REASON the PC-DENIAL code.
       01  ORDACK01.
           02 AK-ORDNO.
             03 AK-ORD8 PIC X(8).
             03 AK-ORD3 PIC XXX.
           02 AK-STATUS PIC X.
           02 AK-REASON PIC XX.
           02 AK-SENT PIC X(8).
           02 AK-FUTURE PIC X(10).

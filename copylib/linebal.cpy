      * shared charge-line open-item ledger - one row per CHARCUR
      * line (same key), carrying what has been applied against the
      * line by bucket and what is still owed on it. BL-BALANCE is
      * always BL-CHARGE less the four applied buckets. Kept only
      * through linepost.cob, which every posting program calls as
      * it writes a payment or adjustment; linebld.cob recomputes
      * it from CHARCUR/PAYCUR, lineinq.cob shows it and lineage.cob
      * ages it.
       01  LINEBAL01.
           02 BL-KEY.
             03 BL-KEY8 PIC X(8).
             03 BL-KEY3 PIC XXX.
           02 BL-CLAIM PIC X(6).
           02 BL-PAYCODE PIC XXX.
           02 BL-DAT1 PIC X(8).
           02 BL-CHARGE PIC S9(6)V99.
           02 BL-INSPAID PIC S9(6)V99.
           02 BL-PATPAID PIC S9(6)V99.
           02 BL-CONTRACT PIC S9(6)V99.
           02 BL-OTHADJ PIC S9(6)V99.
           02 BL-BALANCE PIC S9(6)V99.
           02 BL-LASTPAY PIC X(8).
           02 BL-DATE PIC X(8).
           02 BL-FUTURE PIC X(10).

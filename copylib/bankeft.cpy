      * shared bank credit record - one row per credit detail (16)
      * record of the bank's BAI2 prior-day file, keyed the file's
      * as-of date + sequence. bai2load.cob writes them, pulling
      * the payer's TRN trace out of the ACH addenda text;
      * eftmatch.cob matches each EFT to its 835 on ERALOG.
      * BK-STATUS:
      *   spaces EFT, no 835 matched yet   M matched
      *   A matched, amounts differ        N not an EFT remit
       01  BANKEFT01.
           02 BK-KEY.
             03 BK-ASOF PIC X(8).
             03 BK-SEQ PIC 9(5).
           02 BK-ACCOUNT PIC X(20).
           02 BK-TYPE PIC XXX.
           02 BK-AMOUNT PIC S9(7)V99.
           02 BK-BANKREF PIC X(16).
           02 BK-CUSTREF PIC X(16).
           02 BK-TRACE PIC X(30).
           02 BK-PAYERID PIC X(10).
           02 BK-TEXT PIC X(80).
           02 BK-STATUS PIC X.
           02 BK-MATCHED PIC X(8).
           02 BK-FUTURE PIC X(10).

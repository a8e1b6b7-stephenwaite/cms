      * shared 835 remittance log - one row per 835 payment the
      * posters read (BPR amount/method/date and the TRN trace),
      * keyed trace + originating company id. hipr136.cob,
      * hipr146.cob and hiproa.cob write the row the first time a
      * remit is posted; eftmatch.cob ties it to the bank's EFT
      * credit from bai2load.cob and cashrecon.cob proves the
      * day's 835 postings against the EFT amounts. EL-STATUS:
      *   spaces no EFT matched yet   M matched
      *   A matched, amounts differ
       01  ERALOG01.
           02 EL-KEY.
             03 EL-TRACE PIC X(30).
             03 EL-PAYERID PIC X(10).
           02 EL-AMOUNT PIC S9(7)V99.
           02 EL-METHOD PIC XXX.
           02 EL-PAYDATE PIC X(8).
           02 EL-RECEIVED PIC X(8).
           02 EL-PROGRAM PIC X(8).
           02 EL-STATUS PIC X.
           02 EL-EFT-DATE PIC X(8).
           02 EL-EFT-AMT PIC S9(7)V99.
           02 EL-FUTURE PIC X(10).

      * shared provider-status record - one row per performing code
      * (CC-DOCP), with the referring code (CC-DOCR) and NPI the
      * provider billed under. PV-STATUS "A" active, "I" gone: an
      * inactive provider's PV-LAST-DATE is the last date of service
      * that may still be billed under their NPI. provclose.cob
      * reports the close-out and sets it, provchk.cob is the gate
      * charge entry and the charge loads call. No row = active.
       01  PROVSTAT01.
           02 PV-DOCP PIC XX.
           02 PV-DOCR PIC XXX.
           02 PV-NAME PIC X(24).
           02 PV-NPI PIC X(10).
           02 PV-STATUS PIC X.
           02 PV-LAST-DATE PIC X(8).
           02 PV-OPER PIC X(3).
           02 PV-DATE-E PIC X(8).
           02 PV-FUTURE PIC X(10).

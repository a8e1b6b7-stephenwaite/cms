      * shared probate estate-claim case record - one per deceased
      * guarantor, keyed garno. estate-maint.cob keeps it once
      * holdstat-maint.cob has the deceased ("D") hold on; the
      * creditor window opens when the notice to creditors is
      * published and closes on ES-DEADLINE (four months after
      * publication unless the court set another date).
      * estateclaim.cob prints the claim-against-estate form,
      * estate-dl.cob works the deadlines and lists deceased holds
      * with no case, and kin013.cbl will not write off a balance
      * while a claim is before the court. ES-STATUS: "O" open -
      * watching for the notice, "F" claim filed, "C" closed.
      * ES-OUTCOME: "P" paid in full, "T" paid in part, "D"
      * disallowed, "I" insolvent estate, "L" window missed, "N" no
      * estate opened.
       01  ESTATE01.
           02 ES-GARNO PIC X(8).
           02 ES-STATUS PIC X.
           02 ES-ESTATE-NAME PIC X(30).
           02 ES-EXECUTOR PIC X(30).
           02 ES-EXEC-ADDR PIC X(40).
           02 ES-ATTORNEY PIC X(30).
           02 ES-COURT PIC X(30).
           02 ES-DOCKET PIC X(15).
           02 ES-NOTICE-DATE PIC X(8).
           02 ES-DEADLINE PIC X(8).
           02 ES-CLAIM-AMT PIC S9(6)V99.
           02 ES-CLAIM-DATE PIC X(8).
           02 ES-OUTCOME PIC X.
           02 ES-PAID PIC S9(6)V99.
           02 ES-OUTCOME-DATE PIC X(8).
           02 ES-OPENED PIC X(8).
           02 ES-OPER PIC X(3).
           02 ES-FUTURE PIC X(10).

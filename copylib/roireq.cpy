      * shared release-of-information record - one row per request
      * for copies of a patient's billing records from an attorney,
      * a life insurer, the patient or anyone else, keyed garno + a
      * request number. roi-maint.cob logs, releases and invoices
      * them; roi-ar.cob ages the fees. The fee is its own
      * receivable here - it never touches the patient's account.
      * RO-TYPE: "A" attorney, "L" life insurer, "P" patient (or
      * the patient's personal representative), "O" other.
      * RO-STATUS: "O" open - awaiting release, "R" released and
      * invoiced, "P" fee paid in full, "X" withdrawn or fee waived.
       01  ROIREQ01.
           02 RO-KEY.
             03 RO-GARNO PIC X(8).
             03 RO-SEQ PIC 99.
           02 RO-TYPE PIC X.
           02 RO-REQUESTER PIC X(30).
           02 RO-REQ-STREET PIC X(30).
           02 RO-REQ-CSZ PIC X(30).
           02 RO-RECEIVED PIC X(8).
           02 RO-AUTH-DATE PIC X(8).
           02 RO-RECORDS PIC X(40).
           02 RO-PAGES PIC 9(5).
           02 RO-RELEASED PIC X(8).
           02 RO-FEE PIC S9(5)V99.
           02 RO-PAID PIC S9(5)V99.
           02 RO-PAID-DATE PIC X(8).
           02 RO-STATUS PIC X.
           02 RO-OPER PIC X(3).
           02 RO-FUTURE PIC X(10).

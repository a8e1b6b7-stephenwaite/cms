      * shared prior-authorization request record - one row per
      * garno + claim a 278 request has gone out for (same key as
      * AUTHFILE). x278.cob writes it as it builds the request for
      * an auth-required claim with no AUTHFILE row; x278resp.cob
      * posts the payer's answer - an approval goes straight onto
      * AUTHFILE, a pend, denial or rejected request stays here
      * with the payer's reason for follow-up. AQ-STATUS:
      *   S sent, waiting    A approved    P pended
      *   D denied           R request rejected (AAA)
       01  AUTHREQ01.
           02 AQ-KEY.
             03 AQ-GARNO PIC X(8).
             03 AQ-CLAIM PIC X(6).
           02 AQ-PAYCODE PIC XXX.
           02 AQ-PROC PIC X(5).
           02 AQ-DAT1 PIC X(8).
           02 AQ-LINES PIC 99.
           02 AQ-STATUS PIC X.
           02 AQ-SENT PIC X(8).
           02 AQ-TRIES PIC 9.
           02 AQ-RESP-DATE PIC X(8).
           02 AQ-ACTION PIC XX.
           02 AQ-REASON PIC XXX.
           02 AQ-AUTHNUM PIC X(15).
           02 AQ-QNTY PIC XX.
           02 AQ-EFF PIC X(8).
           02 AQ-EXP PIC X(8).
           02 AQ-FUTURE PIC X(10).

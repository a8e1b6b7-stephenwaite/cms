      * shared No Surprises Act dispute record - one row per out-of-
      * network claim we dispute, keyed garno + claim. idr-maint.cob
      * keys the case through open negotiation and independent
      * dispute resolution, idr-due.cob works the deadlines,
      * idr-post.cob posts the outcome back to the claim and
      * idr-rpt.cob reports wins, losses and recovered dollars by
      * payer. The clocks are business days off the shared calendar
      * (bizcal.cob): open negotiation must start within 30 of the
      * initial payment or denial and runs 30, and IDR must be
      * initiated within 4 after it ends; the payer then has 30
      * calendar days to pay a determination.
      * IC-STATUS: "N" open negotiation, "S" settled in negotiation,
      * "I" IDR initiated, "W" determination for us, "L" determination
      * for the payer, "X" dropped. IC-AWARD is the total payment the
      * settlement or determination fixes; IC-RECOVERED is what the
      * payer actually paid on top of its initial payment.
       01  IDRCASE01.
           02 IC-KEY.
             03 IC-GARNO PIC X(8).
             03 IC-CLAIM PIC X(6).
           02 IC-PAYCODE PIC XXX.
           02 IC-INIT-DATE PIC X(8).
           02 IC-INIT-PAID PIC S9(6)V99.
           02 IC-QPA PIC S9(6)V99.
           02 IC-OFFER PIC S9(6)V99.
           02 IC-ON-DEADLINE PIC X(8).
           02 IC-ON-START PIC X(8).
           02 IC-ON-END PIC X(8).
           02 IC-IDR-DUE PIC X(8).
           02 IC-IDR-DATE PIC X(8).
           02 IC-ENTITY PIC X(20).
           02 IC-ADMIN-FEE PIC S9(5)V99.
           02 IC-ENTITY-FEE PIC S9(5)V99.
           02 IC-STATUS PIC X.
           02 IC-DETERM-DATE PIC X(8).
           02 IC-AWARD PIC S9(6)V99.
           02 IC-PAY-DUE PIC X(8).
           02 IC-PAID-DATE PIC X(8).
           02 IC-RECOVERED PIC S9(6)V99.
           02 IC-POSTED PIC X(8).
           02 IC-OPER PIC X(3).
           02 IC-FUTURE PIC X(10).

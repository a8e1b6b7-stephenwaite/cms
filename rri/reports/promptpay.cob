       FILE-CONTROL.

      * one line per payer under the statute:
      * "ins|cleandays|annualpct|basis" - e.g. "002|30|12.0|B".
      * basis "C" when the statute counts calendar days; anything
      * else (or nothing) counts business days.
           SELECT PARMFILE ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

             03 PY-INS PIC XXX.
             03 PY-DAYS PIC 999.
             03 PY-RATE PIC 99V9.
             03 PY-BASIS PIC X.
             03 PY-CLAIMS PIC 9(6).
             03 PY-INTEREST PIC S9(7)V99.
       01  PAYER-CNTR PIC 99 VALUE 0.
       01  FI-INS PIC X(3).
       01  FI-DAYS PIC X(3).
       01  FI-RATE PIC X(6).
       01  FI-BASIS PIC X.

       01  HOLD-GARNO PIC X(8) VALUE SPACE.
       01  HOLD-CLAIM PIC X(6) VALUE SPACE.
       01  PAID-INS PIC XXX.
       01  TXN-INT PIC 9(8).
       01  PAY-INT PIC 9(8).
       01  DUE-INT PIC 9(8).
       01  DUE-DATE PIC 9(8).
       01  DAYS-LATE PIC S9(5).
       01  INT-DUE PIC S9(5)V99.
       01  X PIC 99.
       01  NEF-5 PIC -(4)9.
       01  PRT PIC X(110).

       01  BIZCAL-PARMS.
           02 BZ-FUNC PIC X.
           02 BZ-DATE PIC X(8).
           02 BZ-DATE2 PIC X(8).
           02 BZ-DAYS PIC S9(5).
           02 BZ-RESULT PIC X.
           02 BZ-DESC PIC X(30).

       PROCEDURE DIVISION.

      * prompt-pay interest recovery - the two dates that have
      * event from the CLMTRK timeline pairs with its payment from
      * PAYCUR; a clean claim paid past the payer's statutory
      * window earns interest at the statutory rate, and the
      * demand schedule prints per payer. The window is counted off
      * the shared business calendar (bizcal.cob) - business days,
      * or calendar days rolled past a weekend or closure when the
      * payer's statute says so - and interest runs daily from the
      * day after the due date.
       P0.
           OPEN INPUT PARMFILE CLMTRK PAYCUR.
           OPEN OUTPUT FILEOUT.
               GO TO P0A.
           IF PAYER-CNTR = 20
               GO TO P0A.
           MOVE SPACE TO FI-INS FI-DAYS FI-RATE FI-BASIS
           UNSTRING PARMFILE01 DELIMITED BY "|"
             INTO FI-INS FI-DAYS FI-RATE FI-BASIS
           ADD 1 TO PAYER-CNTR
           MOVE FI-INS TO PY-INS(PAYER-CNTR)
           MOVE FUNCTION NUMVAL (FI-DAYS) TO PY-DAYS(PAYER-CNTR)
           MOVE FUNCTION NUMVAL (FI-RATE) TO PY-RATE(PAYER-CNTR)
           MOVE "B" TO PY-BASIS(PAYER-CNTR)
           IF FI-BASIS = "C"
               MOVE "C" TO PY-BASIS(PAYER-CNTR).
           MOVE 0 TO PY-CLAIMS(PAYER-CNTR)
           MOVE 0 TO PY-INTEREST(PAYER-CNTR)
           GO TO P0A.
             (FUNCTION NUMVAL (TXN-DATE))
           COMPUTE PAY-INT = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL (PAID-DATE))
           PERFORM DUE-DAY THRU DUE-DAY-EXIT
           COMPUTE DAYS-LATE = PAY-INT - DUE-INT
           IF DAYS-LATE NOT > 0
               GO TO P1.

       FIND-PAYMENT-EXIT.
           EXIT.

      * the last day the payer had to pay - calendar-basis windows
      * still end on a business day.
       DUE-DAY.
           MOVE "A" TO BZ-FUNC
           IF PY-BASIS(P) = "C"
               COMPUTE DUE-INT = TXN-INT + PY-DAYS(P)
               COMPUTE DUE-DATE = FUNCTION DATE-OF-INTEGER (DUE-INT)
               MOVE DUE-DATE TO BZ-DATE
               MOVE 0 TO BZ-DAYS
           ELSE
               COMPUTE DUE-INT = TXN-INT + PY-DAYS(P)
               MOVE TXN-DATE TO BZ-DATE
               MOVE PY-DAYS(P) TO BZ-DAYS.
           CALL "bizcal" USING BIZCAL-PARMS
           IF BZ-RESULT = "Y"
               COMPUTE DUE-INT = FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL (BZ-DATE2)).
       DUE-DAY-EXIT.
           EXIT.

       FIND-PAYER.
           MOVE 0 TO P
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > PAYER-CNTR
           DISPLAY "PROMPTPAY - LATE-PAID CLAIMS " CLAIM-CNTR.

       P99.
           MOVE "E" TO BZ-FUNC
           CALL "bizcal" USING BIZCAL-PARMS
           CLOSE PARMFILE CLMTRK PAYCUR FILEOUT.
           STOP RUN.

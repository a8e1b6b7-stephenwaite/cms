           02 CC-DX5 PIC X(7).
           02 CC-DX6 PIC X(7).
           02 CC-FUTURE PIC X(6).
           02 CC-UNITS PIC 9(4).

       FD  PAYCUR.
       01  PAYCUR01.
       01  AGE-DAYS PIC S9(5).
       01  LIMIT-DAYS PIC 999.
       01  DAYS-LEFT PIC S9(5).
       01  DUE-INT PIC 9(7).
       01  DUE-DATE PIC 9(8).
       01  TOT-CNTR PIC 9(7) VALUE 0.
       01  W30-CNTR PIC 9(7) VALUE 0.
       01  W14-CNTR PIC 9(7) VALUE 0.
       01  NEF-8 PIC -(6)9.99.
       01  PRT PIC X(80).

       01  BIZCAL-PARMS.
           02 BZ-FUNC PIC X.
           02 BZ-DATE PIC X(8).
           02 BZ-DATE2 PIC X(8).
           02 BZ-DAYS PIC S9(5).
           02 BZ-RESULT PIC X.
           02 BZ-DESC PIC X(30).

       PROCEDURE DIVISION.

      * nightly timely-filing scan - every payer-coded charge line
      * the usual sort step can rank it by urgency and dollars. Lines
      * already past the limit go to their own listing with a dollar
      * total, which is the writable loss this subsystem exists to
      * shrink. The payer's limit runs in calendar days, but a
      * deadline that lands on a weekend or an office closure is met
      * on the next business day, and the days left to work it are
      * business days off the shared calendar (bizcal.cob).
       P0.
           OPEN INPUT CHARCUR PAYCUR INSFILE.
           MOVE SPACE TO LAST-KEY8 LAST-CLAIM.
           COMPUTE AGE-DAYS = TODAY-INT - SVC-INT
           COMPUTE DAYS-LEFT = LIMIT-DAYS - AGE-DAYS

           COMPUTE DUE-INT = SVC-INT + LIMIT-DAYS
           COMPUTE DUE-DATE = FUNCTION DATE-OF-INTEGER (DUE-INT)
           MOVE "A" TO BZ-FUNC
           MOVE DUE-DATE TO BZ-DATE
           MOVE 0 TO BZ-DAYS
           CALL "bizcal" USING BIZCAL-PARMS
           IF BZ-RESULT = "Y"
               MOVE "C" TO BZ-FUNC
               MOVE T-DATE TO BZ-DATE
               CALL "bizcal" USING BIZCAL-PARMS
               IF BZ-RESULT = "Y"
                   MOVE BZ-DAYS TO DAYS-LEFT
               END-IF
           END-IF

           IF DAYS-LEFT < 0
               ADD 1 TO PAST-CNTR
               ADD CC-AMOUNT TO PAST-TOT
           DISPLAY "TIMELYFILE - 7-DAY WARNING: " W07-CNTR
           DISPLAY "TIMELYFILE - PAST LIMIT: " PAST-CNTR
           DISPLAY "TIMELYFILE - PAST-LIMIT DOLLARS: " PAST-TOT
           MOVE "E" TO BZ-FUNC
           CALL "bizcal" USING BIZCAL-PARMS
           CLOSE CHARCUR PAYCUR INSFILE FILEOUT PASTFILE.
           STOP RUN.

       01  SLIP-CNTR PIC 9(7) VALUE 0.
       01  PRT PIC X(100).

       01  BIZCAL-PARMS.
           02 BZ-FUNC PIC X.
           02 BZ-DATE PIC X(8).
           02 BZ-DATE2 PIC X(8).
           02 BZ-DAYS PIC S9(5).
           02 BZ-RESULT PIC X.
           02 BZ-DESC PIC X(30).

       PROCEDURE DIVISION.

      * daily next-action queue - the collection desk goes from
      * tickler has come due for the selected collector (or ALL)
      * prints in the queue; the aging side lists accounts whose
      * LAST activity of any kind is older than the threshold, which
      * is what a supervisor means by "slipping". The age is in
      * business days off the shared calendar (bizcal.cob), so a
      * holiday weekend or a storm closure does not make the whole
      * desk look idle.
       P0.
           OPEN INPUT TICKLFILE PARMFILE.
           OPEN OUTPUT FILEOUT AGEFILE.
           COMPUTE ACT-INT = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL (LAST-DATED))
           COMPUTE AGE-DAYS = TODAY-INT - ACT-INT
           MOVE "C" TO BZ-FUNC
           MOVE LAST-DATED TO BZ-DATE
           MOVE T-DATE TO BZ-DATE2
           CALL "bizcal" USING BIZCAL-PARMS
           IF BZ-RESULT = "Y"
               MOVE BZ-DAYS TO AGE-DAYS.

           IF AGE-DAYS > AGE-THRESH
               ADD 1 TO SLIP-CNTR
               MOVE SPACE TO PRT AGEFILE01
               STRING HOLD-GARNO " LAST TOUCHED " LAST-DATED
                 " BY " LAST-COLL " - " AGE-DAYS " BUSINESS DAYS, "
                 OPEN-TICK " OPEN ITEMS"
                 DELIMITED BY SIZE INTO PRT
               WRITE AGEFILE01 FROM PRT
           DISPLAY "TICKLER-QUEUE - ACCOUNTS WITH ACTIVITY: "
             ACCT-CNTR
           DISPLAY "TICKLER-QUEUE - SLIPPING ACCOUNTS: " SLIP-CNTR
           MOVE "E" TO BZ-FUNC
           CALL "bizcal" USING BIZCAL-PARMS
           CLOSE TICKLFILE PARMFILE FILEOUT AGEFILE.
           STOP RUN.

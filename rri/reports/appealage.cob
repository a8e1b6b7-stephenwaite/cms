       01  FLAG-TEXT PIC X(12).
       01  PRT PIC X(100).

       01  BIZCAL-PARMS.
           02 BZ-FUNC PIC X.
           02 BZ-DATE PIC X(8).
           02 BZ-DATE2 PIC X(8).
           02 BZ-DAYS PIC S9(5).
           02 BZ-RESULT PIC X.
           02 BZ-DESC PIC X(30).

       PROCEDURE DIVISION.

      * appeal deadline aging - lists every pending appeal whose
      * payer deadline is inside the warning window or already past.
      * An appeal that dies of old age is a pure write-off; this list
      * is what keeps the follow-up desk ahead of the clock. Won,
      * lost and abandoned appeals are left out. Days left and the
      * warning window are business days off the shared calendar
      * (bizcal.cob) - a storm closure takes a day off every clock.
       P0.
           OPEN INPUT APPEALFILE PARMFILE.
           OPEN OUTPUT FILEOUT.
       P0A.
           MOVE SPACE TO PRT FILEOUT01
           STRING "APPEAL DEADLINE AGING AS OF " T-DATE
             " - WARNING AT " WARN-DAYS " BUSINESS DAYS"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           COMPUTE DEADLINE-INT = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL (AP-DEADLINE))
           COMPUTE DAYS-LEFT = DEADLINE-INT - TODAY-INT
           MOVE "C" TO BZ-FUNC
           MOVE T-DATE TO BZ-DATE
           MOVE AP-DEADLINE TO BZ-DATE2
           CALL "bizcal" USING BIZCAL-PARMS
           IF BZ-RESULT = "Y"
               MOVE BZ-DAYS TO DAYS-LEFT.

           IF DAYS-LEFT < 0
               ADD 1 TO OVER-CNTR
           DISPLAY "APPEALAGE - PENDING: " PEND-CNTR
           DISPLAY "APPEALAGE - DUE SOON: " WARN-CNTR
           DISPLAY "APPEALAGE - PAST DEADLINE: " OVER-CNTR
           MOVE "E" TO BZ-FUNC
           CALL "bizcal" USING BIZCAL-PARMS
           CLOSE APPEALFILE PARMFILE FILEOUT.
           STOP RUN.

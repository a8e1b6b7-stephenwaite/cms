       01  T-DATE PIC X(8).
       01  DUE-YY PIC 9(4).
       01  DUE-MM PIC 99.
       01  DUE-DD PIC 99.
       01  DUE-DATE PIC X(8).
       01  DUE-DATE9 REDEFINES DUE-DATE PIC 9(8).
       01  TOT-CNTR PIC 9(7) VALUE 0.
       01  CUR-CNTR PIC 9(7) VALUE 0.
       01  BRK-CNTR PIC 9(7) VALUE 0.

       01  BIZCAL-PARMS.
           02 BZ-FUNC PIC X.
           02 BZ-DATE PIC X(8).
           02 BZ-DATE2 PIC X(8).
           02 BZ-DAYS PIC S9(5).
           02 BZ-RESULT PIC X.
           02 BZ-DESC PIC X(30).

       PROCEDURE DIVISION.

      * monthly budget-plan adherence batch - scores each open plan's
      * the plan "B", and drops it on the broken-plan worklist so the
      * desk chases the defaulters, not the compliant accounts -
      * dunningbatch.cob holds its fire on any plan still marked "C".
      * The next due date always lands on a business day.
       P0.
           OPEN I-O BUDFILE.
           OPEN INPUT PAYCUR PARMFILE.
       SUM-MONTH-EXIT.
           EXIT.

      * the plan's day of the month comes from BP-START, not from
      * the last due date - a due date moved off a weekend or a
      * closure by the shared calendar (bizcal.cob) must not drag
      * every later month with it. A day past the end of a short
      * month falls back to the month's last day.
       ROLL-NEXTDUE.
           IF BP-NEXTDUE NOT NUMERIC
               MOVE T-DATE TO BP-NEXTDUE
           END-IF
           MOVE BP-NEXTDUE(1:4) TO DUE-YY
           MOVE BP-NEXTDUE(5:2) TO DUE-MM
           MOVE BP-NEXTDUE(7:2) TO DUE-DD
           IF BP-START(7:2) NUMERIC
               MOVE BP-START(7:2) TO DUE-DD
           END-IF
           IF DUE-MM = 12
               ADD 1 TO DUE-YY
               MOVE 1 TO DUE-MM
           ELSE
               ADD 1 TO DUE-MM
           END-IF
           MOVE DUE-YY TO DUE-DATE(1:4)
           MOVE DUE-MM TO DUE-DATE(5:2)
           IF DUE-DD < 1 OR DUE-DD > 31
               MOVE 1 TO DUE-DD
           END-IF
           PERFORM ROLL-SHORT-MONTH THRU ROLL-SHORT-MONTH-EXIT
           MOVE "A" TO BZ-FUNC
           MOVE DUE-DATE TO BZ-DATE
           MOVE 0 TO BZ-DAYS
           CALL "bizcal" USING BIZCAL-PARMS
           IF BZ-RESULT = "Y"
               MOVE BZ-DATE2 TO BP-NEXTDUE
           ELSE
               MOVE DUE-DATE TO BP-NEXTDUE
           END-IF.

       ROLL-SHORT-MONTH.
           MOVE DUE-DD TO DUE-DATE(7:2)
           IF FUNCTION TEST-DATE-YYYYMMDD (DUE-DATE9) = 0
               GO TO ROLL-SHORT-MONTH-EXIT.
           IF DUE-DD < 29
               GO TO ROLL-SHORT-MONTH-EXIT.
           SUBTRACT 1 FROM DUE-DD
           GO TO ROLL-SHORT-MONTH.
       ROLL-SHORT-MONTH-EXIT.
           EXIT.

       WRITE-BROKEN.
           MOVE BP-GARNO TO FO-GARNO
           DISPLAY "BUDPLAN-CHK - PLANS SCORED: " TOT-CNTR
           DISPLAY "BUDPLAN-CHK - CURRENT: " CUR-CNTR
           DISPLAY "BUDPLAN-CHK - BROKEN: " BRK-CNTR
           MOVE "E" TO BZ-FUNC
           CALL "bizcal" USING BIZCAL-PARMS
           CLOSE BUDFILE PAYCUR PARMFILE FILEOUT.
           STOP RUN.

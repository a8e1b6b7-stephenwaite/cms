       01  NEXT-SEQ PIC 9(3).
       01  OPER-ID PIC X(3).
       01  T-DATE PIC X(8).
       01  IN-DAYS PIC X(3).

       01  BIZCAL-PARMS.
           02 BZ-FUNC PIC X.
           02 BZ-DATE PIC X(8).
           02 BZ-DATE2 PIC X(8).
           02 BZ-DAYS PIC S9(5).
           02 BZ-RESULT PIC X.
           02 BZ-DESC PIC X(30).

       PROCEDURE DIVISION.

      * structured layer the queue runs on. AT = add an activity
      * (action code, note, tickler date), CT,garno,seq = complete
      * one, LT = list an account's activities, END = end the job.
      * The tickler date may be keyed as +n, n business days from
      * today off the shared calendar (bizcal.cob); a keyed date on a
      * weekend, holiday or closure moves to the next business day.
       P0.
           OPEN I-O TICKLFILE.
           OPEN EXTEND ACCESSLOG.
           ACCEPT IN-X.
           MOVE IN-X TO TK-NOTE

           DISPLAY "TICKLER DATE YYYYMMDD, +N BUSINESS DAYS OR /"
             " FOR NONE".
           ACCEPT IN-X.
           IF IN-X = "/" OR IN-X = SPACE
               MOVE SPACE TO TK-TICKLE
           ELSE
               PERFORM TICKLE-DATE THRU TICKLE-DATE-EXIT
               IF BZ-RESULT NOT = "Y"
                   DISPLAY "BAD DATE - NOTHING ADDED"
                   GO TO ADD-ACT-EXIT
               END-IF
               MOVE BZ-DATE2 TO TK-TICKLE
           END-IF

           MOVE OPER-ID TO TK-COLLECTOR
       FIND-NEXT-SEQ-EXIT.
           EXIT.

       TICKLE-DATE.
           MOVE "A" TO BZ-FUNC
           IF IN-X(1:1) = "+"
               MOVE SPACE TO IN-DAYS
               UNSTRING IN-X(2:3) DELIMITED BY SPACE INTO IN-DAYS
               IF FUNCTION TEST-NUMVAL (IN-DAYS) NOT = 0
                   MOVE "N" TO BZ-RESULT
                   GO TO TICKLE-DATE-EXIT
               END-IF
               MOVE T-DATE TO BZ-DATE
               MOVE FUNCTION NUMVAL (IN-DAYS) TO BZ-DAYS
               CALL "bizcal" USING BIZCAL-PARMS
               GO TO TICKLE-DATE-EXIT.

           IF IN-X(1:8) NOT NUMERIC
               MOVE "N" TO BZ-RESULT
               GO TO TICKLE-DATE-EXIT.
           MOVE IN-X(1:8) TO BZ-DATE
           MOVE 0 TO BZ-DAYS
           CALL "bizcal" USING BIZCAL-PARMS
           IF BZ-RESULT = "Y" AND BZ-DATE2 NOT = BZ-DATE
               DISPLAY BZ-DATE " IS NOT A BUSINESS DAY - TICKLER SET"
                 " FOR " BZ-DATE2.
       TICKLE-DATE-EXIT.
           EXIT.

       LOG-ACCESS.
           MOVE OPER-ID TO AX-OPER
           MOVE IN-GARNO TO AX-GARNO
           WRITE ACCESSLOG01.

       P99.
           MOVE "E" TO BZ-FUNC
           CALL "bizcal" USING BIZCAL-PARMS
           CLOSE TICKLFILE ACCESSLOG.
           STOP RUN.

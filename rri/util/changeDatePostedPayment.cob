       01  AUDIT-DATE PIC X(8).
       01  AUDIT-TIME PIC X(8).
       01  HOLD-OLD-DATE-T PIC X(8).
       01  POST-ANS PIC X.
       01  PERCHK-PARMS.
           02 PE-FUNC PIC X.
           02 PE-DATE PIC X(8).
           02 PE-RESULT PIC X.
           02 PE-OPEN-DATE PIC X(8).
           02 PE-MSG PIC X(40).

       PROCEDURE DIVISION.

           IF PC-DATE-T NOT = "20210828"
             GO TO P1.

      * a payment booked in a closed month stays as booked - the
      * month has to be reopened in period-maint.cob first.
           MOVE "C" TO PE-FUNC
           MOVE PC-DATE-T TO PE-DATE
           CALL "perchk" USING PERCHK-PARMS
           IF PE-RESULT = "N"
               DISPLAY PAYCUR-KEY " " PE-MSG " - NOT CHANGED"
               GO TO P1.

           DISPLAY "HERE IS THE paycur RECORD TO BE CHANGED " paycur01
           ACCEPT omitted

           MOVE PC-DATE-T TO HOLD-OLD-DATE-T
           MOVE "20210528" TO PC-DATE-T

      * nor may the new date land in a closed month - the operator
      * takes the open date perchk.cob offers or leaves it be.
           MOVE "C" TO PE-FUNC
           MOVE PC-DATE-T TO PE-DATE
           CALL "perchk" USING PERCHK-PARMS
           IF PE-RESULT = "N"
               DISPLAY PE-MSG
               DISPLAY "POST IN OPEN PERIOD " PE-OPEN-DATE " Y/N"
               ACCEPT POST-ANS
               IF POST-ANS NOT = "Y"
                   DISPLAY PAYCUR-KEY " NOT CHANGED"
                   GO TO P1
               END-IF
               MOVE PE-OPEN-DATE TO PC-DATE-T.

           REWRITE paycur01.

           PERFORM WRITE-AUDIT
           WRITE AUDITOUT01.

       P99.
           MOVE "E" TO PE-FUNC
           CALL "perchk" USING PERCHK-PARMS
           CLOSE paycur AUDITOUT
           STOP RUN.

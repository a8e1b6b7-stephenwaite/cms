           02 CC-DX5 PIC X(7).
           02 CC-DX6 PIC X(7).
           02 CC-FUTURE PIC X(6).
           02 CC-UNITS PIC 9(4).
       FD  OPERFILE.
           COPY "operfile.cpy".

       01  SIGN-PASS PIC X(8).
       01  DRY-RUN-FLAG PIC X VALUE "Y".
       01  MATCH-CNTR PIC 9(7) VALUE 0.
       01  SKIP-CNTR PIC 9(7) VALUE 0.
       01  PERCHK-PARMS.
           02 PE-FUNC PIC X.
           02 PE-DATE PIC X(8).
           02 PE-RESULT PIC X.
           02 PE-OPEN-DATE PIC X(8).
           02 PE-MSG PIC X(40).

       PROCEDURE DIVISION.

           IF CC-DATE-P NOT = "20210612"
             GO TO P1.

      * a charge booked in a closed month is left alone - the month
      * has to be reopened in period-maint.cob first.
           MOVE "C" TO PE-FUNC
           MOVE CC-DATE-T TO PE-DATE
           CALL "perchk" USING PERCHK-PARMS
           IF PE-RESULT = "N"
               DISPLAY "SKIPPED " CHARCUR-KEY " " PE-MSG
               ADD 1 TO SKIP-CNTR
               GO TO P1.


           ADD 1 TO MATCH-CNTR

           IF DRY-RUN-FLAG = "Y"
               DISPLAY "RECORDS DELETED: " MATCH-CNTR
               DISPLAY "RUN BY OPERATOR " SIGN-ID
           END-IF
           DISPLAY "CLOSED-PERIOD RECORDS SKIPPED: " SKIP-CNTR
           MOVE "E" TO PE-FUNC
           CALL "perchk" USING PERCHK-PARMS
           CLOSE CHARCUR
           STOP RUN.

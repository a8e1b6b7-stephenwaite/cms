             03 CC-REBILL-CNT PIC XX.
             03 CC-FREQ PIC X.
             03 CC-FUTURE-3 PIC XXX.
           02 CC-UNITS PIC 9(4).

       FD  PAYCUR.
       01  PAYCUR01.
       01  FLAG-CNTR PIC 9(7) VALUE 0.
       01  CAP-CNTR PIC 9(7) VALUE 0.
       01  PRT PIC X(80).
       01  RECODE-CNTR PIC 9(7) VALUE 0.
       01  COVSYNC-PARMS.
           02 CS-FUNC PIC X.
           02 CS-GARNO PIC X(8).
           02 CS-DATE PIC X(8).
           02 CS-PROGRAM PIC X(8).
           02 CS-PLAN OCCURS 3 TIMES.
             03 CS-INS PIC XXX.
             03 CS-POLICY PIC X(16).
             03 CS-GROUP PIC X(10).
           02 CS-RESULT PIC X.

       PROCEDURE DIVISION.


      * back to the unbilled state the claim builders select -
      * the claim date comes off; the entry date is never touched.
      * A line coded to a payer the coverage history says was not
      * in force on the service date goes to the one that was, as
      * an original claim - that payer has never seen it.
       FLAG-LINE.
           MOVE SPACE TO CC-DATE-A
           MOVE "7" TO CC-FREQ
           MOVE NEW-COUNT TO CC-REBILL-CNT
           MOVE "F" TO CS-FUNC
           MOVE CC-KEY8 TO CS-GARNO
           MOVE CC-DAT1 TO CS-DATE
           MOVE "rebill" TO CS-PROGRAM
           MOVE CC-PAYCODE TO CS-INS(1)
           CALL "covsync" USING COVSYNC-PARMS
           IF CS-RESULT = "C"
               ADD 1 TO RECODE-CNTR
               MOVE SPACE TO PRT FILEOUT01
               STRING T-DATE " RECODE " CC-KEY8 " " CC-CLAIM
                 " " CC-PAYCODE " TO " CS-INS(2) " IN FORCE "
                 CC-DAT1 DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT
               MOVE CS-INS(2) TO CC-PAYCODE
               MOVE "1" TO CC-FREQ
           END-IF
           REWRITE CHARCUR01.

       P9.
           DISPLAY "REBILL - AGED LINES EXAMINED: " TOT-CNTR
           DISPLAY "REBILL - CLAIMS FLAGGED: " FLAG-CNTR
           DISPLAY "REBILL - OVER CAP TO WORKLIST: " CAP-CNTR
           DISPLAY "REBILL - RECODED TO PAYER IN FORCE: " RECODE-CNTR
           MOVE "E" TO CS-FUNC
           CALL "covsync" USING COVSYNC-PARMS
           CLOSE CHARCUR PAYCUR REBILLFILE PARMFILE
             FILEOUT CAPFILE EVTFILE.
           STOP RUN.

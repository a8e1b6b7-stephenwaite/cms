           SELECT FILEOUT ASSIGN TO "S50" ORGANIZATION
             LINE SEQUENTIAL.

      * each payer's turnaround, rewritten every run for
      * cashfcst.cob.
           SELECT PAYTURN ASSIGN TO "S55" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PT-INS
             LOCK MODE MANUAL.

       DATA DIVISION.

       FILE SECTION.
             03 CC-REBILL-CNT PIC XX.
             03 CC-FREQ PIC X.
             03 CC-FUTURE-3 PIC XXX.
           02 CC-UNITS PIC 9(4).

       FD  PAYCUR.
       01  PAYCUR01.
       FD  FILEOUT.
       01  FILEOUT01 PIC X(120).

       FD  PAYTURN.
           COPY "payturn.cpy".

       WORKING-STORAGE SECTION.

       01  FROM-DATE PIC X(8).
             03 PY-CHARGED PIC S9(9)V99.
             03 PY-PAID PIC S9(9)V99.
             03 PY-BKT PIC 9(5) OCCURS 8 TIMES.
             03 PY-DAYS-TOT PIC 9(9).
             03 PY-DAYS-CNT PIC 9(6).
       01  PAY-CNT PIC 999 VALUE 0.
       01  PAY-IDX PIC 999.
       01  BKT-IDX PIC 9.
      * line so the usual sort step ranks worst-first.
       P0.
           OPEN INPUT CHARCUR PAYCUR GARFILE PARMFILE.
           OPEN OUTPUT FILEOUT PAYTURN.

           READ PARMFILE
             AT END
             WHEN DAY-DIFF <= 180 MOVE 7 TO BKT-IDX
             WHEN OTHER MOVE 8 TO BKT-IDX
           END-EVALUATE
           ADD 1 TO PY-BKT (PAY-IDX BKT-IDX)
           ADD DAY-DIFF TO PY-DAYS-TOT (PAY-IDX)
           ADD 1 TO PY-DAYS-CNT (PAY-IDX).

       FIND-PAYER.
           IF PAY-CNT > 0
           MOVE 0 TO PY-CLEAN (PAY-IDX)
           MOVE 0 TO PY-CHARGED (PAY-IDX)
           MOVE 0 TO PY-PAID (PAY-IDX)
           MOVE 0 TO PY-DAYS-TOT (PAY-IDX)
           MOVE 0 TO PY-DAYS-CNT (PAY-IDX)
           PERFORM VARYING BKT-IDX FROM 1 BY 1 UNTIL BKT-IDX > 8
               MOVE 0 TO PY-BKT (PAY-IDX BKT-IDX)
           END-PERFORM.
             " MEDIAN DAYS " MED-TEXT
             " CHARGED " NEF-C " PAID " NEF-P
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT

           MOVE SPACE TO PAYTURN01
           MOVE PY-INS (PAY-IDX) TO PT-INS
           MOVE FROM-DATE TO PT-FROM
           MOVE TO-DATE TO PT-TO
           MOVE PY-VOL (PAY-IDX) TO PT-VOL
           MOVE 0 TO PT-DAYS
           IF PY-DAYS-CNT (PAY-IDX) > 0
               COMPUTE PT-DAYS ROUNDED =
                 PY-DAYS-TOT (PAY-IDX) / PY-DAYS-CNT (PAY-IDX)
           END-IF
           MOVE RATIO-PCT TO PT-PAID-PCT
           MOVE YIELD-PCT TO PT-YIELD
           WRITE PAYTURN01
             INVALID
               CONTINUE
           END-WRITE.

       PRINT-PAYER-EXIT.
           EXIT.

       P9.
           DISPLAY "PAYERSCORE - PAYERS SCORED: " PAY-CNT
           CLOSE CHARCUR PAYCUR GARFILE PARMFILE FILEOUT PAYTURN.
           STOP RUN.

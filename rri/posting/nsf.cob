       01  ORIG-CLAIM PIC X(6).
       01  ORIG-PAYCODE PIC XXX.
       01  T-DATE PIC X(8).
       01  POST-DATE PIC X(8).
       01  XYZ PIC 999.
       01  ITEM-CNTR PIC 9(5) VALUE 0.
       01  ERR-CNTR PIC 9(5) VALUE 0.
       01  NEF-9 PIC ZZZZ9.99.
       01  PRT PIC X(84).
       01  LINEPOST-PARMS.
           02 LI-FUNC PIC X.
           02 LI-GARNO PIC X(8).
           02 LI-KEY3 PIC XXX.
           02 LI-CLAIM PIC X(6).
           02 LI-AMOUNT PIC S9(6)V99.
           02 LI-PAYCODE PIC XXX.
           02 LI-DENIAL PIC XX.
           02 LI-BUCKET PIC X.
           02 LI-DATE PIC X(8).
           02 LI-RESULT PIC X.
       01  ACCTPOST-PARMS.
           02 AC-FUNC PIC X.
           02 AC-GARNO PIC X(8).
           02 AC-DATE PIC X(8).
           02 AC-PROGRAM PIC X(8).
           02 AC-INSBAL PIC S9(7)V99.
           02 AC-PATBAL PIC S9(7)V99.
           02 AC-OLDEST PIC X(8).
           02 AC-LASTPAY-DATE PIC X(8).
           02 AC-LASTPAY-AMT PIC S9(6)V99.
           02 AC-LASTSTMT PIC X(8).
           02 AC-RESULT PIC X.
       01  PERCHK-PARMS.
           02 PE-FUNC PIC X.
           02 PE-DATE PIC X(8).
           02 PE-RESULT PIC X.
           02 PE-OPEN-DATE PIC X(8).
           02 PE-MSG PIC X(40).

       PROCEDURE DIVISION.

           OPEN EXTEND REVERSALLOG POSTAUDIT CHGJRNL LETTERS.
           OPEN OUTPUT ERRFILE.
           ACCEPT T-DATE FROM DATE YYYYMMDD.
      * postings carry today's date unless today's month has been
      * closed - perchk.cob then names the open date to post under.
           MOVE "C" TO PE-FUNC
           MOVE T-DATE TO PE-DATE
           CALL "perchk" USING PERCHK-PARMS
           MOVE PE-OPEN-DATE TO POST-DATE
           IF PE-RESULT = "N"
               DISPLAY "NSF - " PE-MSG
                 " - POSTING AS OF " POST-DATE.

           READ PARMFILE AT END GO TO P99.
           MOVE FUNCTION NUMVAL (PARMFILE01) TO NSF-FEE
           MOVE ORIG-PAYCODE TO PC-PAYCODE
           MOVE "NS" TO PC-DENIAL
           MOVE ORIG-CLAIM TO PC-CLAIM
           MOVE POST-DATE TO PC-DATE-T
           MOVE T-DATE TO PC-DATE-E
           MOVE ORIG-BATCH TO PC-BATCH
           WRITE PAYCUR01
           PERFORM POST-LINE

           MOVE "NSF     " TO REV-PROGRAM
           MOVE IN-GARNO TO REV-ORIG-KEY8
             DELIMITED BY SIZE INTO REV-REASON
           MOVE T-DATE TO REV-DATE
           ACCEPT REV-TIME FROM TIME
           MOVE SPACE TO REV-OPER
           WRITE REVERSALLOG01

           MOVE "NSF     " TO AUD-PROGRAM
           MOVE "NSF     " TO CJ-PROGRAM
           MOVE T-DATE TO CJ-DATE
           ACCEPT CJ-TIME FROM TIME
           WRITE CHGJRNL01
           PERFORM POST-ACCT.
       BACK-OUT-EXIT.
           EXIT.

           MOVE SPACE TO CC-CLAIM
           MOVE FEE-PROC TO CC-PROC
           MOVE NSF-FEE TO CC-AMOUNT
           MOVE 1 TO CC-UNITS
           MOVE "018" TO CC-PAYCODE
           MOVE T-DATE TO CC-DAT1
           MOVE POST-DATE TO CC-DATE-T
           WRITE CHARCUR01

           MOVE "C" TO CJ-FILE
           MOVE "NSF     " TO CJ-PROGRAM
           MOVE T-DATE TO CJ-DATE
           ACCEPT CJ-TIME FROM TIME
           WRITE CHGJRNL01
           PERFORM POST-ACCT.
       POST-FEE-EXIT.
           EXIT.

           DISPLAY "NSF - UNMATCHED: " ERR-CNTR.

       P99.
           MOVE "E" TO PE-FUNC
           CALL "perchk" USING PERCHK-PARMS
           MOVE "E" TO AC-FUNC
           CALL "acctpost" USING ACCTPOST-PARMS
           MOVE "E" TO LI-FUNC
           CALL "linepost" USING LINEPOST-PARMS
           CLOSE FILEIN PARMFILE GARFILE PAYCUR CHARCUR
             REVERSALLOG POSTAUDIT CHGJRNL LETTERS ERRFILE.
           STOP RUN.

      * every PAYCUR row written here goes onto the charge-line
      * ledger too - see linepost.cob.
       POST-LINE.
           MOVE "A" TO LI-FUNC
           MOVE PC-KEY8 TO LI-GARNO
           MOVE SPACE TO LI-KEY3
           MOVE PC-CLAIM TO LI-CLAIM
           MOVE PC-AMOUNT TO LI-AMOUNT
           MOVE PC-PAYCODE TO LI-PAYCODE
           MOVE PC-DENIAL TO LI-DENIAL
           MOVE "P" TO LI-BUCKET
           MOVE PC-DATE-T TO LI-DATE
           CALL "linepost" USING LINEPOST-PARMS.

      * every CHGJRNL line written here refreshes the account's
      * balance summary - see acctpost.cob.
       POST-ACCT.
           MOVE "J" TO AC-FUNC
           MOVE CJ-KEY8 TO AC-GARNO
           MOVE SPACE TO AC-DATE
           MOVE CJ-PROGRAM TO AC-PROGRAM
           CALL "acctpost" USING ACCTPOST-PARMS.

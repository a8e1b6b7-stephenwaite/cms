       01  OPER-ID PIC X(3).
       01  XYZ PIC 999.
       01  T-DATE PIC X(8).
       01  POST-DATE PIC X(8).
       01  POST-ANS PIC X.
       01  LIST-CNTR PIC 9(5).
       01  NEF-8 PIC ZZZ9.99.
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

           OPEN I-O PPSUSP PAYCUR.
           OPEN EXTEND POSTAUDIT CHGJRNL ACCESSLOG.
           ACCEPT T-DATE FROM DATE YYYYMMDD.
      * postings carry today's date unless today's month has been
      * closed - perchk.cob then names the open date, and the
      * operator either posts under it or posts nothing.
           MOVE "C" TO PE-FUNC
           MOVE T-DATE TO PE-DATE
           CALL "perchk" USING PERCHK-PARMS
           MOVE PE-OPEN-DATE TO POST-DATE
           IF PE-RESULT = "N"
               DISPLAY PE-MSG
               DISPLAY "POST IN OPEN PERIOD " POST-DATE " Y/N"
               ACCEPT POST-ANS
               IF POST-ANS NOT = "Y"
                   DISPLAY "NOTHING POSTED"
                   GO TO P99.
           DISPLAY "OPERATOR ID".
           ACCEPT OPER-ID.
           DISPLAY "PAYPAL PAYCODE".
           MOVE PP-PAYCODE TO PC-PAYCODE
           MOVE SPACE TO PC-DENIAL
           MOVE SPACE TO PC-CLAIM
           MOVE POST-DATE TO PC-DATE-T
           IF PS-DATE NUMERIC
               MOVE PS-DATE TO PC-DATE-E
           ELSE
           END-IF
           MOVE "PAYPAL" TO PC-BATCH
           WRITE PAYCUR01
           PERFORM POST-LINE

           MOVE "PPSUSP  " TO AUD-PROGRAM
           MOVE PC-KEY8 TO AUD-KEY8
           MOVE T-DATE TO CJ-DATE
           ACCEPT CJ-TIME FROM TIME
           WRITE CHGJRNL01
           PERFORM POST-ACCT

           MOVE "P" TO PS-STATUS
           MOVE IN-X TO PS-GARNO
           WRITE ACCESSLOG01.

       P99.
           MOVE "E" TO PE-FUNC
           CALL "perchk" USING PERCHK-PARMS
           MOVE "E" TO AC-FUNC
           CALL "acctpost" USING ACCTPOST-PARMS
           MOVE "E" TO LI-FUNC
           CALL "linepost" USING LINEPOST-PARMS
           CLOSE PPSUSP PAYCUR POSTAUDIT CHGJRNL ACCESSLOG.
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

           02 CC-DX3 PIC X(7).
           02 CC-DX3 PIC X(7).
           02 CC-FUTURE PIC X(6).
           02 CC-UNITS PIC 9(4).
       FD GARFILE
           BLOCK CONTAINS 3 RECORDS
           DATA RECORD IS G-MASTER.
       01  PC-XYZ PIC 999.

       01  REV-MODE-FLAG PIC X VALUE "N".
       01  REV-OPER-ID PIC X(3) VALUE SPACE.
       01  REV-PC-XYZ PIC 999.
       01  REV-PAYCODE-HOLD PIC XXX.
       01  REV-CLAIM-HOLD PIC X(6).
       01  REV-AMOUNT-HOLD PIC S9(4)V99.
       01  ALREADY-REVERSED-FLAG PIC X VALUE "N".
       01  POST-DATE PIC X(8).
       01  POST-ANS PIC X.
       01  PERCHK-PARMS.
           02 PE-FUNC PIC X.
           02 PE-DATE PIC X(8).
           02 PE-RESULT PIC X.
           02 PE-OPEN-DATE PIC X(8).
           02 PE-MSG PIC X(40).
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

       PROCEDURE DIVISION.
       0005-START.
           
           IF FI-ADJ = "-" GO TO E1.           
           
           PERFORM PERIOD-CHECK
           MOVE POST-DATE TO PD-DATE-T
           MOVE PAYDATE TO PD-DATE-E
           ACCEPT PD-ORDER FROM TIME
           MOVE SPACE TO PD-BATCH
           MOVE PD-DATE-E TO PC-DATE-E
           MOVE PD-BATCH TO PC-BATCH
           WRITE PAYCUR01.
           PERFORM POST-LINE.
       S4.
           MOVE CC-KEY8 TO PC-KEY8 
           MOVE "000" TO PC-KEY3.
           WRITE ERROR-FILE01 FROM FILEIN01
           GO TO P1.
       P9.
           MOVE "E" TO PE-FUNC
           CALL "perchk" USING PERCHK-PARMS
           MOVE "E" TO LI-FUNC
           CALL "linepost" USING LINEPOST-PARMS
           CLOSE CHARCUR GARFILE ERROR-FILE FILEOUT PAYFILE PAYCUR
                 INSFILE
           STOP RUN.
      * logging the link back to the original transaction to
      * REVERSALLOG so a mis-posted payment can be traced.
       REVERSE-PAYMENTS.
           DISPLAY "OPERATOR ID"
           ACCEPT REV-OPER-ID
      * a reversal posts under today's date unless today's month
      * has been closed - perchk.cob then names the open date, and
      * the operator either reverses under it or reverses nothing.
           ACCEPT PE-DATE FROM DATE YYYYMMDD
           MOVE "C" TO PE-FUNC
           CALL "perchk" USING PERCHK-PARMS
           MOVE PE-OPEN-DATE TO POST-DATE
           IF PE-RESULT = "N"
               DISPLAY PE-MSG
               DISPLAY "POST IN OPEN PERIOD " POST-DATE " Y/N"
               ACCEPT POST-ANS
               IF POST-ANS NOT = "Y"
                   DISPLAY "NOTHING REVERSED"
                   GO TO REVERSE-PAYMENTS-EXIT.
           OPEN INPUT REVPARM.
           OPEN EXTEND REVERSALLOG.
           OPEN I-O PAYCUR.
           MOVE REV-PAYCODE-HOLD TO PC-PAYCODE
           MOVE "RV" TO PC-DENIAL
           MOVE REV-CLAIM-HOLD TO PC-CLAIM
           ACCEPT PC-DATE-E FROM DATE YYYYMMDD
           MOVE POST-DATE TO PC-DATE-T
           MOVE SPACE TO PC-BATCH
           MOVE REV-AMOUNT-HOLD TO PC-AMOUNT
           WRITE PAYCUR01
           PERFORM POST-LINE

           MOVE "ERR178" TO REV-PROGRAM
           MOVE RV-KEY8 TO REV-ORIG-KEY8
           MOVE RV-REASON TO REV-REASON
           ACCEPT REV-DATE FROM DATE YYYYMMDD
           ACCEPT REV-TIME FROM TIME
           MOVE REV-OPER-ID TO REV-OPER
           WRITE REVERSALLOG01

           GO TO REV-P1.
           OPEN EXTEND REVERSALLOG.
       CHECK-ALREADY-REVERSED-EXIT.
           EXIT.

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
           MOVE SPACE TO LI-BUCKET
           MOVE PC-DATE-T TO LI-DATE
           CALL "linepost" USING LINEPOST-PARMS.

      * the payment posts under its paid date unless that month
      * has been closed - perchk.cob then names the open date.
       PERIOD-CHECK.
           MOVE "C" TO PE-FUNC
           MOVE PAYDATE TO PE-DATE
           CALL "perchk" USING PERCHK-PARMS
           MOVE PE-OPEN-DATE TO POST-DATE
           IF PE-RESULT = "N"
               DISPLAY "ERR178 - " PE-MSG
                 " - POSTING AS OF " POST-DATE.

       01  PAYBACK01 PIC X(80).
       01  ALF1 PIC X.
       01  NEF-6 PIC Z,ZZ9.99CR.
       01  POST-DATE PIC X(8).
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

           MOVE SPACE TO PD-DENIAL 
           MOVE "077" TO PD-PAYCODE
           ACCEPT PD-ORDER FROM TIME.
           PERFORM PERIOD-CHECK
           MOVE POST-DATE TO PD-DATE-T
           ACCEPT PD-DATE-E FROM DATE YYYYMMDD.
           MOVE SPACE TO PD-BATCH
           MOVE CC-CLAIM TO PD-CLAIM
           MOVE XYZ TO PD-KEY3
           IF PD-AMOUNT NOT = 0
           WRITE PAYFILE01
           PERFORM POST-LINE
           DISPLAY PAYFILE-KEY " " PD-NAME
           DISPLAY "RECORD IS ADDED"
           END-IF.
           GO TO P1.

       P9.
           MOVE "E" TO PE-FUNC
           CALL "perchk" USING PERCHK-PARMS
           MOVE "E" TO LI-FUNC
           CALL "linepost" USING LINEPOST-PARMS
           CLOSE CHARCUR GARFILE ERROR-FILE FILEOUT PAYFILE PAYCUR
             FILEIN

           STOP RUN.

      * every day-file row written here goes onto the charge-line
      * ledger too (see linepost.cob) - on the charge line in hand,
      * else spread over the claim.
       POST-LINE.
           MOVE SPACE TO LI-KEY3
           IF CC-KEY8 = PD-KEY8 AND CC-CLAIM = PD-CLAIM
               MOVE CC-KEY3 TO LI-KEY3.
           PERFORM POST-CLAIM.

       POST-CLAIM.
           MOVE "A" TO LI-FUNC
           MOVE PD-KEY8 TO LI-GARNO
           MOVE PD-CLAIM TO LI-CLAIM
           MOVE PD-AMOUNT TO LI-AMOUNT
           MOVE PD-PAYCODE TO LI-PAYCODE
           MOVE PD-DENIAL TO LI-DENIAL
           MOVE SPACE TO LI-BUCKET
           MOVE PD-DATE-T TO LI-DATE
           CALL "linepost" USING LINEPOST-PARMS.

      * the payment posts under its paid date unless that month
      * has been closed - perchk.cob then names the open date.
       PERIOD-CHECK.
           MOVE "C" TO PE-FUNC
           MOVE PAYDATE TO PE-DATE
           CALL "perchk" USING PERCHK-PARMS
           MOVE PE-OPEN-DATE TO POST-DATE
           IF PE-RESULT = "N"
               DISPLAY "PAYPAL005 - " PE-MSG
                 " - POSTING AS OF " POST-DATE.

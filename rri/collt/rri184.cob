           02 CC-DX5 PIC X(7).
           02 CC-DX6 PIC X(7).
           02 CC-FUTURE PIC X(6).
           02 CC-UNITS PIC 9(4).
       FD  PAYFILE
      *    BLOCK CONTAINS 4 RECORDS
           DATA RECORD IS PAYFILE01.
       01  FLAG PIC 9.
       01  ALF1 PIC X.
      *
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
           OPEN INPUT CHARCUR GARFILE FILEIN

           ACCEPT PD-DATE-T FROM DATE YYYYMMDD
           MOVE PD-DATE-T TO PD-DATE-E

      * today's month may already be closed - perchk.cob then names
      * the open date, and the operator posts under it or stops.
           IF ALF1 = "T"
               MOVE "C" TO PE-FUNC
               MOVE PD-DATE-T TO PE-DATE
               CALL "perchk" USING PERCHK-PARMS
               IF PE-RESULT = "N"
                   DISPLAY PE-MSG
                   DISPLAY "POST IN OPEN PERIOD " PE-OPEN-DATE " Y/N"
                   ACCEPT POST-ANS
                   IF POST-ANS NOT = "Y"
                       DISPLAY "NOTHING POSTED"
                       GO TO P2
                   END-IF
                   MOVE PE-OPEN-DATE TO PD-DATE-T
               END-IF
           END-IF

           DISPLAY "PAYCODE 012 OR 013"
           ACCEPT PD-PAYCODE.
           IF NOT (PD-PAYCODE = "012" OR "013")
           MOVE 0 TO XYZ
           MOVE CC-KEY8 TO PD-KEY8
           IF ALF1 = "C"
               MOVE CC-DATE-T TO POST-DATE
               PERFORM PERIOD-CHECK
               MOVE POST-DATE TO PD-DATE-T
           END-IF
           
           MOVE PAYFILE01 TO SAVEPAY.
           MOVE HOLD-KEY TO PAYFILE-KEY.
           ACCEPT PD-ORDER FROM TIME.
           WRITE PAYFILE01.
           PERFORM POST-LINE.
           GO TO P1.
       F1. 
           MOVE CC-KEY8 TO PC-KEY8.
       F1-EXIT. 
           EXIT.
       P2.
           MOVE "E" TO PE-FUNC
           CALL "perchk" USING PERCHK-PARMS
           MOVE "E" TO LI-FUNC
           CALL "linepost" USING LINEPOST-PARMS
           CLOSE PAYFILE CHARCUR GARFILE.
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

      * the payment posts under the charge date unless that month
      * has been closed - perchk.cob then names the open date.
       PERIOD-CHECK.
           MOVE "C" TO PE-FUNC
           MOVE POST-DATE TO PE-DATE
           CALL "perchk" USING PERCHK-PARMS
           MOVE PE-OPEN-DATE TO POST-DATE
           IF PE-RESULT = "N"
               DISPLAY "RRI184 - " PE-MSG
                 " - POSTING AS OF " POST-DATE.

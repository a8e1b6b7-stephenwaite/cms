           02 CC-DX5 PIC X(7).
           02 CC-DX6 PIC X(7).
           02 CC-FUTURE PIC X(6).
           02 CC-UNITS PIC 9(4).
       FD GARFILE
           BLOCK CONTAINS 3 RECORDS
           DATA RECORD IS G-MASTER.
       01  PAYBACK01 PIC X(80).
       01  PAYDATE PIC X(8).
       01  XYZ PIC 999.
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
       0005-START.
           OPEN INPUT FILEIN CHARCUR GARFILE
           MOVE SPACE TO ERROR-FILE01
           READ FILEIN AT END CONTINUE.
           MOVE FILEIN01(1:8) TO PAYDATE.
           PERFORM PERIOD-CHECK.
       P1.
           MOVE SPACE TO FILEIN01
           READ FILEIN AT END GO TO P9.
           IF (FI-PROC = SPACE) AND (CC-AMOUNT = FI-CHG) GO TO P3.
           GO TO P2.
       P3.
           MOVE POST-DATE TO PD-DATE-T
           MOVE PAYDATE TO PD-DATE-E
           ACCEPT PD-ORDER FROM TIME
           MOVE SPACE TO PD-BATCH
           MOVE PAYBACK01 TO PAYFILE01
           MOVE XYZ TO PD-KEY3
           WRITE PAYFILE01
           PERFORM POST-LINE
           DISPLAY PAYFILE-KEY " " PD-NAME.
           DISPLAY "RECORD IS ADDED".
           PERFORM WRITE-POSTING-AUDIT.
       E1. WRITE ERROR-FILE01 FROM FILEIN01
           GO TO P1.
       P9.
           MOVE "E" TO PE-FUNC
           CALL "perchk" USING PERCHK-PARMS
           MOVE "E" TO LI-FUNC
           CALL "linepost" USING LINEPOST-PARMS
           CLOSE CHARCUR GARFILE FILEOUT ERROR-FILE PAYFILE POSTAUDIT
           STOP RUN.

      * every day-file row written here goes onto the charge-line
      * ledger too (see linepost.cob) - on the remit's own service
      * line when that charge is the one in hand, else spread over
      * the claim.
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

      * shared posting-audit record - same AUDITFILE01 layout
      * hipr136.cob/hipr146.cob/hiproa.cob write, so a bad posting
      * can be traced back to which of the four programs touched it.
           ACCEPT AUD-TIME FROM TIME
           MOVE SPACE TO AUD-OPER
           WRITE AUDITFILE01.

      * the payment posts under its paid date unless that month
      * has been closed - perchk.cob then names the open date.
       PERIOD-CHECK.
           MOVE "C" TO PE-FUNC
           MOVE PAYDATE TO PE-DATE
           CALL "perchk" USING PERCHK-PARMS
           MOVE PE-OPEN-DATE TO POST-DATE
           IF PE-RESULT = "N"
               DISPLAY "ERRR146 - " PE-MSG
                 " - POSTING AS OF " POST-DATE.

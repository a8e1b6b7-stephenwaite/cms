           SELECT FILEOUT ASSIGN TO "S50" ORGANIZATION
             LINE SEQUENTIAL.

      * open billing disputes dispute-maint.cob keeps - only the
      * disputed amount is held back; the rest is pursued as usual.
           SELECT DISPUTE ASSIGN TO "S70" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS DP-KEY
             LOCK MODE MANUAL.

       DATA DIVISION.

       FILE SECTION.
           02 CC-DX5 PIC X(7).
           02 CC-DX6 PIC X(7).
           02 CC-FUTURE PIC X(6).
           02 CC-UNITS PIC 9(4).

       FD  PAYCUR.
       01  PAYCUR01.
       FD  AGCYMAST.
           COPY "agcymast.cpy".

       FD  DISPUTE.
           COPY "dispute.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(132).

       01  CLAIM-TOT PIC S9(6)V99.
       01  T-DATE PIC X(8).
       01  QMB-CNTR PIC 9(7) VALUE 0.
       01  DISP-AMT PIC S9(6)V99.
       01  DISP-CNTR PIC 9(7) VALUE 0.
       01  AGY-TAB01.
           02 AGY-ENT OCCURS 10 TIMES.
             03 AY-CODE PIC XX.
       P0.
           OPEN INPUT GARFILE CHARCUR PAYCUR HOLDSTAT.
           OPEN INPUT QMBFILE.
           OPEN INPUT DISPUTE.
           OPEN INPUT AGCYMAST.
           PERFORM LOAD-AGENCIES THRU LOAD-AGENCIES-EXIT.
           OPEN I-O AGCYFILE.
           IF CLAIM-TOT NOT > 0
               GO TO P1.

      * money in dispute is never placed - only the undisputed
      * balance goes to the agency, and an account with nothing
      * undisputed left waits for the dispute to resolve.
           PERFORM GET-DISPUTE THRU GET-DISPUTE-EXIT
           IF DISP-AMT > 0
               SUBTRACT DISP-AMT FROM CLAIM-TOT
               IF CLAIM-TOT NOT > 0
                   ADD 1 TO DISP-CNTR
                   DISPLAY "AGCY-PLACE - ALL IN DISPUTE, NOT PLACED: "
                     G-GARNO
                   GO TO P1
               END-IF
           END-IF

           ADD 1 TO PLACE-CNTR
           ADD CLAIM-TOT TO PLACE-TOT

             " BAL " NEF-8
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           IF DISP-AMT > 0
               MOVE DISP-AMT TO NEF-8
               MOVE SPACE TO PRT FILEOUT01
               STRING "  IN DISPUTE - NOT PLACED " NEF-8
                 DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT
           END-IF

           PERFORM LIST-CHARGES THRU LIST-CHARGES-EXIT

       GET-BALANCE-EXIT.
           EXIT.

      * the money the guarantor's open billing disputes hold back.
       GET-DISPUTE.
           MOVE 0 TO DISP-AMT
           MOVE G-GARNO TO DP-GARNO
           MOVE 0 TO DP-CASE
           START DISPUTE KEY NOT < DP-KEY
             INVALID
               GO TO GET-DISPUTE-EXIT.

       GET-DISPUTE-1.
           READ DISPUTE NEXT
             AT END
               GO TO GET-DISPUTE-EXIT.
           IF DP-GARNO NOT = G-GARNO
               GO TO GET-DISPUTE-EXIT.
           IF DP-STATUS = "O"
               ADD DP-AMOUNT TO DISP-AMT.
           GO TO GET-DISPUTE-1.

       GET-DISPUTE-EXIT.
           EXIT.

       LIST-CHARGES.
           MOVE G-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           DISPLAY "AGCY-PLACE - GARNOS SCANNED: " TOT-CNTR
           DISPLAY "AGCY-PLACE - ACCOUNTS PLACED: " PLACE-CNTR
           DISPLAY "AGCY-PLACE - DOLLARS PLACED: " PLACE-TOT
           DISPLAY "AGCY-PLACE - HELD - ALL IN DISPUTE: " DISP-CNTR
           CLOSE AGCYMAST
           CLOSE GARFILE CHARCUR PAYCUR AGCYFILE HOLDSTAT QMBFILE
             DISPUTE FILEOUT.
           STOP RUN.

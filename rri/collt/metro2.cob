           SELECT FILEOUT ASSIGN TO "S65" ORGANIZATION
             LINE SEQUENTIAL.

      * open billing disputes dispute-maint.cob keeps - only the
      * disputed amount is held back; the rest is pursued as usual.
           SELECT DISPUTE ASSIGN TO "S70" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS DP-KEY
             LOCK MODE MANUAL.

       DATA DIVISION.
       FILE SECTION.

       FD  M2HIST.
           COPY "metro2hist.cpy".

       FD  DISPUTE.
           COPY "dispute.cpy".

       FD  M2FILE.
       01  M2FILE01.
           02 MB-RECID PIC X(4).
       01  NAMEF-W PIC X(24).
       01  RPT-CNTR PIC 9(7) VALUE 0.
       01  SKIP-CNTR PIC 9(7) VALUE 0.
       01  DISP-AMT PIC S9(6)V99.
       01  DISP-CNTR PIC 9(7) VALUE 0.
       01  PRT PIC X(100).
       01  FURN-ID PIC X(10).
       01  FURN-NAME PIC X(40).
      * a delete (DA) once so the tradeline comes off promptly.
       P0.
           OPEN INPUT PARMFILE AGCYFILE GARFILE CHARCUR PAYCUR.
           OPEN INPUT DISPUTE.
           OPEN I-O M2HIST.
           OPEN OUTPUT M2FILE FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.
           IF CLAIM-TOT < 0
               MOVE 0 TO CLAIM-TOT.

      * an open billing dispute on a live collection - the disputed
      * amount is not furnished, and the tradeline carries XB for
      * as long as the dispute is open.
           MOVE 0 TO DISP-AMT
           IF USE-STATUS = "93"
               PERFORM GET-DISPUTE THRU GET-DISPUTE-EXIT
               IF DISP-AMT > 0
                   MOVE "XB" TO USE-CCC
                   ADD 1 TO DISP-CNTR
                   SUBTRACT DISP-AMT FROM CLAIM-TOT
                   IF CLAIM-TOT < 0
                       MOVE 0 TO CLAIM-TOT
                   END-IF
               END-IF
           END-IF

      * a live collection under the floor is not worth furnishing;
      * paid and delete always go out so the bureau is corrected,
      * and so does a dispute that took an already-furnished
      * tradeline under the floor.
           IF USE-STATUS = "93" AND CLAIM-TOT < MIN-BAL
             AND (DISP-AMT = 0 OR PRIOR-STATUS = SPACE)
               ADD 1 TO SKIP-CNTR
               GO TO P1.

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

       WRITE-M2.
           MOVE SPACE TO M2FILE01
           MOVE "BASE" TO MB-RECID
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           DISPLAY "METRO2 - FURNISHED " RPT-CNTR " SKIPPED "
             SKIP-CNTR
           DISPLAY "METRO2 - OPEN DISPUTES HELD BACK: " DISP-CNTR.

       P99.
           CLOSE PARMFILE AGCYFILE GARFILE CHARCUR PAYCUR M2HIST
             DISPUTE M2FILE FILEOUT.
           STOP RUN.

             ACCESS MODE IS DYNAMIC RECORD KEY IS DEP-KEY
             LOCK MODE MANUAL.

      * deductible/co-insurance/copay split the 835 gave for each
      * line - printed under the service on itemized statements.
           SELECT PRDETAIL ASSIGN TO "S80" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PRD-KEY
             ALTERNATE RECORD KEY IS PRD-PAT-KEY WITH DUPLICATES
             LOCK MODE MANUAL.

      * open billing disputes dispute-maint.cob keeps - only the
      * disputed amount is held back; the rest is pursued as usual.
           SELECT DISPUTE ASSIGN TO "S85" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS DP-KEY
             LOCK MODE MANUAL.

      * paper statements.
           SELECT FILEOUT ASSIGN TO "S60" ORGANIZATION
             LINE SEQUENTIAL.
           02 CC-DX5 PIC X(7).
           02 CC-DX6 PIC X(7).
           02 CC-FUTURE PIC X(6).
           02 CC-UNITS PIC 9(4).

       FD  PAYCUR.
       01  PAYCUR01.
       FD  TPLFILE.
           COPY "tplfile.cpy".

       FD  DISPUTE.
           COPY "dispute.cpy".

       FD  DEPFILE.
           COPY "depfile.cpy".

       FD  PRDETAIL.
           COPY "prdetail.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(84).

       01  PRINT-MODE PIC X VALUE SPACE.
       01  NOSTMT-CNTR PIC 9(7) VALUE 0.
       01  TPL-OPEN PIC X.
       01  DISP-AMT PIC S9(6)V99.
       01  CENTS-W PIC 9(9).
       01  T-DATE PIC X(8).
       01  PAPER-CNTR PIC 9(7) VALUE 0.
       01  PRT PIC X(160).
       01  USE-MSG PIC X(60).
       01  DEP-TOT PIC 9(6)V99.
       01  PRD-AMT-X PIC -(4)9.99.
       01  PRD-AMT-Y PIC -(4)9.99.
       01  PRD-AMT-Z PIC -(4)9.99.

       PROCEDURE DIVISION.

      * statement, same as famstmt.cob.
       P0.
           OPEN INPUT FILEIN GARFILE CHARCUR PAYCUR STMTFMT
             TPLFILE DEPFILE PRDETAIL.
           OPEN INPUT DISPUTE.
           OPEN OUTPUT FILEOUT EXTFILE SUMFILE.
           ACCEPT T-DATE FROM DATE YYYYMMDD.


           PERFORM CHECK-TPL THRU CHECK-TPL-EXIT
           PERFORM SUM-DEPOSITS THRU SUM-DEPOSITS-EXIT
           PERFORM GET-DISPUTE THRU GET-DISPUTE-EXIT
           PERFORM BUILD-STMT THRU BUILD-STMT-EXIT
           GO TO P1.

       CHECK-TPL-EXIT.
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

       SUM-DEPOSITS.
           MOVE 0 TO DEP-TOT
           MOVE G-GARNO TO DEP-GARNO

      * money on deposit is money the patient does not owe.
           SUBTRACT DEP-TOT FROM STMT-TOT
      * neither is money held in an open dispute.
           SUBTRACT DISP-AMT FROM STMT-TOT

           IF STMT-TOT NOT > 0
               ADD 1 TO NOSTMT-CNTR
                   STRING "  " CC-DAT1 "  " CC-PROC1 "  " NEF-8
                     DELIMITED BY SIZE INTO PRT
                   WRITE FILEOUT01 FROM PRT(1:84)
                   PERFORM PRD-LINES THRU PRD-LINES-EXIT
               END-IF
           ELSE
               ADD CC-AMOUNT TO STMT-TOT
       WALK-CHARGES-EXIT.
           EXIT.

      * under the service - what each payer applied to the
      * deductible, co-insurance and copay.
       PRD-LINES.
           MOVE CC-KEY8 TO PRD-KEY8
           MOVE CC-KEY3 TO PRD-KEY3
           MOVE SPACE TO PRD-PAYCODE
           START PRDETAIL KEY NOT < PRD-KEY
             INVALID
               GO TO PRD-LINES-EXIT.

       PRD-LINES-1.
           READ PRDETAIL NEXT
             AT END
               GO TO PRD-LINES-EXIT.
           IF PRD-KEY8 NOT = CC-KEY8 OR PRD-KEY3 NOT = CC-KEY3
               GO TO PRD-LINES-EXIT.
           IF PRD-DEDUCT = 0 AND PRD-COINS = 0 AND PRD-COPAY = 0
               GO TO PRD-LINES-1.
           MOVE PRD-DEDUCT TO PRD-AMT-X
           MOVE PRD-COINS TO PRD-AMT-Y
           MOVE PRD-COPAY TO PRD-AMT-Z
           MOVE SPACE TO PRT
           IF G-LANG = "S"
             STRING "      APLICADO AL DEDUCIBLE " PRD-AMT-X
               " / COASEGURO " PRD-AMT-Y " / COPAGO " PRD-AMT-Z
               DELIMITED BY SIZE INTO PRT
           ELSE
             STRING "      APPLIED TO DEDUCTIBLE " PRD-AMT-X
               " / COINSURANCE " PRD-AMT-Y " / COPAY " PRD-AMT-Z
               DELIMITED BY SIZE INTO PRT
           END-IF
           WRITE FILEOUT01 FROM PRT(1:84)
           GO TO PRD-LINES-1.

       PRD-LINES-EXIT.
           EXIT.

       WALK-PAYMENTS.
           MOVE G-GARNO TO PC-KEY8
           MOVE SPACE TO PC-KEY3
             END-IF
             WRITE FILEOUT01 FROM PRT(1:84)
           END-IF
           IF DISP-AMT > 0
             MOVE DISP-AMT TO NEF-8
             MOVE SPACE TO PRT
             IF G-LANG = "S"
               STRING "EN DISPUTA - NO SE COBRA " NEF-8
                 DELIMITED BY SIZE INTO PRT
             ELSE
               STRING "IN DISPUTE - NOT DUE " NEF-8
                 DELIMITED BY SIZE INTO PRT
             END-IF
             WRITE FILEOUT01 FROM PRT(1:84)
           END-IF
           MOVE STMT-TOT TO NEF-8
           MOVE SPACE TO PRT
           IF G-LANG = "S"
           DISPLAY "STMTENGINE - NOTHING OWED - NO PAGE: "
             NOSTMT-CNTR
           CLOSE FILEIN GARFILE CHARCUR PAYCUR STMTFMT TPLFILE
             DEPFILE PRDETAIL DISPUTE FILEOUT EXTFILE SUMFILE.
           STOP RUN.

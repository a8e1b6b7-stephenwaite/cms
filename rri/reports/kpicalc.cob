      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. kpicalc.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * line 1: the month YYYYMM (blank = last month).
           SELECT OPTIONAL PARMFILE ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT CHARCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-DAT1 WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT PAYCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
             LOCK MODE MANUAL.

           SELECT LINEBAL ASSIGN TO "S45" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS BL-KEY
             LOCK MODE MANUAL.

           SELECT REFUNDFILE ASSIGN TO "S50" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS RF-KEY
             LOCK MODE MANUAL.

      * the history kpitrend.cob prints from - made on the first run.
           SELECT OPTIONAL KPIHIST ASSIGN TO "S55" ORGANIZATION IS
             INDEXED ACCESS MODE IS DYNAMIC RECORD KEY IS KH-KEY
             LOCK MODE MANUAL.

           SELECT FILEOUT ASSIGN TO "S60" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PARMFILE.
       01  PARMFILE01 PIC X(10).

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  PAYCUR.
           COPY "paycur.cpy".

       FD  LINEBAL.
           COPY "linebal.cpy".

       FD  REFUNDFILE.
           COPY "refundfile.cpy".

       FD  KPIHIST.
           COPY "kpihist.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(100).

       WORKING-STORAGE SECTION.

       01  T-DATE PIC X(8).
       01  T-DATE-R REDEFINES T-DATE.
           02 T-YYYY PIC 9(4).
           02 T-MM PIC 99.
           02 T-DD PIC 99.
       01  PERIOD PIC X(6).
       01  PERIOD-R REDEFINES PERIOD.
           02 PER-YYYY PIC 9(4).
           02 PER-MM PIC 99.
       01  W-MONTH PIC X(6).
       01  W-MONTH-R REDEFINES W-MONTH.
           02 W-YYYY PIC 9(4).
           02 W-MM PIC 99.

      * the month, and the three months ending with it that days in
      * A/R and the collection rates are figured over.
       01  MON-START PIC X(8).
       01  MON-END PIC X(8).
       01  MON-END9 PIC 9(8).
       01  START3 PIC X(8).
       01  END-INT PIC 9(8).
       01  START3-INT PIC 9(8).
       01  DAYS-3 PIC 999.
       01  D1-INT PIC 9(8).
       01  D2-INT PIC 9(8).
       01  DAY-DIFF PIC S9(5).

      * the account's claims, as payerscore.cob holds them.
       01  CLM-TAB01.
           02 CLM-ENT OCCURS 400 TIMES.
             03 CLM-NO PIC X(6).
             03 CLM-PAID PIC S9(6)V99.
             03 CLM-FIRST PIC X(8).
             03 CLM-DENIED PIC X.
             03 CLM-REBILLED PIC X.
       01  CLM-CNT PIC 999 VALUE 0.
       01  CLM-IDX PIC 999.
       01  HOLD-KEY8 PIC X(8).
       01  EOF-FLAG PIC X VALUE "N".
       01  ROW-KIND PIC X.

       01  CHG-M PIC S9(9)V99 VALUE 0.
       01  CHG-3 PIC S9(9)V99 VALUE 0.
       01  CASH-M PIC S9(9)V99 VALUE 0.
       01  CASH-3 PIC S9(9)V99 VALUE 0.
       01  CONTR-3 PIC S9(9)V99 VALUE 0.
       01  BAD-M PIC S9(9)V99 VALUE 0.
       01  LAG-DAYS PIC 9(9) VALUE 0.
       01  LAG-CNT PIC 9(7) VALUE 0.
       01  ADJUD-CNT PIC 9(7) VALUE 0.
       01  CLEAN-CNT PIC 9(7) VALUE 0.
       01  DENIED-CNT PIC 9(7) VALUE 0.
       01  AR-TOT PIC S9(9)V99 VALUE 0.
       01  AR-DEBIT PIC S9(9)V99 VALUE 0.
       01  AR-90 PIC S9(9)V99 VALUE 0.
       01  CREDIT-AMT PIC S9(9)V99 VALUE 0.
       01  CREDIT-CNT PIC 9(7) VALUE 0.

       01  KPI-NO PIC 99.
       01  KPI-VALUE PIC S9(9)V99.
       01  KPI-NUMER PIC S9(9)V99.
       01  KPI-DENOM PIC S9(9)V99.
       01  WRITE-CNTR PIC 99 VALUE 0.
       01  NEF-V PIC -(9)9.99.
       01  NEF-N PIC -(9)9.99.
       01  NEF-D PIC -(9)9.99.
       01  PRT PIC X(100).

       PROCEDURE DIVISION.

      * month-end revenue-cycle measures - the dozen numbers the
      * board asks for every month, figured the same way each time
      * and kept on KPIHIST for kpitrend.cob's thirteen-month trend.
      * Charges are CHARCUR lines entered (CC-DATE-T) in the window;
      * cash, contractuals and bad debt are PAYCUR rows posted
      * (PC-DATE-T) in it, sorted the way periodclose.cob and
      * linepost.cob sort them. Days in A/R and the gross and net
      * collection rates run over the three months ending with the
      * month, the rest over the month alone. A claim counts toward
      * the first-pass and denial rates in the month its first
      * PAYCUR row posted - clean when it was paid with no denial
      * and no rebill, payerscore.cob's first-pass test. A/R, its
      * age and the credit balances owed (open REFUNDFILE rows) are
      * the ledger as it stands when the job runs, so it runs right
      * after the month is closed; a rerun replaces the month's rows.
       P0.
           OPEN INPUT PARMFILE CHARCUR PAYCUR LINEBAL REFUNDFILE.
           OPEN I-O KPIHIST.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

           MOVE SPACE TO PERIOD
           READ PARMFILE
             AT END
               GO TO P0A.
           MOVE PARMFILE01(1:6) TO PERIOD.

       P0A.
           IF PERIOD NOT NUMERIC
               MOVE T-YYYY TO PER-YYYY
               MOVE T-MM TO PER-MM
               IF PER-MM = 1
                   MOVE 12 TO PER-MM
                   SUBTRACT 1 FROM PER-YYYY
               ELSE
                   SUBTRACT 1 FROM PER-MM.

           STRING PERIOD "01" DELIMITED BY SIZE INTO MON-START
           MOVE PERIOD TO W-MONTH
           ADD 1 TO W-MM
           IF W-MM > 12
               MOVE 1 TO W-MM
               ADD 1 TO W-YYYY.
           MOVE SPACE TO MON-END
           STRING W-MONTH "01" DELIMITED BY SIZE INTO MON-END
           COMPUTE END-INT = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL (MON-END)) - 1
           COMPUTE MON-END9 = FUNCTION DATE-OF-INTEGER (END-INT)
           MOVE MON-END9 TO MON-END

           MOVE PERIOD TO W-MONTH
           IF W-MM > 2
               SUBTRACT 2 FROM W-MM
           ELSE
               ADD 10 TO W-MM
               SUBTRACT 1 FROM W-YYYY.
           STRING W-MONTH "01" DELIMITED BY SIZE INTO START3
           COMPUTE START3-INT = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL (START3))
           COMPUTE DAYS-3 = END-INT - START3-INT + 1

           MOVE SPACE TO PRT
           STRING "REVENUE-CYCLE MEASURES FOR " PERIOD
             "   RUN " T-DATE
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT AFTER PAGE
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           MOVE "NO" TO PRT(1:2)
           MOVE "VALUE" TO PRT(13:5)
           MOVE "FIGURED FROM" TO PRT(21:12)
           MOVE "OVER" TO PRT(44:4)
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01

           MOVE SPACE TO CC-KEY8 CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO P4.
           READ CHARCUR NEXT
             AT END
               GO TO P4.

      * charges, charge lag and the account's claims.
       P1.
           MOVE CC-KEY8 TO HOLD-KEY8
           MOVE 0 TO CLM-CNT.

       P2.
           IF CC-DATE-T NOT < START3 AND CC-DATE-T NOT > MON-END
               ADD CC-AMOUNT TO CHG-3.
           IF CC-DATE-T NOT < MON-START AND CC-DATE-T NOT > MON-END
               ADD CC-AMOUNT TO CHG-M
               PERFORM NOTE-LAG THRU NOTE-LAG-EXIT.
           IF CC-CLAIM NOT = SPACE
               PERFORM NOTE-CLAIM THRU NOTE-CLAIM-EXIT.

           READ CHARCUR NEXT
             AT END
               MOVE "Y" TO EOF-FLAG
               GO TO P3.
           IF CC-KEY8 = HOLD-KEY8
               GO TO P2.

       P3.
           IF CLM-CNT > 0
               PERFORM APPLY-PAYMENTS THRU APPLY-PAYMENTS-EXIT
               PERFORM SCORE-CLAIMS THRU SCORE-CLAIMS-EXIT.
           IF EOF-FLAG = "Y"
               GO TO P4.
           GO TO P1.

      * cash, contractuals and bad debt posted in the window.
       P4.
           MOVE SPACE TO PC-KEY8 PC-KEY3
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO P6.

       P5.
           READ PAYCUR NEXT
             AT END
               GO TO P6.
           IF PC-DATE-T < START3 OR PC-DATE-T > MON-END
               GO TO P5.
           PERFORM SORT-ROW
           EVALUATE ROW-KIND
             WHEN "W"
               IF PC-DATE-T NOT < MON-START
                   SUBTRACT PC-AMOUNT FROM BAD-M
               END-IF
             WHEN "K"
               SUBTRACT PC-AMOUNT FROM CONTR-3
             WHEN "P"
               SUBTRACT PC-AMOUNT FROM CASH-3
               IF PC-DATE-T NOT < MON-START
                   SUBTRACT PC-AMOUNT FROM CASH-M
               END-IF
           END-EVALUATE
           GO TO P5.

      * what is owed and how old it is.
       P6.
           MOVE SPACE TO BL-KEY
           START LINEBAL KEY NOT < BL-KEY
             INVALID
               GO TO P8.

       P7.
           READ LINEBAL NEXT
             AT END
               GO TO P8.
           ADD BL-BALANCE TO AR-TOT
           IF BL-BALANCE NOT > 0
               GO TO P7.
           ADD BL-BALANCE TO AR-DEBIT
           IF BL-DAT1 NOT NUMERIC
               GO TO P7.
           COMPUTE D1-INT = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL (BL-DAT1))
           IF END-INT - D1-INT > 90
               ADD BL-BALANCE TO AR-90.
           GO TO P7.

       P8.
           MOVE SPACE TO RF-KEY
           START REFUNDFILE KEY NOT < RF-KEY
             INVALID
               GO TO P10.

       P9.
           READ REFUNDFILE NEXT
             AT END
               GO TO P10.
           IF RF-STATUS NOT = "O"
               GO TO P9.
           ADD RF-AMOUNT TO CREDIT-AMT
           ADD 1 TO CREDIT-CNT
           GO TO P9.

       P10.
           MOVE 1 TO KPI-NO
           MOVE AR-TOT TO KPI-NUMER
           MOVE CHG-3 TO KPI-DENOM
           MOVE 0 TO KPI-VALUE
           IF CHG-3 NOT = 0
               COMPUTE KPI-VALUE ROUNDED = AR-TOT * DAYS-3 / CHG-3.
           PERFORM PUT-KPI THRU PUT-KPI-EXIT

           MOVE 2 TO KPI-NO
           MOVE CASH-3 TO KPI-NUMER
           MOVE CHG-3 TO KPI-DENOM
           PERFORM PUT-PCT

           MOVE 3 TO KPI-NO
           MOVE CASH-3 TO KPI-NUMER
           COMPUTE KPI-DENOM = CHG-3 - CONTR-3
           PERFORM PUT-PCT

           MOVE 4 TO KPI-NO
           MOVE AR-90 TO KPI-NUMER
           MOVE AR-DEBIT TO KPI-DENOM
           PERFORM PUT-PCT

           MOVE 5 TO KPI-NO
           MOVE CLEAN-CNT TO KPI-NUMER
           MOVE ADJUD-CNT TO KPI-DENOM
           PERFORM PUT-PCT

           MOVE 6 TO KPI-NO
           MOVE DENIED-CNT TO KPI-NUMER
           MOVE ADJUD-CNT TO KPI-DENOM
           PERFORM PUT-PCT

           MOVE 7 TO KPI-NO
           MOVE LAG-DAYS TO KPI-NUMER
           MOVE LAG-CNT TO KPI-DENOM
           MOVE 0 TO KPI-VALUE
           IF LAG-CNT NOT = 0
               COMPUTE KPI-VALUE ROUNDED = LAG-DAYS / LAG-CNT.
           PERFORM PUT-KPI THRU PUT-KPI-EXIT

           MOVE 8 TO KPI-NO
           MOVE CASH-M TO KPI-NUMER
           MOVE CHG-M TO KPI-DENOM
           PERFORM PUT-PCT

           MOVE 9 TO KPI-NO
           MOVE BAD-M TO KPI-NUMER
           MOVE CHG-M TO KPI-DENOM
           PERFORM PUT-PCT

           MOVE 10 TO KPI-NO
           MOVE CREDIT-AMT TO KPI-VALUE KPI-NUMER
           MOVE CREDIT-CNT TO KPI-DENOM
           PERFORM PUT-KPI THRU PUT-KPI-EXIT

           MOVE 11 TO KPI-NO
           MOVE AR-TOT TO KPI-VALUE KPI-NUMER
           MOVE 1 TO KPI-DENOM
           PERFORM PUT-KPI THRU PUT-KPI-EXIT

           MOVE 12 TO KPI-NO
           MOVE CHG-M TO KPI-VALUE KPI-NUMER
           MOVE 1 TO KPI-DENOM
           PERFORM PUT-KPI THRU PUT-KPI-EXIT

           MOVE 13 TO KPI-NO
           MOVE CASH-M TO KPI-VALUE KPI-NUMER
           MOVE 1 TO KPI-DENOM
           PERFORM PUT-KPI THRU PUT-KPI-EXIT
           GO TO P99.

      * the days from service to entry, for the month's lines.
       NOTE-LAG.
           IF CC-DAT1 NOT NUMERIC OR CC-DATE-T NOT NUMERIC
               GO TO NOTE-LAG-EXIT.
           COMPUTE D1-INT = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL (CC-DAT1))
           COMPUTE D2-INT = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL (CC-DATE-T))
           COMPUTE DAY-DIFF = D2-INT - D1-INT
           IF DAY-DIFF < 0
               MOVE 0 TO DAY-DIFF.
           ADD DAY-DIFF TO LAG-DAYS
           ADD 1 TO LAG-CNT.
       NOTE-LAG-EXIT.
           EXIT.

       NOTE-CLAIM.
           MOVE 1 TO CLM-IDX.
       NOTE-CLAIM-1.
           IF CLM-IDX > CLM-CNT
               GO TO NOTE-CLAIM-2.
           IF CLM-NO (CLM-IDX) = CC-CLAIM
               GO TO NOTE-CLAIM-3.
           ADD 1 TO CLM-IDX
           GO TO NOTE-CLAIM-1.
       NOTE-CLAIM-2.
           IF CLM-CNT >= 400
               GO TO NOTE-CLAIM-EXIT.
           ADD 1 TO CLM-CNT
           MOVE CLM-CNT TO CLM-IDX
           MOVE CC-CLAIM TO CLM-NO (CLM-IDX)
           MOVE 0 TO CLM-PAID (CLM-IDX)
           MOVE SPACE TO CLM-FIRST (CLM-IDX) CLM-DENIED (CLM-IDX)
             CLM-REBILLED (CLM-IDX).
      * the rebill count and frequency code rebill.cob keeps in the
      * first three bytes of CC-FUTURE.
       NOTE-CLAIM-3.
           IF CC-FUTURE (3:1) = "7"
             OR (CC-FUTURE (1:2) NUMERIC AND CC-FUTURE (1:2) > "00")
               MOVE "Y" TO CLM-REBILLED (CLM-IDX).
       NOTE-CLAIM-EXIT.
           EXIT.

      * the account's PAYCUR rows against its claims: when each was
      * first answered, what it was paid, and whether it was denied.
       APPLY-PAYMENTS.
           MOVE HOLD-KEY8 TO PC-KEY8
           MOVE SPACE TO PC-KEY3
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO APPLY-PAYMENTS-EXIT.
       APPLY-PAYMENTS-1.
           READ PAYCUR NEXT
             AT END
               GO TO APPLY-PAYMENTS-EXIT.
           IF PC-KEY8 NOT = HOLD-KEY8
               GO TO APPLY-PAYMENTS-EXIT.
           IF PC-CLAIM = SPACE
               GO TO APPLY-PAYMENTS-1.
           MOVE 1 TO CLM-IDX.
       APPLY-PAYMENTS-2.
           IF CLM-IDX > CLM-CNT
               GO TO APPLY-PAYMENTS-1.
           IF CLM-NO (CLM-IDX) NOT = PC-CLAIM
               ADD 1 TO CLM-IDX
               GO TO APPLY-PAYMENTS-2.
           IF CLM-FIRST (CLM-IDX) = SPACE
             OR PC-DATE-T < CLM-FIRST (CLM-IDX)
               MOVE PC-DATE-T TO CLM-FIRST (CLM-IDX).
           PERFORM SORT-ROW
           IF ROW-KIND = "P" AND PC-AMOUNT < 0
               SUBTRACT PC-AMOUNT FROM CLM-PAID (CLM-IDX).
           IF ROW-KIND = "D"
               MOVE "Y" TO CLM-DENIED (CLM-IDX).
           GO TO APPLY-PAYMENTS-1.
       APPLY-PAYMENTS-EXIT.
           EXIT.

       SCORE-CLAIMS.
           MOVE 1 TO CLM-IDX.
       SCORE-CLAIMS-1.
           IF CLM-IDX > CLM-CNT
               GO TO SCORE-CLAIMS-EXIT.
           IF CLM-FIRST (CLM-IDX) < MON-START
             OR CLM-FIRST (CLM-IDX) > MON-END
               GO TO SCORE-CLAIMS-2.
           ADD 1 TO ADJUD-CNT
           IF CLM-DENIED (CLM-IDX) = "Y"
               ADD 1 TO DENIED-CNT
               GO TO SCORE-CLAIMS-2.
           IF CLM-PAID (CLM-IDX) > 0
             AND CLM-REBILLED (CLM-IDX) NOT = "Y"
               ADD 1 TO CLEAN-CNT.
       SCORE-CLAIMS-2.
           ADD 1 TO CLM-IDX
           GO TO SCORE-CLAIMS-1.
       SCORE-CLAIMS-EXIT.
           EXIT.

      * ROW-KIND: W 013 bad debt, K contractual (014 or a "14"),
      * A another adjustment code or adjustment denial, D a denial,
      * P cash - a reversal ("RV") counts with the cash it backs out.
       SORT-ROW.
           MOVE "P" TO ROW-KIND
           IF PC-PAYCODE = "013"
               MOVE "W" TO ROW-KIND
           ELSE
             IF PC-PAYCODE = "014" OR PC-DENIAL = "14"
               MOVE "K" TO ROW-KIND
             ELSE
               IF PC-PAYCODE = "007" OR "008" OR "009" OR "011"
                 OR "012" OR "015" OR "016" OR "017"
                 OR PC-DENIAL = "07" OR "08" OR "15" OR "DI"
                   MOVE "A" TO ROW-KIND
               ELSE
                 IF PC-DENIAL NOT = SPACE AND PC-DENIAL NOT = "RV"
                     MOVE "D" TO ROW-KIND
                 END-IF
               END-IF
             END-IF
           END-IF.

       PUT-PCT.
           MOVE 0 TO KPI-VALUE
           IF KPI-DENOM NOT = 0
               COMPUTE KPI-VALUE ROUNDED = KPI-NUMER * 100 / KPI-DENOM.
           PERFORM PUT-KPI THRU PUT-KPI-EXIT.

       PUT-KPI.
           MOVE PERIOD TO KH-MONTH
           MOVE KPI-NO TO KH-KPI
           READ KPIHIST
             INVALID
               MOVE SPACE TO KPIHIST01
               MOVE PERIOD TO KH-MONTH
               MOVE KPI-NO TO KH-KPI
               MOVE KPI-VALUE TO KH-VALUE
               MOVE KPI-NUMER TO KH-NUMER
               MOVE KPI-DENOM TO KH-DENOM
               MOVE T-DATE TO KH-RUN-DATE
               WRITE KPIHIST01
               GO TO PUT-KPI-1.
           MOVE KPI-VALUE TO KH-VALUE
           MOVE KPI-NUMER TO KH-NUMER
           MOVE KPI-DENOM TO KH-DENOM
           MOVE T-DATE TO KH-RUN-DATE
           REWRITE KPIHIST01.
       PUT-KPI-1.
           ADD 1 TO WRITE-CNTR
           MOVE KPI-VALUE TO NEF-V
           MOVE KPI-NUMER TO NEF-N
           MOVE KPI-DENOM TO NEF-D
           MOVE SPACE TO PRT
           STRING KPI-NO "  " NEF-V "  " NEF-N "  " NEF-D
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.
       PUT-KPI-EXIT.
           EXIT.

       P99.
           DISPLAY "KPICALC - MONTH " PERIOD " (" MON-START "-"
             MON-END ")"
           DISPLAY "KPICALC - MEASURES WRITTEN: " WRITE-CNTR
           CLOSE PARMFILE CHARCUR PAYCUR LINEBAL REFUNDFILE KPIHIST
             FILEOUT.
           STOP RUN.

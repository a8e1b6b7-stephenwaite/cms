      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cashfcst.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LINEBAL ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS BL-KEY
             LOCK MODE MANUAL.

           SELECT CHARCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-DAT1 WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT CONTRFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CT-KEY
             LOCK MODE MANUAL.

           SELECT PAYTURN ASSIGN TO "S45" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PT-INS
             LOCK MODE MANUAL.

           SELECT ACCTBAL ASSIGN TO "S50" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS AB-GARNO
             LOCK MODE MANUAL.

           SELECT BUDFILE ASSIGN TO "S55" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS BP-GARNO
             LOCK MODE MANUAL.

           SELECT PAYCUR ASSIGN TO "S60" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
             LOCK MODE MANUAL.

           SELECT FCSTHIST ASSIGN TO "S65" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS FH-KEY
             LOCK MODE MANUAL.

      * optional parm, one value a line (absent or blank = default):
      * 1 days to payment for a payer with no turnaround history (45)
      * 2 paid percent of charge for a payer with no history/contract
      *   (60)
      * 3 percent of a non-plan patient balance expected in the 13
      *   weeks (20)
      * 4 days past its expected date a claim stops being forecast
      *   (90)
           SELECT OPTIONAL PARMFILE ASSIGN TO "S70" ORGANIZATION
             LINE SEQUENTIAL.

      * the forecast and the prior month's forecast against actual.
           SELECT FILEOUT ASSIGN TO "S75" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  LINEBAL.
           COPY "linebal.cpy".

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  CONTRFILE.
           COPY "contrfile.cpy".

       FD  PAYTURN.
           COPY "payturn.cpy".

       FD  ACCTBAL.
           COPY "acctbal.cpy".

       FD  BUDFILE.
           COPY "budplan.cpy".

       FD  PAYCUR.
           COPY "paycur.cpy".

       FD  FCSTHIST.
           COPY "fcsthist.cpy".

       FD  PARMFILE.
       01  PARMFILE01 PIC X(5).

       FD  FILEOUT.
       01  FILEOUT01 PIC X(132).

       WORKING-STORAGE SECTION.

       01  T-DATE PIC X(8).
       01  TODAY-INT PIC 9(7).
       01  EXP-INT PIC 9(7).
       01  DAYS-PAST PIC S9(5).
       01  DEF-DAYS PIC 999 VALUE 45.
       01  DEF-PCT PIC 999 VALUE 60.
       01  PAT-PCT PIC 999 VALUE 20.
       01  STALE-DAYS PIC 999 VALUE 90.
       01  PARM-CNT PIC 9 VALUE 0.

       01  HOLD-INS PIC XXX.
       01  PAY-DAYS PIC 9(4).
       01  PAY-PCT PIC 999.
       01  RATE-AMT PIC 9(4)V99.
       01  EXP-AMT PIC S9(7)V99.
       01  WEEK-AMT PIC S9(7)V99.
       01  PLAN-LEFT PIC S9(7)V99.
       01  DUE-DATE PIC X(8).
       01  DUE-YY PIC 9(4).
       01  DUE-MM PIC 99.
       01  LAST-INT PIC 9(7).
       01  PAY-INT PIC 9(7).

       01  CL-IDX PIC 9.
       01  WK-IDX PIC 99.
       01  ELAPSED PIC 99.

      * weeks 1-13, 14 beyond the horizon, 15 too far past due.
       01  FC-TAB01.
           02 FC-CLASS OCCURS 5 TIMES.
             03 FC-WEEK PIC S9(9)V99 OCCURS 15 TIMES.
       01  WEEK-TAB01.
           02 WK-START PIC X(8) OCCURS 13 TIMES.

       01  PRIOR-MONTH PIC X(6).
       01  PRIOR-YY PIC 9(4).
       01  PRIOR-MM PIC 99.
       01  PRIOR-RUN PIC X(8).
       01  PRIOR-INT PIC 9(7).
       01  PRIOR-TAB01.
           02 PR-CLASS OCCURS 5 TIMES.
             03 PR-FCST PIC S9(9)V99 OCCURS 13 TIMES.
             03 PR-ACT PIC S9(9)V99 OCCURS 13 TIMES.
       01  PRWK-TAB01.
           02 PRWK-START PIC X(8) OCCURS 13 TIMES.

       01  CLASS-VALUES.
           02 FILLER PIC X(10) VALUE "MEDICAID".
           02 FILLER PIC X(10) VALUE "MEDICARE".
           02 FILLER PIC X(10) VALUE "COMMERCIAL".
           02 FILLER PIC X(10) VALUE "TRICARE".
           02 FILLER PIC X(10) VALUE "PATIENT".
       01  CLASS-TAB01 REDEFINES CLASS-VALUES.
           02 CLASS-NAME PIC X(10) OCCURS 5 TIMES.

       01  ROW-TOT PIC S9(9)V99.
       01  COL-TAB01.
           02 COL-TOT PIC S9(9)V99 OCCURS 6 TIMES.
       01  FC-LINE.
           02 FL-LABEL PIC X(16).
           02 FL-AMT PIC -(8)9.99 OCCURS 6 TIMES.
       01  CMP-LINE.
           02 CL-LABEL PIC X(10).
           02 FILLER PIC X.
           02 CL-CLASS PIC X(10).
           02 CL-FCST PIC -(8)9.99.
           02 CL-ACT PIC -(8)9.99.
           02 CL-DIFF PIC -(8)9.99.
       01  DIFF-AMT PIC S9(9)V99.

       01  LINE-CNTR PIC 9(7) VALUE 0.
       01  PLAN-CNTR PIC 9(7) VALUE 0.
       01  PAT-CNTR PIC 9(7) VALUE 0.
       01  ACT-CNTR PIC 9(7) VALUE 0.
       01  PRT PIC X(132).

       PROCEDURE DIVISION.

      * thirteen-week expected cash receipts by payer class. Every
      * open insurance line on the ledger is expected at its
      * contracted allowed amount less what the payer has already
      * paid (no contract row - the payer's paid-to-charged percent
      * from payerscore.cob's turnaround history), on its service
      * date plus the payer's average days to payment. A guarantor
      * on a current budget plan is expected to pay the plan amount
      * each month until the patient balance is gone; any other
      * patient balance is expected at the parm percent, spread
      * evenly over the weeks. The run is kept on FCSTHIST, and the
      * latest run of the prior month is then set against what
      * PAYCUR shows actually posted in its weeks so far.
       P0.
           OPEN INPUT PARMFILE.
           PERFORM READ-PARM THRU READ-PARM-EXIT.
           CLOSE PARMFILE.

           OPEN INPUT LINEBAL CHARCUR CONTRFILE PAYTURN ACCTBAL
             BUDFILE PAYCUR.
           OPEN I-O FCSTHIST.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD
           COMPUTE TODAY-INT =
             FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (T-DATE))
           INITIALIZE FC-TAB01 PRIOR-TAB01
           MOVE 1 TO WK-IDX
           PERFORM SET-WEEKS THRU SET-WEEKS-EXIT

           MOVE SPACE TO BL-KEY
           START LINEBAL KEY NOT < BL-KEY
             INVALID
               GO TO P2.

      * insurance lines - "018" and self pay "001" lines are the
      * patient's and come in through ACCTBAL below.
       P1.
           READ LINEBAL NEXT
             AT END
               GO TO P2.
           IF BL-BALANCE NOT > 0
               GO TO P1.
           IF BL-PAYCODE = "018" OR BL-PAYCODE = "001"
             OR BL-PAYCODE = SPACE
               GO TO P1.
           PERFORM INS-LINE THRU INS-LINE-EXIT
           GO TO P1.

       P2.
           MOVE SPACE TO AB-GARNO
           START ACCTBAL KEY NOT < AB-GARNO
             INVALID
               GO TO P4.

       P3.
           READ ACCTBAL NEXT
             AT END
               GO TO P4.
           IF AB-PATBAL NOT > 0
               GO TO P3.
           MOVE AB-GARNO TO BP-GARNO
           READ BUDFILE
             INVALID
               MOVE "X" TO BP-STATUS
           END-READ
           IF BP-STATUS = "C"
               PERFORM PLAN-PAYS THRU PLAN-PAYS-EXIT
           ELSE
               PERFORM PAT-SPREAD THRU PAT-SPREAD-EXIT
           END-IF
           GO TO P3.

       P4.
           MOVE 1 TO CL-IDX.
       P4A.
           MOVE 1 TO WK-IDX.
       P4B.
           MOVE T-DATE TO FH-RUN-DATE
           MOVE CL-IDX TO FH-CLASS
           MOVE WK-IDX TO FH-WEEK
           MOVE WK-START (WK-IDX) TO FH-WEEK-START
           MOVE FC-WEEK (CL-IDX WK-IDX) TO FH-AMOUNT
           MOVE SPACE TO FH-FUTURE
           WRITE FCSTHIST01
             INVALID
               REWRITE FCSTHIST01
           END-WRITE
           ADD 1 TO WK-IDX
           IF WK-IDX NOT > 13
               GO TO P4B.
           ADD 1 TO CL-IDX
           IF CL-IDX NOT > 5
               GO TO P4A.

           PERFORM PRINT-FCST THRU PRINT-FCST-EXIT
           PERFORM COMPARE-PRIOR THRU COMPARE-PRIOR-EXIT
           GO TO P9.

       READ-PARM.
           READ PARMFILE
             AT END
               GO TO READ-PARM-EXIT.
           ADD 1 TO PARM-CNT
           IF PARMFILE01 = SPACE
               GO TO READ-PARM.
           IF FUNCTION NUMVAL (PARMFILE01) NOT > 0
               GO TO READ-PARM.
           EVALUATE PARM-CNT
             WHEN 1 MOVE FUNCTION NUMVAL (PARMFILE01) TO DEF-DAYS
             WHEN 2 MOVE FUNCTION NUMVAL (PARMFILE01) TO DEF-PCT
             WHEN 3 MOVE FUNCTION NUMVAL (PARMFILE01) TO PAT-PCT
             WHEN 4 MOVE FUNCTION NUMVAL (PARMFILE01) TO STALE-DAYS
           END-EVALUATE
           IF PARM-CNT < 4
               GO TO READ-PARM.
       READ-PARM-EXIT.
           EXIT.

      * week 1 starts on the run date.
       SET-WEEKS.
           COMPUTE EXP-INT = TODAY-INT + (WK-IDX - 1) * 7
           MOVE FUNCTION DATE-OF-INTEGER (EXP-INT) TO WK-START (WK-IDX)
           ADD 1 TO WK-IDX
           IF WK-IDX NOT > 13
               GO TO SET-WEEKS.
       SET-WEEKS-EXIT.
           EXIT.

       INS-LINE.
           MOVE BL-PAYCODE TO HOLD-INS
           PERFORM CLASS-OF-INS THRU CLASS-OF-INS-EXIT

           MOVE DEF-DAYS TO PAY-DAYS
           MOVE DEF-PCT TO PAY-PCT
           MOVE HOLD-INS TO PT-INS
           READ PAYTURN
             INVALID
               CONTINUE
             NOT INVALID
               IF PT-DAYS > 0
                   MOVE PT-DAYS TO PAY-DAYS
               END-IF
               IF PT-PAID-PCT > 0
                   MOVE PT-PAID-PCT TO PAY-PCT
               END-IF
           END-READ

           MOVE 0 TO RATE-AMT
           MOVE BL-KEY TO CHARCUR-KEY
           READ CHARCUR
             INVALID
               CONTINUE
             NOT INVALID
               PERFORM FIND-RATE THRU FIND-RATE-EXIT
           END-READ

           IF RATE-AMT > 0
               COMPUTE EXP-AMT = RATE-AMT - BL-INSPAID
               IF EXP-AMT > BL-BALANCE
                   MOVE BL-BALANCE TO EXP-AMT
               END-IF
           ELSE
               COMPUTE EXP-AMT ROUNDED = BL-BALANCE * PAY-PCT / 100
           END-IF
           IF EXP-AMT NOT > 0
               GO TO INS-LINE-EXIT.

           IF BL-DAT1 NUMERIC
               COMPUTE EXP-INT = FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL (BL-DAT1)) + PAY-DAYS
           ELSE
               COMPUTE EXP-INT = TODAY-INT + PAY-DAYS
           END-IF
           ADD 1 TO LINE-CNTR
           PERFORM BUCKET-AMT THRU BUCKET-AMT-EXIT.

       INS-LINE-EXIT.
           EXIT.

      * latest CONTRFILE row for the payer+cpt whose effective date
      * covers the service date - same walk underpay-chk.cob makes.
       FIND-RATE.
           MOVE HOLD-INS TO CT-INS
           MOVE CC-PROC1 TO CT-CPT
           MOVE SPACE TO CT-EFF
           START CONTRFILE KEY NOT < CT-KEY
             INVALID
               GO TO FIND-RATE-EXIT.

       FIND-RATE-1.
           READ CONTRFILE NEXT
             AT END
               GO TO FIND-RATE-EXIT.
           IF CT-INS NOT = HOLD-INS OR CT-CPT NOT = CC-PROC1
               GO TO FIND-RATE-EXIT.
           IF CT-EFF <= BL-DAT1
             AND (CT-END = SPACE OR CT-END >= BL-DAT1)
               MOVE CT-ALLOWED TO RATE-AMT
           END-IF
           GO TO FIND-RATE-1.

       FIND-RATE-EXIT.
           EXIT.

      * the same rows ghpr012i.cob reports by - everything that is
      * not medicaid, medicare, tricare or self pay is commercial.
       CLASS-OF-INS.
           MOVE 3 TO CL-IDX
           IF HOLD-INS = "004" OR HOLD-INS = "064"
               MOVE 1 TO CL-IDX.
           IF HOLD-INS = "003" OR HOLD-INS = "028"
               MOVE 2 TO CL-IDX.
           IF HOLD-INS = "141"
               MOVE 4 TO CL-IDX.
           IF HOLD-INS = "001" OR HOLD-INS = "018"
               MOVE 5 TO CL-IDX.
       CLASS-OF-INS-EXIT.
           EXIT.

      * past its expected date it is due now (week 1) unless it is
      * so far past that it is no longer counted on; beyond week 13
      * it is shown but not forecast.
       BUCKET-AMT.
           IF EXP-INT < TODAY-INT
               COMPUTE DAYS-PAST = TODAY-INT - EXP-INT
               IF DAYS-PAST > STALE-DAYS
                   MOVE 15 TO WK-IDX
               ELSE
                   MOVE 1 TO WK-IDX
               END-IF
           ELSE
               COMPUTE WK-IDX = (EXP-INT - TODAY-INT) / 7 + 1
               IF WK-IDX > 13
                   MOVE 14 TO WK-IDX
               END-IF
           END-IF
           ADD EXP-AMT TO FC-WEEK (CL-IDX WK-IDX).
       BUCKET-AMT-EXIT.
           EXIT.

      * the plan amount on each due date in the 13 weeks, until the
      * patient balance runs out. A due date already past is due
      * now; a day past the 28th is taken as the 28th.
       PLAN-PAYS.
           IF BP-AMOUNT NOT > 0
               GO TO PLAN-PAYS-EXIT.
           ADD 1 TO PLAN-CNTR
           MOVE 5 TO CL-IDX
           MOVE AB-PATBAL TO PLAN-LEFT
           MOVE BP-NEXTDUE TO DUE-DATE
           IF DUE-DATE NOT NUMERIC
               MOVE T-DATE TO DUE-DATE.
           IF DUE-DATE (7:2) > "28"
               MOVE "28" TO DUE-DATE (7:2).
           COMPUTE LAST-INT = TODAY-INT + 90.

       PLAN-PAYS-1.
           COMPUTE EXP-INT =
             FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (DUE-DATE))
           IF EXP-INT > LAST-INT OR EXP-INT = 0
               GO TO PLAN-PAYS-EXIT.
           MOVE BP-AMOUNT TO EXP-AMT
           IF EXP-AMT > PLAN-LEFT
               MOVE PLAN-LEFT TO EXP-AMT.
           IF EXP-INT < TODAY-INT
               MOVE TODAY-INT TO EXP-INT.
           PERFORM BUCKET-AMT THRU BUCKET-AMT-EXIT
           SUBTRACT EXP-AMT FROM PLAN-LEFT
           IF PLAN-LEFT NOT > 0
               GO TO PLAN-PAYS-EXIT.
           MOVE DUE-DATE (1:4) TO DUE-YY
           MOVE DUE-DATE (5:2) TO DUE-MM
           IF DUE-MM = 12
               ADD 1 TO DUE-YY
               MOVE 1 TO DUE-MM
           ELSE
               ADD 1 TO DUE-MM
           END-IF
           MOVE DUE-YY TO DUE-DATE (1:4)
           MOVE DUE-MM TO DUE-DATE (5:2)
           GO TO PLAN-PAYS-1.

       PLAN-PAYS-EXIT.
           EXIT.

      * the expected share of a balance with no plan, an even part
      * each week - the odd cents go in week 13.
       PAT-SPREAD.
           COMPUTE EXP-AMT ROUNDED = AB-PATBAL * PAT-PCT / 100
           IF EXP-AMT NOT > 0
               GO TO PAT-SPREAD-EXIT.
           ADD 1 TO PAT-CNTR
           COMPUTE WEEK-AMT = EXP-AMT / 13
           ADD EXP-AMT TO FC-WEEK (5 13)
           MOVE 1 TO WK-IDX.

       PAT-SPREAD-1.
           ADD WEEK-AMT TO FC-WEEK (5 WK-IDX)
           SUBTRACT WEEK-AMT FROM FC-WEEK (5 13)
           ADD 1 TO WK-IDX
           IF WK-IDX < 13
               GO TO PAT-SPREAD-1.

       PAT-SPREAD-EXIT.
           EXIT.

       PRINT-FCST.
           MOVE SPACE TO PRT
           STRING "THIRTEEN-WEEK EXPECTED CASH RECEIPTS AS OF " T-DATE
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "WEEK STARTING       MEDICAID    MEDICARE  COMMERCIAL"
             "     TRICARE     PATIENT       TOTAL"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE 0 TO COL-TOT (1) COL-TOT (2) COL-TOT (3) COL-TOT (4)
             COL-TOT (5) COL-TOT (6)
           MOVE 1 TO WK-IDX.

       PRINT-FCST-1.
           MOVE SPACE TO FC-LINE
           STRING WK-IDX " " WK-START (WK-IDX)
             DELIMITED BY SIZE INTO FL-LABEL
           PERFORM FCST-ROW THRU FCST-ROW-EXIT
           ADD 1 TO WK-IDX
           IF WK-IDX NOT > 13
               GO TO PRINT-FCST-1.

           MOVE SPACE TO FC-LINE
           MOVE "13-WEEK TOTAL" TO FL-LABEL
           MOVE 1 TO CL-IDX.
       PRINT-FCST-2.
           MOVE COL-TOT (CL-IDX) TO FL-AMT (CL-IDX)
           ADD 1 TO CL-IDX
           IF CL-IDX NOT > 6
               GO TO PRINT-FCST-2.
           WRITE FILEOUT01 FROM FC-LINE

           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE 14 TO WK-IDX
           MOVE SPACE TO FC-LINE
           MOVE "AFTER 13 WEEKS" TO FL-LABEL
           PERFORM FCST-ROW THRU FCST-ROW-EXIT
           MOVE 15 TO WK-IDX
           MOVE SPACE TO FC-LINE
           MOVE "PAST DUE > PARM" TO FL-LABEL
           PERFORM FCST-ROW THRU FCST-ROW-EXIT.

       PRINT-FCST-EXIT.
           EXIT.

       FCST-ROW.
           MOVE 0 TO ROW-TOT
           MOVE 1 TO CL-IDX.
       FCST-ROW-1.
           MOVE FC-WEEK (CL-IDX WK-IDX) TO FL-AMT (CL-IDX)
           ADD FC-WEEK (CL-IDX WK-IDX) TO ROW-TOT
           IF WK-IDX NOT > 13
               ADD FC-WEEK (CL-IDX WK-IDX) TO COL-TOT (CL-IDX).
           ADD 1 TO CL-IDX
           IF CL-IDX NOT > 5
               GO TO FCST-ROW-1.
           MOVE ROW-TOT TO FL-AMT (6)
           IF WK-IDX NOT > 13
               ADD ROW-TOT TO COL-TOT (6).
           WRITE FILEOUT01 FROM FC-LINE.
       FCST-ROW-EXIT.
           EXIT.

      * the last forecast run in the prior month, week by week for
      * the weeks that have fully gone by, against the cash PAYCUR
      * shows entered in those weeks.
       COMPARE-PRIOR.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE T-DATE (1:4) TO PRIOR-YY
           MOVE T-DATE (5:2) TO PRIOR-MM
           IF PRIOR-MM = 1
               SUBTRACT 1 FROM PRIOR-YY
               MOVE 12 TO PRIOR-MM
           ELSE
               SUBTRACT 1 FROM PRIOR-MM
           END-IF
           MOVE PRIOR-YY TO PRIOR-MONTH (1:4)
           MOVE PRIOR-MM TO PRIOR-MONTH (5:2)
           MOVE SPACE TO PRIOR-RUN

           MOVE SPACE TO FH-KEY
           MOVE PRIOR-MONTH TO FH-RUN-DATE (1:6)
           MOVE 0 TO FH-CLASS FH-WEEK
           START FCSTHIST KEY NOT < FH-KEY
             INVALID
               GO TO COMPARE-PRIOR-1.
       COMPARE-PRIOR-0.
           READ FCSTHIST NEXT
             AT END
               GO TO COMPARE-PRIOR-1.
           IF FH-RUN-DATE (1:6) NOT = PRIOR-MONTH
               GO TO COMPARE-PRIOR-1.
           MOVE FH-RUN-DATE TO PRIOR-RUN
           GO TO COMPARE-PRIOR-0.

       COMPARE-PRIOR-1.
           IF PRIOR-RUN = SPACE
               MOVE SPACE TO PRT
               STRING "NO FORECAST ON FILE FOR " PRIOR-MONTH
                 " TO COMPARE" DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT
               GO TO COMPARE-PRIOR-EXIT.

           MOVE PRIOR-RUN TO FH-RUN-DATE
           MOVE 0 TO FH-CLASS FH-WEEK
           START FCSTHIST KEY NOT < FH-KEY
             INVALID
               GO TO COMPARE-PRIOR-EXIT.
       COMPARE-PRIOR-2.
           READ FCSTHIST NEXT
             AT END
               GO TO COMPARE-PRIOR-3.
           IF FH-RUN-DATE NOT = PRIOR-RUN
               GO TO COMPARE-PRIOR-3.
           MOVE FH-AMOUNT TO PR-FCST (FH-CLASS FH-WEEK)
           MOVE FH-WEEK-START TO PRWK-START (FH-WEEK)
           GO TO COMPARE-PRIOR-2.

       COMPARE-PRIOR-3.
           COMPUTE PRIOR-INT =
             FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (PRIOR-RUN))
           COMPUTE ELAPSED = (TODAY-INT - PRIOR-INT) / 7
           IF ELAPSED > 13
               MOVE 13 TO ELAPSED.
           MOVE SPACE TO PRT
           STRING "FORECAST OF " PRIOR-RUN " AGAINST ACTUAL - "
             ELAPSED " WEEKS GONE BY" DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           IF ELAPSED = 0
               GO TO COMPARE-PRIOR-EXIT.
           COMPUTE LAST-INT = PRIOR-INT + ELAPSED * 7

           MOVE SPACE TO PC-KEY8 PC-KEY3
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO COMPARE-PRIOR-5.
       COMPARE-PRIOR-4.
           READ PAYCUR NEXT
             AT END
               GO TO COMPARE-PRIOR-5.
           PERFORM TALLY-ACTUAL THRU TALLY-ACTUAL-EXIT
           GO TO COMPARE-PRIOR-4.

       COMPARE-PRIOR-5.
           MOVE SPACE TO PRT
           STRING "WEEK STARTING  CLASS          FORECAST      ACTUAL"
             "    VARIANCE" DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE 1 TO WK-IDX.
       COMPARE-PRIOR-6.
           MOVE 1 TO CL-IDX.
       COMPARE-PRIOR-7.
           MOVE SPACE TO CMP-LINE
           MOVE PRWK-START (WK-IDX) TO CL-LABEL
           MOVE CLASS-NAME (CL-IDX) TO CL-CLASS
           MOVE PR-FCST (CL-IDX WK-IDX) TO CL-FCST
           MOVE PR-ACT (CL-IDX WK-IDX) TO CL-ACT
           COMPUTE DIFF-AMT =
             PR-ACT (CL-IDX WK-IDX) - PR-FCST (CL-IDX WK-IDX)
           MOVE DIFF-AMT TO CL-DIFF
           WRITE FILEOUT01 FROM CMP-LINE
           ADD 1 TO CL-IDX
           IF CL-IDX NOT > 5
               GO TO COMPARE-PRIOR-7.
           ADD 1 TO WK-IDX
           IF WK-IDX NOT > ELAPSED
               GO TO COMPARE-PRIOR-6.

      * class totals over the weeks gone by.
           MOVE 1 TO CL-IDX.
       COMPARE-PRIOR-8.
           MOVE 0 TO ROW-TOT DIFF-AMT
           MOVE 1 TO WK-IDX.
       COMPARE-PRIOR-9.
           ADD PR-FCST (CL-IDX WK-IDX) TO ROW-TOT
           ADD PR-ACT (CL-IDX WK-IDX) TO DIFF-AMT
           ADD 1 TO WK-IDX
           IF WK-IDX NOT > ELAPSED
               GO TO COMPARE-PRIOR-9.
           MOVE SPACE TO CMP-LINE
           MOVE "TOTAL" TO CL-LABEL
           MOVE CLASS-NAME (CL-IDX) TO CL-CLASS
           MOVE ROW-TOT TO CL-FCST
           MOVE DIFF-AMT TO CL-ACT
           SUBTRACT ROW-TOT FROM DIFF-AMT
           MOVE DIFF-AMT TO CL-DIFF
           WRITE FILEOUT01 FROM CMP-LINE
           ADD 1 TO CL-IDX
           IF CL-IDX NOT > 5
               GO TO COMPARE-PRIOR-8.

       COMPARE-PRIOR-EXIT.
           EXIT.

      * cash entered in a week gone by - same sort linepost.cob makes
      * of PAYCUR: contractuals and other adjustments are not cash,
      * 001/021/022/077 are the patient's money, the rest is the
      * paying payer's. Payments post negative.
       TALLY-ACTUAL.
           IF PC-DATE-E NOT NUMERIC
               GO TO TALLY-ACTUAL-EXIT.
           COMPUTE PAY-INT =
             FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (PC-DATE-E))
           IF PAY-INT < PRIOR-INT OR PAY-INT NOT < LAST-INT
               GO TO TALLY-ACTUAL-EXIT.
           IF PC-PAYCODE = "014" OR PC-DENIAL = "14"
               GO TO TALLY-ACTUAL-EXIT.
           IF (PC-PAYCODE = "007" OR "008" OR "009" OR "011"
               OR "012" OR "013" OR "015" OR "016" OR "017")
             OR (PC-DENIAL = "07" OR "08" OR "15" OR "DI")
               GO TO TALLY-ACTUAL-EXIT.
           IF PC-PAYCODE = "001" OR "021" OR "022" OR "077"
               MOVE 5 TO CL-IDX
           ELSE
               MOVE PC-PAYCODE TO HOLD-INS
               PERFORM CLASS-OF-INS THRU CLASS-OF-INS-EXIT
           END-IF
           COMPUTE WK-IDX = (PAY-INT - PRIOR-INT) / 7 + 1
           SUBTRACT PC-AMOUNT FROM PR-ACT (CL-IDX WK-IDX)
           ADD 1 TO ACT-CNTR.
       TALLY-ACTUAL-EXIT.
           EXIT.

       P9.
           DISPLAY "CASHFCST - INSURANCE LINES FORECAST: " LINE-CNTR
           DISPLAY "CASHFCST - BUDGET PLANS FORECAST: " PLAN-CNTR
           DISPLAY "CASHFCST - OTHER PATIENT BALANCES: " PAT-CNTR
           DISPLAY "CASHFCST - PRIOR-MONTH POSTINGS COMPARED: "
             ACT-CNTR
           CLOSE LINEBAL CHARCUR CONTRFILE PAYTURN ACCTBAL BUDFILE
             PAYCUR FCSTHIST FILEOUT.
           STOP RUN.

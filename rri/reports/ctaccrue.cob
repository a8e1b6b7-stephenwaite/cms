      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ctaccrue.
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

      * line 1: the month-end date YYYYMMDD, and after a comma the
      * paid percent of charge for a payer with no turnaround
      * history (absent = 60). then the account map the way
      * gl-extract.cob takes it - "A,lo,hi,debit,credit" routes the
      * accrual on lines whose payer code falls in lo-hi: the debit
      * is the contractual-allowance account, the credit the A/R
      * allowance (contra) account.
           SELECT PARMFILE ASSIGN TO "S50" ORGANIZATION
             LINE SEQUENTIAL.

      * the import file for the accounting package - same
      * "date,account,debit,credit,description" lines gl-extract.cob
      * writes: the accrual on the month-end date and its reversal
      * on the day after.
           SELECT FILEOUT ASSIGN TO "S55" ORGANIZATION
             LINE SEQUENTIAL.

      * the accrual by payer and place of service.
           SELECT RPTFILE ASSIGN TO "S60" ORGANIZATION
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

       FD  PARMFILE.
       01  PARMFILE01 PIC X(40).

       FD  FILEOUT.
       01  FILEOUT01 PIC X(80).

       FD  RPTFILE.
       01  RPTFILE01 PIC X(100).

       WORKING-STORAGE SECTION.

       01  RUN-DATE PIC X(8).
       01  REV-DATE PIC X(8).
       01  RUN-INT PIC 9(7).
       01  DEF-PCT PIC 999 VALUE 60.
       01  PARM-PCT PIC X(5).

       01  MAP-TAB01.
           02 MAP-ENT OCCURS 40 TIMES.
             03 MP-TYPE PIC X.
             03 MP-LO PIC XXX.
             03 MP-HI PIC XXX.
             03 MP-DEBIT PIC X(8).
             03 MP-CREDIT PIC X(8).
             03 MP-AMT PIC S9(8)V99.
             03 MP-CNT PIC 9(6).
       01  MAP-CNT PIC 99 VALUE 0.
       01  MAP-IDX PIC 99.
       01  PARM-T PIC X.
       01  PARM-LO PIC XXX.
       01  PARM-HI PIC XXX.
       01  PARM-DR PIC X(8).
       01  PARM-CR PIC X(8).

      * payer + place of service buckets, kept in key order.
       01  PP-TAB01.
           02 PP-ENT OCCURS 600 TIMES.
             03 PP-KEY.
               04 PP-INS PIC XXX.
               04 PP-PLACE PIC X.
             03 PP-LINES PIC 9(6).
             03 PP-CTLINES PIC 9(6).
             03 PP-CHARGE PIC S9(8)V99.
             03 PP-BAL PIC S9(8)V99.
             03 PP-ACCR PIC S9(8)V99.
       01  PP-CNT PIC 999 VALUE 0.
       01  PP-IDX PIC 999.
       01  PP-TO PIC 999.
       01  NEW-KEY.
           02 NEW-INS PIC XXX.
           02 NEW-PLACE PIC X.

       01  HOLD-INS PIC XXX.
       01  PAY-PCT PIC 999.
       01  RATE-AMT PIC 9(4)V99.
       01  ACCR-AMT PIC S9(7)V99.
       01  CT-FLAG PIC X.

       01  SUB-LINES PIC 9(6).
       01  SUB-BAL PIC S9(8)V99.
       01  SUB-ACCR PIC S9(8)V99.
       01  TOT-BAL PIC S9(9)V99 VALUE 0.
       01  TOT-ACCR PIC S9(9)V99 VALUE 0.
       01  UNMAP-A PIC 9(6) VALUE 0.
       01  UNMAP-AMT PIC S9(8)V99 VALUE 0.
       01  FULL-CNTR PIC 9(6) VALUE 0.
       01  READ-CNTR PIC 9(7) VALUE 0.
       01  OPEN-CNTR PIC 9(7) VALUE 0.
       01  DR-TOT PIC S9(9)V99 VALUE 0.
       01  CR-TOT PIC S9(9)V99 VALUE 0.
       01  ABS-AMT PIC 9(8)V99.
       01  NEF-A PIC -(8)9.99.
       01  NEF-B PIC -(8)9.99.
       01  NEF-C PIC -(8)9.99.
       01  AMT-X PIC 9(8).99.
       01  PRT PIC X(100).

       PROCEDURE DIVISION.

      * month-end contractual allowance accrual - open insurance A/R
      * sits at full charge until the payer's 835 writes the
      * contractual off, so at the close the part the payers will
      * never pay is estimated line by line and booked against an
      * allowance account, then reversed the next day so the daily
      * gl-extract.cob journals carry on untouched. A line's expected
      * allowed amount is its CONTRFILE rate in force on the service
      * date where there is one, else its charge times the payer's
      * paid-to-charged percent from payerscore.cob's turnaround
      * history (PAYTURN - the trailing quarter it last scored). The
      * accrual is the charge less that allowed less contractual
      * already taken, never more than the line still owes.
       P0.
           OPEN INPUT LINEBAL CHARCUR CONTRFILE PAYTURN PARMFILE.
           OPEN OUTPUT FILEOUT RPTFILE.

           READ PARMFILE
             AT END
               DISPLAY "CTACCRUE - NO DATE PARM"
               GO TO P9.
           MOVE SPACE TO PARM-PCT
           UNSTRING PARMFILE01 DELIMITED BY ","
             INTO RUN-DATE PARM-PCT
           IF PARM-PCT NOT = SPACE
             AND FUNCTION NUMVAL (PARM-PCT) > 0
               MOVE FUNCTION NUMVAL (PARM-PCT) TO DEF-PCT.
           IF RUN-DATE NOT NUMERIC
               DISPLAY "CTACCRUE - BAD DATE PARM " RUN-DATE
               GO TO P9.
           COMPUTE RUN-INT =
             FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (RUN-DATE)) + 1
           MOVE FUNCTION DATE-OF-INTEGER (RUN-INT) TO REV-DATE.

       P0A.
           READ PARMFILE
             AT END
               GO TO P0B.
           UNSTRING PARMFILE01 DELIMITED BY ","
             INTO PARM-T PARM-LO PARM-HI PARM-DR PARM-CR
           IF PARM-T = "A" AND MAP-CNT < 40
               ADD 1 TO MAP-CNT
               MOVE PARM-T TO MP-TYPE (MAP-CNT)
               MOVE PARM-LO TO MP-LO (MAP-CNT)
               MOVE PARM-HI TO MP-HI (MAP-CNT)
               MOVE PARM-DR TO MP-DEBIT (MAP-CNT)
               MOVE PARM-CR TO MP-CREDIT (MAP-CNT)
               MOVE 0 TO MP-AMT (MAP-CNT)
               MOVE 0 TO MP-CNT (MAP-CNT)
           END-IF
           GO TO P0A.

       P0B.
           IF MAP-CNT = 0
               DISPLAY "CTACCRUE - NO MAP LINES"
               GO TO P9.

           MOVE SPACE TO BL-KEY
           START LINEBAL KEY NOT < BL-KEY
             INVALID
               GO TO P2.

      * open insurance lines - "018" and self pay "001" are the
      * patient's and carry no contractual.
       P1.
           READ LINEBAL NEXT
             AT END
               GO TO P2.
           ADD 1 TO READ-CNTR
           IF BL-BALANCE NOT > 0
               GO TO P1.
           IF BL-PAYCODE = "018" OR BL-PAYCODE = "001"
             OR BL-PAYCODE = SPACE
               GO TO P1.
           PERFORM ACCRUE-LINE THRU ACCRUE-LINE-EXIT
           GO TO P1.

       ACCRUE-LINE.
           MOVE BL-PAYCODE TO HOLD-INS
           MOVE SPACE TO CC-PLACE
           MOVE 0 TO RATE-AMT
           MOVE "N" TO CT-FLAG
           MOVE BL-KEY TO CHARCUR-KEY
           READ CHARCUR
             INVALID
               CONTINUE
             NOT INVALID
               PERFORM FIND-RATE THRU FIND-RATE-EXIT
           END-READ

           IF RATE-AMT > 0
               MOVE "Y" TO CT-FLAG
               COMPUTE ACCR-AMT =
                 BL-CHARGE - RATE-AMT - BL-CONTRACT
           ELSE
               MOVE DEF-PCT TO PAY-PCT
               MOVE HOLD-INS TO PT-INS
               READ PAYTURN
                 INVALID
                   CONTINUE
                 NOT INVALID
                   IF PT-PAID-PCT > 0
                       MOVE PT-PAID-PCT TO PAY-PCT
                   END-IF
               END-READ
               IF PAY-PCT > 100
                   MOVE 100 TO PAY-PCT
               END-IF
               COMPUTE ACCR-AMT ROUNDED =
                 BL-CHARGE * (100 - PAY-PCT) / 100 - BL-CONTRACT
           END-IF
           IF ACCR-AMT < 0
               MOVE 0 TO ACCR-AMT.
           IF ACCR-AMT > BL-BALANCE
               MOVE BL-BALANCE TO ACCR-AMT.

           ADD 1 TO OPEN-CNTR
           MOVE HOLD-INS TO NEW-INS
           MOVE CC-PLACE TO NEW-PLACE
           PERFORM FIND-PP THRU FIND-PP-EXIT
           IF PP-IDX = 0
               GO TO ACCRUE-LINE-EXIT.
           ADD 1 TO PP-LINES (PP-IDX)
           IF CT-FLAG = "Y"
               ADD 1 TO PP-CTLINES (PP-IDX).
           ADD BL-CHARGE TO PP-CHARGE (PP-IDX)
           ADD BL-BALANCE TO PP-BAL (PP-IDX)
           ADD ACCR-AMT TO PP-ACCR (PP-IDX).

       ACCRUE-LINE-EXIT.
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

      * the payer+place bucket, opened in key order on first sight
      * (the entries above it move up one). PP-IDX 0 = table full.
       FIND-PP.
           MOVE 1 TO PP-IDX.
       FIND-PP-1.
           IF PP-IDX > PP-CNT
               GO TO FIND-PP-2.
           IF PP-KEY (PP-IDX) = NEW-KEY
               GO TO FIND-PP-EXIT.
           IF PP-KEY (PP-IDX) > NEW-KEY
               GO TO FIND-PP-2.
           ADD 1 TO PP-IDX
           GO TO FIND-PP-1.

       FIND-PP-2.
           IF PP-CNT >= 600
               ADD 1 TO FULL-CNTR
               MOVE 0 TO PP-IDX
               GO TO FIND-PP-EXIT.
           MOVE PP-CNT TO PP-TO.
       FIND-PP-3.
           IF PP-TO < PP-IDX
               GO TO FIND-PP-4.
           MOVE PP-ENT (PP-TO) TO PP-ENT (PP-TO + 1)
           SUBTRACT 1 FROM PP-TO
           GO TO FIND-PP-3.

       FIND-PP-4.
           ADD 1 TO PP-CNT
           MOVE NEW-KEY TO PP-KEY (PP-IDX)
           MOVE 0 TO PP-LINES (PP-IDX) PP-CTLINES (PP-IDX)
             PP-CHARGE (PP-IDX) PP-BAL (PP-IDX) PP-ACCR (PP-IDX).

       FIND-PP-EXIT.
           EXIT.

       P2.
           MOVE SPACE TO PRT RPTFILE01
           STRING "CONTRACTUAL ALLOWANCE ACCRUAL FOR " RUN-DATE
             " - REVERSES " REV-DATE
             DELIMITED BY SIZE INTO PRT
           WRITE RPTFILE01 FROM PRT
           MOVE SPACE TO RPTFILE01
           WRITE RPTFILE01
           MOVE SPACE TO PRT
           STRING "PAYER POS   LINES CONTR   OPEN CHARGE  "
             "  OPEN BALANCE       ACCRUAL" DELIMITED BY SIZE INTO PRT
           WRITE RPTFILE01 FROM PRT

           MOVE SPACE TO HOLD-INS
           MOVE 1 TO PP-IDX.
       P2A.
           IF PP-IDX > PP-CNT
               GO TO P2B.
           IF PP-INS (PP-IDX) NOT = HOLD-INS
               PERFORM PAYER-TOTAL THRU PAYER-TOTAL-EXIT
               MOVE PP-INS (PP-IDX) TO HOLD-INS.
           PERFORM PRINT-PP THRU PRINT-PP-EXIT
           PERFORM MAP-PP THRU MAP-PP-EXIT
           ADD 1 TO PP-IDX
           GO TO P2A.

       P2B.
           PERFORM PAYER-TOTAL THRU PAYER-TOTAL-EXIT
           MOVE SPACE TO RPTFILE01
           WRITE RPTFILE01
           MOVE TOT-BAL TO NEF-B
           MOVE TOT-ACCR TO NEF-C
           MOVE SPACE TO PRT
           STRING "ALL PAYERS  OPEN BALANCE " NEF-B "  ACCRUAL " NEF-C
             DELIMITED BY SIZE INTO PRT
           WRITE RPTFILE01 FROM PRT
           IF FULL-CNTR > 0
               MOVE SPACE TO PRT
               STRING "*** PAYER/PLACE TABLE FULL - " FULL-CNTR
                 " LINES NOT ACCRUED ***" DELIMITED BY SIZE INTO PRT
               WRITE RPTFILE01 FROM PRT.

           MOVE SPACE TO RPTFILE01
           WRITE RPTFILE01
           MOVE 1 TO MAP-IDX.
       P3.
           IF MAP-IDX > MAP-CNT
               GO TO P4.
           IF MP-AMT (MAP-IDX) NOT = 0
               PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT.
           ADD 1 TO MAP-IDX
           GO TO P3.

       P4.
           MOVE SPACE TO RPTFILE01
           WRITE RPTFILE01
           MOVE DR-TOT TO NEF-A
           MOVE CR-TOT TO NEF-B
           MOVE SPACE TO PRT
           STRING "JOURNAL DEBITS " NEF-A "  CREDITS " NEF-B
             DELIMITED BY SIZE INTO PRT
           WRITE RPTFILE01 FROM PRT
           MOVE SPACE TO PRT
           IF DR-TOT = CR-TOT AND UNMAP-A = 0
               MOVE "*** BALANCED - ALL PAYERS MAPPED ***" TO PRT
           ELSE
               MOVE UNMAP-AMT TO NEF-C
               STRING "*** REVIEW - UNMAPPED PAYER/PLACE ROWS " UNMAP-A
                 " FOR " NEF-C " ***" DELIMITED BY SIZE INTO PRT
           END-IF
           WRITE RPTFILE01 FROM PRT
           GO TO P9.

       PRINT-PP.
           MOVE PP-CHARGE (PP-IDX) TO NEF-A
           MOVE PP-BAL (PP-IDX) TO NEF-B
           MOVE PP-ACCR (PP-IDX) TO NEF-C
           MOVE SPACE TO PRT
           STRING PP-INS (PP-IDX) "    " PP-PLACE (PP-IDX) "  "
             PP-LINES (PP-IDX) " " PP-CTLINES (PP-IDX) " " NEF-A
             "  " NEF-B "  " NEF-C DELIMITED BY SIZE INTO PRT
           WRITE RPTFILE01 FROM PRT
           ADD PP-LINES (PP-IDX) TO SUB-LINES
           ADD PP-BAL (PP-IDX) TO SUB-BAL TOT-BAL
           ADD PP-ACCR (PP-IDX) TO SUB-ACCR TOT-ACCR.
       PRINT-PP-EXIT.
           EXIT.

       PAYER-TOTAL.
           IF HOLD-INS = SPACE
               GO TO PAYER-TOTAL-1.
           MOVE SUB-BAL TO NEF-B
           MOVE SUB-ACCR TO NEF-C
           MOVE SPACE TO PRT
           STRING "  PAYER " HOLD-INS " TOTAL  " SUB-LINES
             " LINES  BALANCE " NEF-B "  ACCRUAL " NEF-C
             DELIMITED BY SIZE INTO PRT
           WRITE RPTFILE01 FROM PRT.
       PAYER-TOTAL-1.
           MOVE 0 TO SUB-LINES SUB-BAL SUB-ACCR.
       PAYER-TOTAL-EXIT.
           EXIT.

      * route the bucket's accrual through the account map.
       MAP-PP.
           MOVE 1 TO MAP-IDX.
       MAP-PP-1.
           IF MAP-IDX > MAP-CNT
               ADD 1 TO UNMAP-A
               ADD PP-ACCR (PP-IDX) TO UNMAP-AMT
               GO TO MAP-PP-EXIT.
           IF PP-INS (PP-IDX) >= MP-LO (MAP-IDX)
             AND PP-INS (PP-IDX) <= MP-HI (MAP-IDX)
               ADD PP-ACCR (PP-IDX) TO MP-AMT (MAP-IDX)
               ADD PP-LINES (PP-IDX) TO MP-CNT (MAP-IDX)
               GO TO MAP-PP-EXIT.
           ADD 1 TO MAP-IDX
           GO TO MAP-PP-1.
       MAP-PP-EXIT.
           EXIT.

      * the accrual pair on the month-end date and the same pair
      * reversed the next day. The accrual is never negative.
       WRITE-JOURNAL.
           MOVE MP-AMT (MAP-IDX) TO ABS-AMT
           MOVE ABS-AMT TO AMT-X
           MOVE SPACE TO PRT FILEOUT01
           STRING RUN-DATE "," MP-DEBIT (MAP-IDX) "," AMT-X
             ",0.00,CONTRACTUAL ACCRUAL"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT FILEOUT01
           STRING RUN-DATE "," MP-CREDIT (MAP-IDX) ",0.00,"
             AMT-X ",CONTRACTUAL ACCRUAL"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT

           MOVE SPACE TO PRT FILEOUT01
           STRING REV-DATE "," MP-CREDIT (MAP-IDX) "," AMT-X
             ",0.00,CONTRACTUAL ACCRUAL REVERSAL"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT FILEOUT01
           STRING REV-DATE "," MP-DEBIT (MAP-IDX) ",0.00,"
             AMT-X ",CONTRACTUAL ACCRUAL REVERSAL"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           ADD ABS-AMT ABS-AMT TO DR-TOT
           ADD ABS-AMT ABS-AMT TO CR-TOT

           MOVE MP-AMT (MAP-IDX) TO NEF-A
           MOVE SPACE TO PRT RPTFILE01
           STRING MP-TYPE (MAP-IDX) " " MP-LO (MAP-IDX) "-"
             MP-HI (MAP-IDX) " LINES " MP-CNT (MAP-IDX)
             " ACCRUAL " NEF-A " DR " MP-DEBIT (MAP-IDX)
             " CR " MP-CREDIT (MAP-IDX)
             DELIMITED BY SIZE INTO PRT
           WRITE RPTFILE01 FROM PRT.

       WRITE-JOURNAL-EXIT.
           EXIT.

       P9.
           DISPLAY "CTACCRUE - LEDGER LINES READ: " READ-CNTR
           DISPLAY "CTACCRUE - OPEN INSURANCE LINES: " OPEN-CNTR
           DISPLAY "CTACCRUE - ACCRUAL: " TOT-ACCR
           DISPLAY "CTACCRUE - UNMAPPED PAYER/PLACE ROWS: " UNMAP-A
           CLOSE LINEBAL CHARCUR CONTRFILE PAYTURN PARMFILE FILEOUT
             RPTFILE.
           STOP RUN.

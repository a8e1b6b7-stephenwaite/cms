      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. contrbench.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * line 1: the volume window "fromdate,todate" - normally the
      * trailing twelve months; contract and Medicare rates are the
      * ones in effect on the todate. line 2 (optional): one INS-KEY
      * to benchmark alone, for the payer at the table.
           SELECT PARMFILE ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT CHARFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARFILE-KEY
             LOCK MODE MANUAL.

           SELECT CHARCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-DAT1 WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT CONTRFILE ASSIGN TO "S45" ORGANIZATION IS
             INDEXED ACCESS MODE IS DYNAMIC RECORD KEY IS CT-KEY
             LOCK MODE MANUAL.

           SELECT MPFSFEE ASSIGN TO "S50" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS MP-KEY
             LOCK MODE MANUAL.

           SELECT INSFILE ASSIGN TO "S55" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS INS-KEY
             LOCK MODE MANUAL.

      * line counts by payer and CPT for the window - staging the
      * same way feesim.cob stages its proposed fees.
           SELECT VOLWORK ASSIGN TO "S60" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS VW-KEY
             LOCK MODE MANUAL.

           SELECT FILEOUT ASSIGN TO "S65" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PARMFILE.
       01  PARMFILE01 PIC X(30).

       FD  CHARFILE.
           COPY "charfile.cpy".

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  CONTRFILE.
           COPY "contrfile.cpy".

       FD  MPFSFEE.
           COPY "mpfsfee.cpy".

       FD  INSFILE.
           COPY "insfile.cpy".

       FD  VOLWORK.
       01  VOLWORK01.
           02 VW-KEY.
             03 VW-INS PIC XXX.
             03 VW-CPT PIC X(5).
           02 VW-CNT PIC 9(7).

       FD  FILEOUT.
       01  FILEOUT01 PIC X(110).

       WORKING-STORAGE SECTION.

       01  DATE-LO PIC X(8).
       01  DATE-HI PIC X(8).
       01  ONE-INS PIC XXX.
       01  T-DATE PIC X(8).
       01  EOF-FLAG PIC X VALUE "N".
       01  LINE-INS PIC XXX.
       01  LINE-CPT PIC X(5).

       01  HOLD-INS PIC XXX.
       01  HOLD-CPT PIC X(5).
       01  HOLD-ALLOWED PIC 9(4)V99.
       01  HAVE-RATE PIC X.
       01  MCR-FEE PIC 9(4)V99.

      * one payer's contracted codes.
       01  CODE-TAB01.
           02 CB-ENT OCCURS 800 TIMES.
             03 CB-GRP PIC 9.
             03 CB-CPT PIC X(5).
             03 CB-VOL PIC 9(7).
             03 CB-ALLOW PIC 9(4)V99.
             03 CB-MCR PIC 9(4)V99.
             03 CB-PCT PIC 9(4)V9.
             03 CB-DRAG PIC S9(9)V99.
       01  CB-CNT PIC 999 VALUE 0.
       01  CB-SWAP PIC X(41).
       01  CI PIC 999.
       01  CJ PIC 999.

      * each payer's roll-up, for the closing summary.
       01  PAY-TAB01.
           02 PY-ENT OCCURS 500 TIMES.
             03 PY-PCT PIC 9(4)V9.
             03 PY-INS PIC XXX.
             03 PY-NAME PIC X(22).
             03 PY-VOL PIC 9(7).
             03 PY-ALLOW PIC 9(9)V99.
             03 PY-MCR PIC 9(9)V99.
       01  PY-CNT PIC 999 VALUE 0.
       01  PY-SWAP PIC X(59).
       01  PI PIC 999.
       01  PJ PIC 999.

       01  PAY-ALLOW PIC 9(9)V99.
       01  PAY-MCR PIC 9(9)V99.
       01  PAY-VOL PIC 9(7).
       01  PAY-PCT PIC 9(4)V9.
       01  PAY-NAME PIC X(22).

       01  LINE-CNTR PIC 9(9) VALUE 0.
       01  CODE-CNTR PIC 9(7) VALUE 0.
       01  NOMCR-CNTR PIC 9(7) VALUE 0.
       01  OVER-CNTR PIC 9(7) VALUE 0.
       01  NEF-6 PIC ZZZZZZ9.
       01  NEF-A PIC ZZZ9.99.
       01  NEF-B PIC ZZZ9.99.
       01  NEF-P PIC ZZZ9.9.
       01  NEF-D PIC -(8)9.99.
       01  NEF-E PIC Z(8)9.99.
       01  NEF-F PIC Z(8)9.99.
       01  PRT PIC X(110).

       PROCEDURE DIVISION.

      * payer contract benchmark - each payer's CONTRFILE allowed
      * amounts as a percent of our locality's Medicare fee, code by
      * code, weighted by the lines we actually billed that payer in
      * the window (CHARFILE history and the CHARCUR lines not yet
      * aged off) and rolled up to one volume-weighted percent. The
      * codes listed first are the ones pulling the payer's percent
      * down the most in dollars: volume times what the code would
      * pay at the payer's own overall percent, less what it does.
      * Codes we did not bill the payer, and codes with no Medicare
      * fee on file, follow at the bottom. The closing summary ranks
      * the payers weakest first.
       P0.
           OPEN INPUT PARMFILE CHARFILE CHARCUR CONTRFILE MPFSFEE
             INSFILE.
           OPEN OUTPUT FILEOUT VOLWORK.
           CLOSE VOLWORK.
           OPEN I-O VOLWORK.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

           READ PARMFILE
             AT END
               DISPLAY "CONTRBENCH - NO DATE RANGE"
               GO TO P99.
           UNSTRING PARMFILE01 DELIMITED BY ","
             INTO DATE-LO DATE-HI
           MOVE SPACE TO ONE-INS
           READ PARMFILE
             AT END
               CONTINUE
             NOT AT END
               MOVE PARMFILE01 (1:3) TO ONE-INS
           END-READ.

      * the aged-off history - no date key, so the whole file.
           MOVE SPACE TO CHARFILE-KEY
           START CHARFILE KEY NOT < CHARFILE-KEY
             INVALID
               GO TO P2.
       P1.
           READ CHARFILE NEXT
             AT END
               GO TO P2.
           IF CD-DAT1 < DATE-LO OR CD-DAT1 > DATE-HI
             OR CD-AMOUNT NOT > 0
               GO TO P1.
           MOVE CD-PAYCODE TO LINE-INS
           MOVE CD-PROC1 TO LINE-CPT
           PERFORM ADD-VOL THRU ADD-VOL-EXIT
           GO TO P1.

      * the current file - keyed date-range walk on CC-DAT1, the
      * same one feesim.cob makes.
       P2.
           MOVE DATE-LO TO CC-DAT1
           START CHARCUR KEY NOT < CC-DAT1
             INVALID
               GO TO P4.
       P3.
           READ CHARCUR NEXT
             AT END
               GO TO P4.
           IF CC-DAT1 > DATE-HI
               GO TO P4.
           IF CC-AMOUNT NOT > 0
               GO TO P3.
           MOVE CC-PAYCODE TO LINE-INS
           MOVE CC-PROC1 TO LINE-CPT
           PERFORM ADD-VOL THRU ADD-VOL-EXIT
           GO TO P3.

       ADD-VOL.
           IF ONE-INS NOT = SPACE AND LINE-INS NOT = ONE-INS
               GO TO ADD-VOL-EXIT.
           ADD 1 TO LINE-CNTR
           MOVE LINE-INS TO VW-INS
           MOVE LINE-CPT TO VW-CPT
           READ VOLWORK
             INVALID
               MOVE 1 TO VW-CNT
               WRITE VOLWORK01
             NOT INVALID
               ADD 1 TO VW-CNT
               REWRITE VOLWORK01
           END-READ.
       ADD-VOL-EXIT.
           EXIT.

      * the contracts, payer by payer and CPT by CPT.
       P4.
           MOVE ONE-INS TO CT-INS
           MOVE SPACE TO CT-CPT CT-EFF
           START CONTRFILE KEY NOT < CT-KEY
             INVALID
               GO TO P8.
           READ CONTRFILE NEXT
             AT END
               GO TO P8.
           IF ONE-INS NOT = SPACE AND CT-INS NOT = ONE-INS
               GO TO P8.

       P5.
           MOVE CT-INS TO HOLD-INS
           MOVE 0 TO CB-CNT.

       P6.
           MOVE CT-CPT TO HOLD-CPT
           MOVE "N" TO HAVE-RATE
           MOVE 0 TO HOLD-ALLOWED.

      * the row in effect on the window's end date - same walk
      * underpay-chk.cob makes.
       P7.
           IF CT-EFF <= DATE-HI
             AND (CT-END = SPACE OR CT-END >= DATE-HI)
               MOVE CT-ALLOWED TO HOLD-ALLOWED
               MOVE "Y" TO HAVE-RATE.
           READ CONTRFILE NEXT
             AT END
               MOVE "Y" TO EOF-FLAG
               GO TO P7A.
           IF CT-INS = HOLD-INS AND CT-CPT = HOLD-CPT
               GO TO P7.
       P7A.
           IF HAVE-RATE = "Y"
               PERFORM NOTE-CODE THRU NOTE-CODE-EXIT.
           IF EOF-FLAG = "N" AND CT-INS = HOLD-INS
               GO TO P6.
           PERFORM PRINT-PAYER THRU PRINT-PAYER-EXIT
           IF EOF-FLAG = "Y"
               GO TO P8.
           IF ONE-INS NOT = SPACE AND CT-INS NOT = ONE-INS
               GO TO P8.
           GO TO P5.

       NOTE-CODE.
           IF CB-CNT >= 800
               ADD 1 TO OVER-CNTR
               GO TO NOTE-CODE-EXIT.
           ADD 1 TO CB-CNT CODE-CNTR
           MOVE HOLD-CPT TO CB-CPT (CB-CNT)
           MOVE HOLD-ALLOWED TO CB-ALLOW (CB-CNT)
           MOVE 0 TO CB-VOL (CB-CNT) CB-PCT (CB-CNT) CB-DRAG (CB-CNT)
           MOVE HOLD-INS TO VW-INS
           MOVE HOLD-CPT TO VW-CPT
           READ VOLWORK
             INVALID
               CONTINUE
             NOT INVALID
               MOVE VW-CNT TO CB-VOL (CB-CNT)
           END-READ
           PERFORM GET-MCR THRU GET-MCR-EXIT
           MOVE MCR-FEE TO CB-MCR (CB-CNT)
           IF MCR-FEE = 0
               MOVE 3 TO CB-GRP (CB-CNT)
               ADD 1 TO NOMCR-CNTR
               GO TO NOTE-CODE-EXIT.
           COMPUTE CB-PCT (CB-CNT) ROUNDED =
             HOLD-ALLOWED * 100 / MCR-FEE
           IF CB-VOL (CB-CNT) = 0
               MOVE 2 TO CB-GRP (CB-CNT)
           ELSE
               MOVE 1 TO CB-GRP (CB-CNT).
       NOTE-CODE-EXIT.
           EXIT.

      * the Medicare fee in effect on the window's end date.
       GET-MCR.
           MOVE 0 TO MCR-FEE
           MOVE HOLD-CPT TO MP-CPT
           MOVE SPACE TO MP-EFF
           START MPFSFEE KEY NOT < MP-KEY
             INVALID
               GO TO GET-MCR-EXIT.
       GET-MCR-1.
           READ MPFSFEE NEXT
             AT END
               GO TO GET-MCR-EXIT.
           IF MP-CPT NOT = HOLD-CPT OR MP-EFF > DATE-HI
               GO TO GET-MCR-EXIT.
           MOVE MP-FEE TO MCR-FEE
           GO TO GET-MCR-1.
       GET-MCR-EXIT.
           EXIT.

      * the payer's weighted percent, then each code's drag against
      * it, largest first.
       PRINT-PAYER.
           IF CB-CNT = 0
               GO TO PRINT-PAYER-EXIT.
           MOVE 0 TO PAY-ALLOW PAY-MCR PAY-VOL PAY-PCT
           PERFORM SUM-CODE VARYING CI FROM 1 BY 1 UNTIL CI > CB-CNT
           IF PAY-MCR > 0
               COMPUTE PAY-PCT ROUNDED = PAY-ALLOW * 100 / PAY-MCR.
           PERFORM SET-DRAG VARYING CI FROM 1 BY 1 UNTIL CI > CB-CNT
           PERFORM SORT-CODE-PASS VARYING CI FROM 1 BY 1
             UNTIL CI >= CB-CNT

           MOVE HOLD-INS TO INS-KEY
           READ INSFILE
             INVALID
               MOVE "NOT ON INSFILE" TO INS-NAME.
           MOVE INS-NAME TO PAY-NAME

           MOVE PAY-PCT TO NEF-P
           MOVE PAY-VOL TO NEF-6
           MOVE PAY-ALLOW TO NEF-E
           MOVE PAY-MCR TO NEF-F
           MOVE SPACE TO PRT
           STRING HOLD-INS " " PAY-NAME "  " NEF-P
             "% OF MEDICARE  LINES " NEF-6 "  CONTRACT " NEF-E
             "  MEDICARE " NEF-F DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT AFTER PAGE
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "  CPT      LINES  ALLOWED MEDICARE  % MCR"
             "     SHORT OF PAYER %" DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           PERFORM PRINT-CODE VARYING CI FROM 1 BY 1 UNTIL CI > CB-CNT

           IF PY-CNT >= 500
               ADD 1 TO OVER-CNTR
               GO TO PRINT-PAYER-EXIT.
           ADD 1 TO PY-CNT
           MOVE PAY-PCT TO PY-PCT (PY-CNT)
           MOVE HOLD-INS TO PY-INS (PY-CNT)
           MOVE PAY-NAME TO PY-NAME (PY-CNT)
           MOVE PAY-VOL TO PY-VOL (PY-CNT)
           MOVE PAY-ALLOW TO PY-ALLOW (PY-CNT)
           MOVE PAY-MCR TO PY-MCR (PY-CNT).
       PRINT-PAYER-EXIT.
           EXIT.

       SUM-CODE.
           IF CB-GRP (CI) = 1
               ADD CB-VOL (CI) TO PAY-VOL
               COMPUTE PAY-ALLOW =
                 PAY-ALLOW + CB-VOL (CI) * CB-ALLOW (CI)
               COMPUTE PAY-MCR = PAY-MCR + CB-VOL (CI) * CB-MCR (CI).

       SET-DRAG.
           IF CB-GRP (CI) = 1
               COMPUTE CB-DRAG (CI) ROUNDED = CB-VOL (CI) *
                 (CB-MCR (CI) * PAY-PCT / 100 - CB-ALLOW (CI)).

       SORT-CODE-PASS.
           PERFORM SORT-CODE-COMPARE VARYING CJ FROM 1 BY 1
             UNTIL CJ > CB-CNT - CI.

       SORT-CODE-COMPARE.
           IF CB-GRP (CJ) > CB-GRP (CJ + 1)
             OR (CB-GRP (CJ) = CB-GRP (CJ + 1)
             AND CB-DRAG (CJ) < CB-DRAG (CJ + 1))
               MOVE CB-ENT (CJ) TO CB-SWAP
               MOVE CB-ENT (CJ + 1) TO CB-ENT (CJ)
               MOVE CB-SWAP TO CB-ENT (CJ + 1).

       PRINT-CODE.
           MOVE CB-VOL (CI) TO NEF-6
           MOVE CB-ALLOW (CI) TO NEF-A
           MOVE CB-MCR (CI) TO NEF-B
           MOVE CB-PCT (CI) TO NEF-P
           MOVE CB-DRAG (CI) TO NEF-D
           MOVE SPACE TO PRT
           IF CB-GRP (CI) = 3
               STRING "  " CB-CPT (CI) " " NEF-6 "  " NEF-A
                 "   NO MEDICARE FEE ON FILE"
                 DELIMITED BY SIZE INTO PRT
           ELSE
               IF CB-GRP (CI) = 2
                   STRING "  " CB-CPT (CI) " " NEF-6 "  " NEF-A "  "
                     NEF-B " " NEF-P "   NOT BILLED IN WINDOW"
                     DELIMITED BY SIZE INTO PRT
               ELSE
                   STRING "  " CB-CPT (CI) " " NEF-6 "  " NEF-A "  "
                     NEF-B " " NEF-P "  " NEF-D
                     DELIMITED BY SIZE INTO PRT
               END-IF
           END-IF
           WRITE FILEOUT01 FROM PRT.

      * the payers side by side, weakest contract first.
       P8.
           PERFORM SORT-PAY-PASS VARYING PI FROM 1 BY 1
             UNTIL PI >= PY-CNT
           MOVE SPACE TO PRT
           STRING "CONTRACT BENCHMARK SUMMARY  VOLUME " DATE-LO " - "
             DATE-HI "  RATES AS OF " DATE-HI "  RUN " T-DATE
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT AFTER PAGE
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "INS NAME                    % MCR    LINES"
             "     CONTRACT     MEDICARE" DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           PERFORM PRINT-PAY VARYING PI FROM 1 BY 1 UNTIL PI > PY-CNT
           IF OVER-CNTR > 0
               MOVE SPACE TO PRT
               STRING "*** " OVER-CNTR " CODES/PAYERS PAST THE TABLE "
                 "LIMITS WERE LEFT OFF ***" DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT.
           GO TO P99.

       SORT-PAY-PASS.
           PERFORM SORT-PAY-COMPARE VARYING PJ FROM 1 BY 1
             UNTIL PJ > PY-CNT - PI.

       SORT-PAY-COMPARE.
           IF PY-PCT (PJ) > PY-PCT (PJ + 1)
               MOVE PY-ENT (PJ) TO PY-SWAP
               MOVE PY-ENT (PJ + 1) TO PY-ENT (PJ)
               MOVE PY-SWAP TO PY-ENT (PJ + 1).

       PRINT-PAY.
           MOVE PY-PCT (PI) TO NEF-P
           MOVE PY-VOL (PI) TO NEF-6
           MOVE PY-ALLOW (PI) TO NEF-E
           MOVE PY-MCR (PI) TO NEF-F
           MOVE SPACE TO PRT
           STRING PY-INS (PI) " " PY-NAME (PI) "  " NEF-P "  " NEF-6
             " " NEF-E " " NEF-F DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.

       P99.
           DISPLAY "CONTRBENCH - CHARGE LINES IN WINDOW: " LINE-CNTR
           DISPLAY "CONTRBENCH - CONTRACTED CODES: " CODE-CNTR
           DISPLAY "CONTRBENCH - NO MEDICARE FEE: " NOMCR-CNTR
           DISPLAY "CONTRBENCH - PAYERS: " PY-CNT
           CLOSE PARMFILE CHARFILE CHARCUR CONTRFILE MPFSFEE INSFILE
             VOLWORK FILEOUT.
           STOP RUN.

      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. provcoll.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * line 1: the month YYYYMM. then the compensation formula,
      * one line per rendering provider - "docp,base,threshold,pct"
      * - the incentive is the base plus pct percent of the net
      * collections over the threshold. A docp of "**" is the
      * formula for any provider without a line of its own; a
      * provider with neither gets no incentive figure.
           SELECT PARMFILE ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT CHARCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-DAT1 WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT PAYCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
             LOCK MODE MANUAL.

           SELECT DOCFILENEW ASSIGN TO "S45" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS DOC-KEY
             LOCK MODE MANUAL.

           SELECT FILEOUT ASSIGN TO "S50" ORGANIZATION
             LINE SEQUENTIAL.

      * the same figures for finance, one comma line per provider:
      * "docp,name,charges,payments,refunds,adjustments,net,
      * incentive".
           SELECT CSVFILE ASSIGN TO "S55" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PARMFILE.
       01  PARMFILE01 PIC X(40).

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  PAYCUR.
           COPY "paycur.cpy".

       FD  DOCFILENEW.
           COPY "docfile.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(130).

       FD  CSVFILE.
       01  CSVFILE01 PIC X(120).

       WORKING-STORAGE SECTION.

       01  RPT-MONTH PIC X(6).
       01  T-DATE PIC X(8).

      * the compensation formulas off the parm file.
       01  FRM-TAB01.
           02 FRM-ENT OCCURS 60 TIMES.
             03 FM-DOCP PIC XX.
             03 FM-BASE PIC S9(7)V99.
             03 FM-THRESH PIC S9(9)V99.
             03 FM-PCT PIC 9(3)V99.
       01  FRM-CNTR PIC 99 VALUE 0.
       01  IN-DOCP PIC XX.
       01  IN-BASE PIC X(12).
       01  IN-THRESH PIC X(12).
       01  IN-PCT PIC X(8).

      * the month by rendering provider. Entry 1 is "??" - money
      * whose claim could not be found on CHARCUR.
       01  PRV-TAB01.
           02 PRV-ENT OCCURS 100 TIMES.
             03 PV-DOCP PIC XX.
             03 PV-CHG PIC S9(9)V99.
             03 PV-PAY PIC S9(9)V99.
             03 PV-REF PIC S9(9)V99.
             03 PV-ADJ PIC S9(9)V99.
       01  PRV-CNTR PIC 999 VALUE 0.

      * one claim's charge dollars by rendering provider, the
      * proportions a payment on that claim is split by.
       01  CLM-TAB01.
           02 CLM-ENT OCCURS 30 TIMES.
             03 CW-DOCP PIC XX.
             03 CW-AMT PIC S9(7)V99.
       01  CLM-CNTR PIC 99.
       01  CLM-TOT PIC S9(7)V99.

       01  X PIC 999.
       01  Z PIC 999.
       01  HOLD-DOCP PIC XX.
       01  BUCKET PIC X.
       01  SHARE-AMT PIC S9(7)V99.
       01  LEFT-AMT PIC S9(7)V99.
       01  NET-W PIC S9(9)V99.
       01  INC-W PIC S9(9)V99.
       01  INC-FLAG PIC X.
       01  DOC-NAME-W PIC X(24).

       01  TOT-CHG PIC S9(11)V99 VALUE 0.
       01  TOT-PAY PIC S9(11)V99 VALUE 0.
       01  TOT-REF PIC S9(11)V99 VALUE 0.
       01  TOT-ADJ PIC S9(11)V99 VALUE 0.
       01  TOT-NET PIC S9(11)V99 VALUE 0.
       01  TOT-INC PIC S9(11)V99 VALUE 0.
       01  PAY-CNTR PIC 9(7) VALUE 0.
       01  NOCLM-CNTR PIC 9(7) VALUE 0.

       01  NEF-12 PIC -(8)9.99.
       01  CSV-1 PIC -(9)9.99.
       01  CSV-2 PIC -(9)9.99.
       01  CSV-3 PIC -(9)9.99.
       01  CSV-4 PIC -(9)9.99.
       01  CSV-5 PIC -(9)9.99.
       01  CSV-6 PIC -(9)9.99.
       01  PRT PIC X(130).

       PROCEDURE DIVISION.

      * provider collections attribution - payments carry no
      * provider, so each PAYCUR row posted in the month is
      * followed through PC-CLAIM to the claim's charge lines on
      * CHARCUR and split across their rendering providers
      * (CC-DOCP) in proportion to the line charges; the last
      * provider on the claim takes the rounding. Gross charges are
      * the month's posted charges by CC-DOCP. Payments and refunds
      * are the payer and patient money, adjustments the
      * contractual and other write-offs, sorted the way
      * linepost.cob sorts PAYCUR. Net collections are payments
      * less refunds, and the compensation formula from the parm
      * file turns them into each provider's incentive figure.
       P0.
           OPEN INPUT PARMFILE CHARCUR PAYCUR DOCFILENEW.
           OPEN OUTPUT FILEOUT CSVFILE.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

           READ PARMFILE
             AT END
               DISPLAY "PROVCOLL - NO PARM"
               GO TO P99.
           IF PARMFILE01(1:6) NOT NUMERIC
               DISPLAY "PROVCOLL - BAD MONTH"
               GO TO P99.
           MOVE PARMFILE01(1:6) TO RPT-MONTH.

       P0A.
           READ PARMFILE
             AT END
               GO TO P0B.
           IF PARMFILE01 = SPACE
               GO TO P0A.
           MOVE SPACE TO IN-DOCP IN-BASE IN-THRESH IN-PCT
           UNSTRING PARMFILE01 DELIMITED BY ","
             INTO IN-DOCP IN-BASE IN-THRESH IN-PCT
           IF IN-BASE = SPACE
               MOVE "0" TO IN-BASE.
           IF IN-THRESH = SPACE
               MOVE "0" TO IN-THRESH.
           IF IN-PCT = SPACE
               MOVE "0" TO IN-PCT.
           IF FUNCTION TEST-NUMVAL (IN-BASE) NOT = 0
             OR FUNCTION TEST-NUMVAL (IN-THRESH) NOT = 0
             OR FUNCTION TEST-NUMVAL (IN-PCT) NOT = 0
               DISPLAY "PROVCOLL - BAD FORMULA " PARMFILE01
               GO TO P0A.
           IF FRM-CNTR = 60
               DISPLAY "PROVCOLL - FORMULA TABLE FULL " PARMFILE01
               GO TO P0A.
           ADD 1 TO FRM-CNTR
           MOVE IN-DOCP TO FM-DOCP(FRM-CNTR)
           MOVE FUNCTION NUMVAL (IN-BASE) TO FM-BASE(FRM-CNTR)
           MOVE FUNCTION NUMVAL (IN-THRESH) TO FM-THRESH(FRM-CNTR)
           MOVE FUNCTION NUMVAL (IN-PCT) TO FM-PCT(FRM-CNTR)
           GO TO P0A.

       P0B.
           MOVE SPACE TO PRV-TAB01
           MOVE "??" TO HOLD-DOCP
           PERFORM FIND-PRV THRU FIND-PRV-EXIT

      * the month's charges, by the date they were posted.
           MOVE SPACE TO CHARCUR-KEY
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO P2.

       P1.
           READ CHARCUR NEXT
             AT END
               GO TO P2.
           IF CC-DATE-T(1:6) NOT = RPT-MONTH
               GO TO P1.
           MOVE CC-DOCP TO HOLD-DOCP
           PERFORM FIND-PRV THRU FIND-PRV-EXIT
           ADD CC-AMOUNT TO PV-CHG(X) TOT-CHG
           GO TO P1.

      * the month's payments and adjustments, by posting date.
       P2.
           MOVE SPACE TO PAYCUR-KEY
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO P4.

       P3.
           READ PAYCUR NEXT
             AT END
               GO TO P4.
           IF PC-DATE-T(1:6) NOT = RPT-MONTH
               GO TO P3.
           IF PC-AMOUNT = 0
               GO TO P3.
           ADD 1 TO PAY-CNTR
           PERFORM CLASSIFY THRU CLASSIFY-EXIT
           PERFORM LOAD-CLAIM THRU LOAD-CLAIM-EXIT

           IF CLM-CNTR = 0
               ADD 1 TO NOCLM-CNTR
               MOVE "??" TO HOLD-DOCP
               MOVE PC-AMOUNT TO SHARE-AMT
               PERFORM POST-SHARE THRU POST-SHARE-EXIT
               GO TO P3.

           MOVE PC-AMOUNT TO LEFT-AMT
           MOVE 1 TO Z.
       P3-1.
           MOVE CW-DOCP(Z) TO HOLD-DOCP
           IF Z = CLM-CNTR
               MOVE LEFT-AMT TO SHARE-AMT
           ELSE
               IF CLM-TOT = 0
                   MOVE 0 TO SHARE-AMT
               ELSE
                   COMPUTE SHARE-AMT ROUNDED =
                     PC-AMOUNT * CW-AMT(Z) / CLM-TOT.
           SUBTRACT SHARE-AMT FROM LEFT-AMT
           PERFORM POST-SHARE THRU POST-SHARE-EXIT
           ADD 1 TO Z
           IF Z > CLM-CNTR
               GO TO P3.
           GO TO P3-1.

      * same sort paytot01.cob and linepost.cob make of PAYCUR:
      * 014 or a "14" is the contractual, the 007-017 codes and the
      * adjustment denials are other adjustments, everything else
      * is payer or patient money.
       CLASSIFY.
           IF PC-PAYCODE = "014" OR PC-DENIAL = "14"
               MOVE "A" TO BUCKET
               GO TO CLASSIFY-EXIT.
           IF (PC-PAYCODE = "007" OR "008" OR "009" OR "011"
               OR "012" OR "013" OR "015" OR "016" OR "017")
             OR (PC-DENIAL = "07" OR "08" OR "15" OR "DI")
               MOVE "A" TO BUCKET
               GO TO CLASSIFY-EXIT.
           MOVE "P" TO BUCKET.
       CLASSIFY-EXIT.
           EXIT.

      * the claim's lines on the account, summed by rendering
      * provider. A claim whose charges net to nothing goes wholly
      * to its last provider.
       LOAD-CLAIM.
           MOVE 0 TO CLM-CNTR CLM-TOT
           IF PC-CLAIM = SPACE
               GO TO LOAD-CLAIM-EXIT.
           MOVE PC-KEY8 TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO LOAD-CLAIM-EXIT.

       LOAD-CLAIM-1.
           READ CHARCUR NEXT
             AT END
               GO TO LOAD-CLAIM-EXIT.
           IF CC-KEY8 NOT = PC-KEY8
               GO TO LOAD-CLAIM-EXIT.
           IF CC-CLAIM NOT = PC-CLAIM
               GO TO LOAD-CLAIM-1.
           MOVE 1 TO Z.
       LOAD-CLAIM-2.
           IF Z > CLM-CNTR
               GO TO LOAD-CLAIM-3.
           IF CW-DOCP(Z) = CC-DOCP
               ADD CC-AMOUNT TO CW-AMT(Z) CLM-TOT
               GO TO LOAD-CLAIM-1.
           ADD 1 TO Z
           GO TO LOAD-CLAIM-2.
       LOAD-CLAIM-3.
           IF CLM-CNTR = 30
               ADD CC-AMOUNT TO CW-AMT(30) CLM-TOT
               GO TO LOAD-CLAIM-1.
           ADD 1 TO CLM-CNTR
           MOVE CC-DOCP TO CW-DOCP(CLM-CNTR)
           MOVE CC-AMOUNT TO CW-AMT(CLM-CNTR)
           ADD CC-AMOUNT TO CLM-TOT
           GO TO LOAD-CLAIM-1.

       LOAD-CLAIM-EXIT.
           EXIT.

      * a payment is a credit on PAYCUR, so a minus amount is money
      * in and a plus amount on payer or patient money is a refund.
       POST-SHARE.
           PERFORM FIND-PRV THRU FIND-PRV-EXIT
           IF BUCKET = "A"
               SUBTRACT SHARE-AMT FROM PV-ADJ(X) TOT-ADJ
               GO TO POST-SHARE-EXIT.
           IF SHARE-AMT < 0
               SUBTRACT SHARE-AMT FROM PV-PAY(X) TOT-PAY
           ELSE
               ADD SHARE-AMT TO PV-REF(X) TOT-REF.
       POST-SHARE-EXIT.
           EXIT.

       FIND-PRV.
           MOVE 1 TO X.
       FIND-PRV-1.
           IF X > PRV-CNTR
               GO TO FIND-PRV-2.
           IF PV-DOCP(X) = HOLD-DOCP
               GO TO FIND-PRV-EXIT.
           ADD 1 TO X
           GO TO FIND-PRV-1.
       FIND-PRV-2.
           IF PRV-CNTR = 100
               MOVE 1 TO X
               GO TO FIND-PRV-EXIT.
           ADD 1 TO PRV-CNTR
           MOVE PRV-CNTR TO X
           MOVE HOLD-DOCP TO PV-DOCP(X)
           MOVE 0 TO PV-CHG(X) PV-PAY(X) PV-REF(X) PV-ADJ(X).
       FIND-PRV-EXIT.
           EXIT.

       P4.
           MOVE SPACE TO PRT
           STRING "PROVIDER COLLECTIONS AND INCENTIVE  " RPT-MONTH
             "   RUN " T-DATE
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT AFTER PAGE
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "DR NAME                          CHARGES"
             "     PAYMENTS      REFUNDS  ADJUSTMENTS"
             "  NET COLLECT    INCENTIVE"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE 1 TO X.

       P5.
           IF X > PRV-CNTR
               GO TO P9.
           IF PV-CHG(X) = 0 AND PV-PAY(X) = 0 AND PV-REF(X) = 0
             AND PV-ADJ(X) = 0
               ADD 1 TO X
               GO TO P5.
           COMPUTE NET-W = PV-PAY(X) - PV-REF(X)
           ADD NET-W TO TOT-NET
           MOVE PV-DOCP(X) TO HOLD-DOCP
           PERFORM CALC-INC THRU CALC-INC-EXIT

      * the name is on the practice-level DOCFILENEW row, "000" +
      * doctor, same as mipscalc.cob.
           MOVE SPACE TO DOC-NAME-W
           IF HOLD-DOCP = "??"
               MOVE "NO CLAIM ON FILE" TO DOC-NAME-W
           ELSE
               MOVE "000" TO DOC-INS
               MOVE HOLD-DOCP TO DOC-NUM
               READ DOCFILENEW
                 INVALID
                   MOVE SPACE TO DOC-NAME
               END-READ
               MOVE DOC-NAME TO DOC-NAME-W.

           MOVE SPACE TO PRT
           STRING HOLD-DOCP " " DOC-NAME-W DELIMITED BY SIZE INTO PRT
           MOVE PV-CHG(X) TO NEF-12
           MOVE NEF-12 TO PRT(29:12)
           MOVE PV-PAY(X) TO NEF-12
           MOVE NEF-12 TO PRT(42:12)
           MOVE PV-REF(X) TO NEF-12
           MOVE NEF-12 TO PRT(55:12)
           MOVE PV-ADJ(X) TO NEF-12
           MOVE NEF-12 TO PRT(68:12)
           MOVE NET-W TO NEF-12
           MOVE NEF-12 TO PRT(81:12)
           IF INC-FLAG = "Y"
               MOVE INC-W TO NEF-12
               MOVE NEF-12 TO PRT(94:12)
           ELSE
               MOVE "  NO FORMULA" TO PRT(94:12).
           WRITE FILEOUT01 FROM PRT

           MOVE PV-CHG(X) TO CSV-1
           MOVE PV-PAY(X) TO CSV-2
           MOVE PV-REF(X) TO CSV-3
           MOVE PV-ADJ(X) TO CSV-4
           MOVE NET-W TO CSV-5
           MOVE 0 TO CSV-6
           IF INC-FLAG = "Y"
               MOVE INC-W TO CSV-6.
           MOVE SPACE TO CSVFILE01
           STRING HOLD-DOCP "," DOC-NAME-W DELIMITED BY "  "
             "," CSV-1 "," CSV-2 "," CSV-3 "," CSV-4 "," CSV-5
             "," CSV-6
             DELIMITED BY SIZE INTO CSVFILE01
           WRITE CSVFILE01
           ADD 1 TO X
           GO TO P5.

      * the provider's own formula, else the "**" one. Money that
      * found no claim earns nobody an incentive.
       CALC-INC.
           MOVE "N" TO INC-FLAG
           MOVE 0 TO INC-W
           IF HOLD-DOCP = "??"
               GO TO CALC-INC-EXIT.
           MOVE 1 TO Z.
       CALC-INC-1.
           IF Z > FRM-CNTR
               GO TO CALC-INC-2.
           IF FM-DOCP(Z) = HOLD-DOCP
               GO TO CALC-INC-4.
           ADD 1 TO Z
           GO TO CALC-INC-1.
       CALC-INC-2.
           MOVE 1 TO Z.
       CALC-INC-3.
           IF Z > FRM-CNTR
               GO TO CALC-INC-EXIT.
           IF FM-DOCP(Z) = "**"
               GO TO CALC-INC-4.
           ADD 1 TO Z
           GO TO CALC-INC-3.
       CALC-INC-4.
           MOVE "Y" TO INC-FLAG
           MOVE FM-BASE(Z) TO INC-W
           IF NET-W > FM-THRESH(Z)
               COMPUTE INC-W ROUNDED = FM-BASE(Z)
                 + (NET-W - FM-THRESH(Z)) * FM-PCT(Z) / 100.
           ADD INC-W TO TOT-INC.
       CALC-INC-EXIT.
           EXIT.

       P9.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           MOVE "TOTAL" TO PRT(1:5)
           MOVE TOT-CHG TO NEF-12
           MOVE NEF-12 TO PRT(29:12)
           MOVE TOT-PAY TO NEF-12
           MOVE NEF-12 TO PRT(42:12)
           MOVE TOT-REF TO NEF-12
           MOVE NEF-12 TO PRT(55:12)
           MOVE TOT-ADJ TO NEF-12
           MOVE NEF-12 TO PRT(68:12)
           MOVE TOT-NET TO NEF-12
           MOVE NEF-12 TO PRT(81:12)
           MOVE TOT-INC TO NEF-12
           MOVE NEF-12 TO PRT(94:12)
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "PAYCUR ROWS ATTRIBUTED " PAY-CNTR
             "   WITH NO CLAIM ON CHARCUR " NOCLM-CNTR
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT

           DISPLAY "PROVCOLL - MONTH " RPT-MONTH
           DISPLAY "PROVCOLL - PAYCUR ROWS: " PAY-CNTR
           DISPLAY "PROVCOLL - NO CLAIM FOUND: " NOCLM-CNTR.

       P99.
           CLOSE PARMFILE CHARCUR PAYCUR DOCFILENEW FILEOUT CSVFILE.
           STOP RUN.

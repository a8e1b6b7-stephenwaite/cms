      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. baddebt.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CHARCUR ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-DAT1 WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT PAYCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
             LOCK MODE MANUAL.

           SELECT LINEBAL ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS BL-KEY
             LOCK MODE MANUAL.

           SELECT AGCYFILE ASSIGN TO "S45" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS AG-GARNO
             LOCK MODE MANUAL.

           SELECT BUDFILE ASSIGN TO "S50" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS BP-GARNO
             LOCK MODE MANUAL.

      * line 1: the as-of date YYYYMMDD (the year-end being closed).
      * line 2: "debit,credit,booked" - the bad-debt expense account,
      * the allowance-for-doubtful-accounts account, and the
      * allowance balance now on the books, so the journal books
      * only the change.
           SELECT PARMFILE ASSIGN TO "S55" ORGANIZATION
             LINE SEQUENTIAL.

      * the import file for the accounting package - same
      * "date,account,debit,credit,description" lines gl-extract.cob
      * writes.
           SELECT FILEOUT ASSIGN TO "S60" ORGANIZATION
             LINE SEQUENTIAL.

      * the rate table and reserve calculation for the auditors.
           SELECT RPTFILE ASSIGN TO "S65" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  PAYCUR.
           COPY "paycur.cpy".

       FD  LINEBAL.
           COPY "linebal.cpy".

       FD  AGCYFILE.
           COPY "agcyfile.cpy".

       FD  BUDFILE.
           COPY "budplan.cpy".

       FD  PARMFILE.
       01  PARMFILE01 PIC X(40).

       FD  FILEOUT.
       01  FILEOUT01 PIC X(80).

       FD  RPTFILE.
       01  RPTFILE01 PIC X(120).

       WORKING-STORAGE SECTION.

       01  ASOF-DATE PIC X(8).
       01  ASOF-INT PIC 9(7).
       01  COH-FROM PIC X(8).
       01  COH-TO PIC X(8).
       01  AGCY-TO PIC X(8).
       01  WORK-INT PIC 9(7).
       01  PARM-DR PIC X(8).
       01  PARM-CR PIC X(8).
       01  PARM-BOOKED PIC X(14).
       01  BOOKED-AMT PIC S9(9)V99 VALUE 0.

      * financial classes: 1 insurance, 2 self-pay, 3 agency-placed,
      * 4 budget plan.
       01  CLASS-VALUES.
           02 FILLER PIC X(10) VALUE "INSURANCE".
           02 FILLER PIC X(10) VALUE "SELF-PAY".
           02 FILLER PIC X(10) VALUE "AGENCY".
           02 FILLER PIC X(10) VALUE "BUDGET".
       01  CLASS-TAB01 REDEFINES CLASS-VALUES.
           02 CLASS-NAME PIC X(10) OCCURS 4 TIMES.

      * aging buckets by days from the service date, and the day
      * each bucket starts.
       01  BKT-VALUES.
           02 FILLER PIC X(8) VALUE "0-30".
           02 FILLER PIC 999 VALUE 0.
           02 FILLER PIC X(8) VALUE "31-60".
           02 FILLER PIC 999 VALUE 31.
           02 FILLER PIC X(8) VALUE "61-90".
           02 FILLER PIC 999 VALUE 61.
           02 FILLER PIC X(8) VALUE "91-120".
           02 FILLER PIC 999 VALUE 91.
           02 FILLER PIC X(8) VALUE "121-180".
           02 FILLER PIC 999 VALUE 121.
           02 FILLER PIC X(8) VALUE "181-365".
           02 FILLER PIC 999 VALUE 181.
           02 FILLER PIC X(8) VALUE "OVER 365".
           02 FILLER PIC 999 VALUE 366.
       01  BKT-TAB01 REDEFINES BKT-VALUES.
           02 BKT-ENT OCCURS 7 TIMES.
             03 BKT-LABEL PIC X(8).
             03 BKT-START PIC 999.

      * what the history shows per class and bucket: RT-DEN the
      * collectible balance that reached the bucket (less the
      * contractual and other non-bad-debt adjustments that came
      * after), RT-COL the cash that came in after it did.
       01  RATE-TAB01.
           02 RT-CLASS OCCURS 4 TIMES.
             03 RT-BKT OCCURS 7 TIMES.
               04 RT-DEN PIC S9(9)V99.
               04 RT-COL PIC S9(9)V99.
               04 RT-PCT PIC 9V9999.
               04 RT-FLAG PIC X.
             03 RT-CHARGE PIC S9(9)V99.
             03 RT-CASH PIC S9(9)V99.
             03 RT-ADJ PIC S9(9)V99.
             03 RT-WO PIC S9(9)V99.
             03 RT-LINES PIC 9(7).
             03 RT-ALLDEN PIC S9(9)V99.
             03 RT-ALLCOL PIC S9(9)V99.

      * today's open balances and the reserve on them.
       01  RES-TAB01.
           02 RS-CLASS OCCURS 4 TIMES.
             03 RS-BKT OCCURS 7 TIMES.
               04 RS-BAL PIC S9(9)V99.
               04 RS-AMT PIC S9(9)V99.

      * one guarantor's cohort claims.
       01  CLM-TAB01.
           02 CLM-ENT OCCURS 300 TIMES.
             03 CLM-NO PIC X(6).
             03 CLM-CLASS PIC 9.
             03 CLM-START PIC 9(7).
             03 CLM-CHARGE PIC S9(7)V99.
             03 CLM-REMAIN PIC S9(7)V99.
             03 CLM-WO PIC S9(7)V99.
             03 CLM-B OCCURS 7 TIMES.
               04 CLM-BEFORE PIC S9(7)V99.
               04 CLM-CASH PIC S9(7)V99.
               04 CLM-ADJ PIC S9(7)V99.
       01  CLM-CNT PIC 999.
       01  CLM-IDX PIC 999.

      * the same guarantor's PAYCUR rows through the as-of date, in
      * date order.
       01  ROW-TAB01.
           02 ROW-ENT OCCURS 600 TIMES.
             03 ROW-DATE PIC X(8).
             03 ROW-AMT PIC S9(4)V99.
             03 ROW-PAYCODE PIC XXX.
             03 ROW-DENIAL PIC XX.
             03 ROW-CLAIM PIC X(6).
       01  ROW-CNT PIC 999.
       01  ROW-IDX PIC 999.
       01  ROW-TO PIC 999.
       01  ROW-HOLD.
           02 RH-DATE PIC X(8).
           02 RH-AMT PIC S9(4)V99.
           02 RH-PAYCODE PIC XXX.
           02 RH-DENIAL PIC XX.
           02 RH-CLAIM PIC X(6).

       01  HOLD-GARNO PIC X(8).
       01  PAT-CLASS PIC 9.
       01  COH-CLASS PIC 9.
       01  EOF-FLAG PIC X VALUE "N".
       01  ROW-KIND PIC X.
       01  ROW-INT PIC 9(7).
       01  AGE-DAYS PIC S9(7).
       01  AGE-BKT PIC 9.
       01  APPLY-AMT PIC S9(7)V99.
       01  LEFT-AMT PIC S9(7)V99.
       01  ENTER-AMT PIC S9(7)V99.
       01  DEN-AMT PIC S9(7)V99.
       01  COL-AMT PIC S9(7)V99.
       01  CL-IDX PIC 9.
       01  BK-IDX PIC 9.
       01  BK-IDX2 PIC 9.

       01  RESERVE-TOT PIC S9(9)V99 VALUE 0.
       01  OPEN-TOT PIC S9(9)V99 VALUE 0.
       01  CHANGE-AMT PIC S9(9)V99.
       01  ABS-AMT PIC 9(8)V99.
       01  SUB-BAL PIC S9(9)V99.
       01  SUB-RES PIC S9(9)V99.
       01  OVER-CNTR PIC 9(7) VALUE 0.
       01  GAR-CNTR PIC 9(7) VALUE 0.
       01  PCT-E PIC ZZ9.99.
       01  NEF-A PIC -(8)9.99.
       01  NEF-B PIC -(8)9.99.
       01  NEF-C PIC -(8)9.99.
       01  NEF-D PIC -(8)9.99.
       01  NEF-E PIC -(8)9.99.
       01  AMT-X PIC 9(8).99.
       01  PRT PIC X(120).

       PROCEDURE DIVISION.

      * allowance for doubtful accounts, figured the same way every
      * year from our own history. The cohort is every charge line
      * with a service date in the year that ended a year before the
      * as-of date, so each has had a full year to resolve. Its
      * PAYCUR activity through the as-of date is replayed in date
      * order (rows carrying no claim go to the guarantor's oldest
      * open patient claim, the way linepost.cob spreads them) to
      * see, for each aging bucket, how much balance reached the
      * bucket and how much cash came in after it did. Contractuals
      * and other non-bad-debt adjustments come out of the balance;
      * 013 bad-debt write-offs (kin013.cbl, smallbal.cob) and
      * anything still open are what was never collected. The
      * agency class rate is the agency's own recovery on
      * placements a year old or more (agcy-post.cob). One minus the
      * collection rate, applied to today's LINEBAL open balances
      * by class and bucket, is the reserve; the journal books the
      * change from the allowance already on the books.
       P0.
           OPEN INPUT CHARCUR PAYCUR LINEBAL AGCYFILE BUDFILE
             PARMFILE.
           OPEN OUTPUT FILEOUT RPTFILE.
           INITIALIZE RATE-TAB01 RES-TAB01

           READ PARMFILE
             AT END
               DISPLAY "BADDEBT - NO AS-OF DATE"
               GO TO P9.
           MOVE PARMFILE01 (1:8) TO ASOF-DATE
           IF ASOF-DATE NOT NUMERIC
               DISPLAY "BADDEBT - BAD AS-OF DATE " ASOF-DATE
               GO TO P9.
           MOVE SPACE TO PARM-DR PARM-CR PARM-BOOKED
           READ PARMFILE
             AT END
               DISPLAY "BADDEBT - NO ACCOUNT LINE"
               GO TO P9.
           UNSTRING PARMFILE01 DELIMITED BY ","
             INTO PARM-DR PARM-CR PARM-BOOKED
           IF PARM-BOOKED NOT = SPACE
               MOVE FUNCTION NUMVAL (PARM-BOOKED) TO BOOKED-AMT.

           COMPUTE ASOF-INT =
             FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (ASOF-DATE))
           COMPUTE WORK-INT = ASOF-INT - 731
           MOVE FUNCTION DATE-OF-INTEGER (WORK-INT) TO COH-FROM
           COMPUTE WORK-INT = ASOF-INT - 366
           MOVE FUNCTION DATE-OF-INTEGER (WORK-INT) TO COH-TO
           COMPUTE WORK-INT = ASOF-INT - 365
           MOVE FUNCTION DATE-OF-INTEGER (WORK-INT) TO AGCY-TO

           MOVE SPACE TO CC-KEY8 CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO P4.
           READ CHARCUR NEXT
             AT END
               GO TO P4.

      * the history - one guarantor at a time.
       P1.
           MOVE CC-KEY8 TO HOLD-GARNO
           MOVE 0 TO CLM-CNT
           PERFORM FIND-PAT-CLASS THRU FIND-PAT-CLASS-EXIT.

       P2.
           IF CC-DAT1 >= COH-FROM AND CC-DAT1 <= COH-TO
             AND CC-DAT1 NUMERIC
               PERFORM NOTE-CHARGE THRU NOTE-CHARGE-EXIT.
           READ CHARCUR NEXT
             AT END
               MOVE "Y" TO EOF-FLAG
               GO TO P3.
           IF CC-KEY8 = HOLD-GARNO
               GO TO P2.

       P3.
           IF CLM-CNT > 0
               ADD 1 TO GAR-CNTR
               PERFORM LOAD-ROWS THRU LOAD-ROWS-EXIT
               PERFORM REPLAY-ROWS THRU REPLAY-ROWS-EXIT
               PERFORM ROLL-CLAIMS THRU ROLL-CLAIMS-EXIT.
           IF EOF-FLAG = "Y"
               GO TO P4.
           GO TO P1.

      * agency placements a year old or more - the balance that went
      * out the door against what the agency has sent back.
       P4.
           MOVE SPACE TO AG-GARNO
           START AGCYFILE KEY NOT < AG-GARNO
             INVALID
               GO TO P5.
       P4A.
           READ AGCYFILE NEXT
             AT END
               GO TO P5.
           IF AG-PLACED NOT NUMERIC OR AG-PLACED > AGCY-TO
               GO TO P4A.
           ADD AG-BALANCE TO RT-ALLDEN (3)
           ADD AG-COLLECTED TO RT-ALLCOL (3)
           ADD AG-BALANCE TO RT-CHARGE (3)
           ADD AG-COLLECTED TO RT-CASH (3)
           ADD 1 TO RT-LINES (3)
           GO TO P4A.

       P5.
           PERFORM SET-RATES THRU SET-RATES-EXIT

      * today's open balances by class and bucket.
           MOVE SPACE TO HOLD-GARNO
           MOVE SPACE TO BL-KEY
           START LINEBAL KEY NOT < BL-KEY
             INVALID
               GO TO P7.
       P6.
           READ LINEBAL NEXT
             AT END
               GO TO P7.
           IF BL-BALANCE NOT > 0
               GO TO P6.
           IF BL-KEY8 NOT = HOLD-GARNO
               MOVE BL-KEY8 TO HOLD-GARNO
               PERFORM FIND-PAT-CLASS THRU FIND-PAT-CLASS-EXIT.
           MOVE PAT-CLASS TO CL-IDX
           IF BL-PAYCODE NOT = "018" AND BL-PAYCODE NOT = "001"
             AND BL-PAYCODE NOT = SPACE
               MOVE 1 TO CL-IDX.
           MOVE 1 TO AGE-BKT
           IF BL-DAT1 NUMERIC
               COMPUTE AGE-DAYS = ASOF-INT - FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL (BL-DAT1))
               PERFORM FIND-BKT THRU FIND-BKT-EXIT.
           ADD BL-BALANCE TO RS-BAL (CL-IDX AGE-BKT)
           GO TO P6.

       P7.
           PERFORM PRINT-RATES THRU PRINT-RATES-EXIT
           PERFORM PRINT-RESERVE THRU PRINT-RESERVE-EXIT
           PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
           GO TO P9.

      * the patient side of a guarantor: placed with an agency, on a
      * budget plan, or plain self-pay. In the history any plan row
      * counts (a closed plan was still a plan); today only an open
      * placement or a plan not closed does.
       FIND-PAT-CLASS.
           MOVE 2 TO PAT-CLASS COH-CLASS
           MOVE HOLD-GARNO TO BP-GARNO
           READ BUDFILE
             INVALID
               CONTINUE
             NOT INVALID
               MOVE 4 TO COH-CLASS
               IF BP-STATUS NOT = "X"
                   MOVE 4 TO PAT-CLASS
               END-IF
           END-READ
           MOVE HOLD-GARNO TO AG-GARNO
           READ AGCYFILE
             INVALID
               CONTINUE
             NOT INVALID
               MOVE 3 TO COH-CLASS
               IF AG-STATUS = "P" OR AG-STATUS = "D"
                   MOVE 3 TO PAT-CLASS
               END-IF
           END-READ.
       FIND-PAT-CLASS-EXIT.
           EXIT.

      * a cohort line joins its claim's row; agency accounts are
      * measured from the placement file instead.
       NOTE-CHARGE.
           MOVE COH-CLASS TO CL-IDX
           IF CC-PAYCODE NOT = "018" AND CC-PAYCODE NOT = "001"
               MOVE 1 TO CL-IDX.
           IF CL-IDX = 3
               GO TO NOTE-CHARGE-EXIT.
           MOVE 1 TO CLM-IDX.
       NOTE-CHARGE-1.
           IF CLM-IDX > CLM-CNT
               GO TO NOTE-CHARGE-2.
           IF CLM-NO (CLM-IDX) = CC-CLAIM
             AND CLM-CLASS (CLM-IDX) = CL-IDX
               ADD CC-AMOUNT TO CLM-CHARGE (CLM-IDX)
                 CLM-REMAIN (CLM-IDX)
               GO TO NOTE-CHARGE-EXIT.
           ADD 1 TO CLM-IDX
           GO TO NOTE-CHARGE-1.

       NOTE-CHARGE-2.
           IF CLM-CNT >= 300
               ADD 1 TO OVER-CNTR
               GO TO NOTE-CHARGE-EXIT.
           ADD 1 TO CLM-CNT
           MOVE CLM-CNT TO CLM-IDX
           INITIALIZE CLM-ENT (CLM-IDX)
           MOVE CC-CLAIM TO CLM-NO (CLM-IDX)
           MOVE CL-IDX TO CLM-CLASS (CLM-IDX)
           COMPUTE CLM-START (CLM-IDX) =
             FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (CC-DAT1))
           MOVE CC-AMOUNT TO CLM-CHARGE (CLM-IDX) CLM-REMAIN (CLM-IDX).
       NOTE-CHARGE-EXIT.
           EXIT.

      * the guarantor's PAYCUR rows through the as-of date, each
      * slotted in by its date.
       LOAD-ROWS.
           MOVE 0 TO ROW-CNT
           MOVE HOLD-GARNO TO PC-KEY8
           MOVE SPACE TO PC-KEY3
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO LOAD-ROWS-EXIT.
       LOAD-ROWS-1.
           READ PAYCUR NEXT
             AT END
               GO TO LOAD-ROWS-EXIT.
           IF PC-KEY8 NOT = HOLD-GARNO
               GO TO LOAD-ROWS-EXIT.
           IF PC-DATE-T NOT NUMERIC OR PC-DATE-T > ASOF-DATE
               GO TO LOAD-ROWS-1.
           IF ROW-CNT >= 600
               ADD 1 TO OVER-CNTR
               GO TO LOAD-ROWS-EXIT.
           MOVE PC-DATE-T TO RH-DATE
           MOVE PC-AMOUNT TO RH-AMT
           MOVE PC-PAYCODE TO RH-PAYCODE
           MOVE PC-DENIAL TO RH-DENIAL
           MOVE PC-CLAIM TO RH-CLAIM
           MOVE ROW-CNT TO ROW-TO.
       LOAD-ROWS-2.
           IF ROW-TO = 0
               GO TO LOAD-ROWS-3.
           IF ROW-DATE (ROW-TO) NOT > RH-DATE
               GO TO LOAD-ROWS-3.
           MOVE ROW-ENT (ROW-TO) TO ROW-ENT (ROW-TO + 1)
           SUBTRACT 1 FROM ROW-TO
           GO TO LOAD-ROWS-2.
       LOAD-ROWS-3.
           ADD 1 TO ROW-CNT
           MOVE ROW-HOLD TO ROW-ENT (ROW-TO + 1)
           GO TO LOAD-ROWS-1.
       LOAD-ROWS-EXIT.
           EXIT.

       REPLAY-ROWS.
           MOVE 1 TO ROW-IDX.
       REPLAY-ROWS-1.
           IF ROW-IDX > ROW-CNT
               GO TO REPLAY-ROWS-EXIT.
           PERFORM APPLY-ROW THRU APPLY-ROW-EXIT
           ADD 1 TO ROW-IDX
           GO TO REPLAY-ROWS-1.
       REPLAY-ROWS-EXIT.
           EXIT.

      * same sort linepost.cob makes of PAYCUR: 014 or a "14" is
      * contractual, 013 is bad debt, the other 007-017 codes and the
      * adjustment denials are other adjustments, the rest is cash.
      * A row on a cohort claim goes to it; a row with no claim goes
      * oldest-first to the open patient claims; any other row
      * belongs to a claim outside the cohort.
       APPLY-ROW.
           MOVE "K" TO ROW-KIND
           IF ROW-PAYCODE (ROW-IDX) = "013"
               MOVE "W" TO ROW-KIND
           ELSE
             IF ROW-PAYCODE (ROW-IDX) = "014"
               OR ROW-DENIAL (ROW-IDX) = "14"
               OR ROW-PAYCODE (ROW-IDX) = "007" OR "008" OR "009"
                 OR "011" OR "012" OR "015" OR "016" OR "017"
               OR ROW-DENIAL (ROW-IDX) = "07" OR "08" OR "15" OR "DI"
                 MOVE "A" TO ROW-KIND
             END-IF
           END-IF
           COMPUTE ROW-INT = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL (ROW-DATE (ROW-IDX)))

           IF ROW-CLAIM (ROW-IDX) NOT = SPACE
               PERFORM FIND-CLAIM THRU FIND-CLAIM-EXIT
               IF CLM-IDX > 0
                   COMPUTE APPLY-AMT = 0 - ROW-AMT (ROW-IDX)
                   PERFORM APPLY-TO-CLAIM THRU APPLY-TO-CLAIM-EXIT
               END-IF
               GO TO APPLY-ROW-EXIT.

           COMPUTE LEFT-AMT = 0 - ROW-AMT (ROW-IDX)
           IF LEFT-AMT NOT > 0
               GO TO APPLY-ROW-EXIT.
       APPLY-ROW-1.
           PERFORM OLDEST-OPEN THRU OLDEST-OPEN-EXIT
           IF CLM-IDX = 0
               GO TO APPLY-ROW-EXIT.
           MOVE LEFT-AMT TO APPLY-AMT
           IF APPLY-AMT > CLM-REMAIN (CLM-IDX)
               MOVE CLM-REMAIN (CLM-IDX) TO APPLY-AMT.
           PERFORM APPLY-TO-CLAIM THRU APPLY-TO-CLAIM-EXIT
           SUBTRACT APPLY-AMT FROM LEFT-AMT
           IF LEFT-AMT > 0
               GO TO APPLY-ROW-1.
       APPLY-ROW-EXIT.
           EXIT.

       FIND-CLAIM.
           MOVE 1 TO CLM-IDX.
       FIND-CLAIM-1.
           IF CLM-IDX > CLM-CNT
               MOVE 0 TO CLM-IDX
               GO TO FIND-CLAIM-EXIT.
           IF CLM-NO (CLM-IDX) = ROW-CLAIM (ROW-IDX)
               GO TO FIND-CLAIM-EXIT.
           ADD 1 TO CLM-IDX
           GO TO FIND-CLAIM-1.
       FIND-CLAIM-EXIT.
           EXIT.

      * the oldest patient cohort claim already served by the row's
      * date with a balance left - 0 when there is none.
       OLDEST-OPEN.
           MOVE 0 TO CLM-IDX
           MOVE 1 TO ROW-TO.
       OLDEST-OPEN-1.
           IF ROW-TO > CLM-CNT
               GO TO OLDEST-OPEN-EXIT.
           IF CLM-CLASS (ROW-TO) NOT = 1
             AND CLM-REMAIN (ROW-TO) > 0
             AND CLM-START (ROW-TO) <= ROW-INT
               IF CLM-IDX = 0
                   MOVE ROW-TO TO CLM-IDX
               ELSE
                   IF CLM-START (ROW-TO) < CLM-START (CLM-IDX)
                       MOVE ROW-TO TO CLM-IDX
                   END-IF
               END-IF
           END-IF
           ADD 1 TO ROW-TO
           GO TO OLDEST-OPEN-1.
       OLDEST-OPEN-EXIT.
           EXIT.

      * APPLY-AMT comes off the claim at the row's age: it is
      * balance gone before every later bucket was reached, and
      * cash or adjustment after every bucket already reached. A
      * write-off is counted but stays in the balance - it is the
      * part that was never collected.
       APPLY-TO-CLAIM.
           IF ROW-KIND = "W"
               ADD APPLY-AMT TO CLM-WO (CLM-IDX)
               SUBTRACT APPLY-AMT FROM CLM-REMAIN (CLM-IDX)
               GO TO APPLY-TO-CLAIM-EXIT.
           COMPUTE AGE-DAYS = ROW-INT - CLM-START (CLM-IDX)
           PERFORM FIND-BKT THRU FIND-BKT-EXIT
           SUBTRACT APPLY-AMT FROM CLM-REMAIN (CLM-IDX)
           MOVE 1 TO BK-IDX.
       APPLY-TO-CLAIM-1.
           IF BK-IDX > AGE-BKT
               ADD APPLY-AMT TO CLM-BEFORE (CLM-IDX BK-IDX)
           ELSE
               IF ROW-KIND = "A"
                   ADD APPLY-AMT TO CLM-ADJ (CLM-IDX BK-IDX)
               ELSE
                   ADD APPLY-AMT TO CLM-CASH (CLM-IDX BK-IDX)
               END-IF
           END-IF
           ADD 1 TO BK-IDX
           IF BK-IDX NOT > 7
               GO TO APPLY-TO-CLAIM-1.
       APPLY-TO-CLAIM-EXIT.
           EXIT.

       FIND-BKT.
           IF AGE-DAYS < 0
               MOVE 0 TO AGE-DAYS.
           MOVE 7 TO AGE-BKT.
       FIND-BKT-1.
           IF AGE-DAYS >= BKT-START (AGE-BKT)
               GO TO FIND-BKT-EXIT.
           SUBTRACT 1 FROM AGE-BKT
           GO TO FIND-BKT-1.
       FIND-BKT-EXIT.
           EXIT.

      * each cohort claim into its class: per bucket, the balance
      * that reached it less later adjustments, and the later cash.
       ROLL-CLAIMS.
           MOVE 1 TO CLM-IDX.
       ROLL-CLAIMS-1.
           IF CLM-IDX > CLM-CNT
               GO TO ROLL-CLAIMS-EXIT.
           MOVE CLM-CLASS (CLM-IDX) TO CL-IDX
           ADD 1 TO RT-LINES (CL-IDX)
           ADD CLM-CHARGE (CLM-IDX) TO RT-CHARGE (CL-IDX)
           ADD CLM-CASH (CLM-IDX 1) TO RT-CASH (CL-IDX)
           ADD CLM-ADJ (CLM-IDX 1) TO RT-ADJ (CL-IDX)
           ADD CLM-WO (CLM-IDX) TO RT-WO (CL-IDX)
           MOVE 1 TO BK-IDX.
       ROLL-CLAIMS-2.
           COMPUTE ENTER-AMT =
             CLM-CHARGE (CLM-IDX) - CLM-BEFORE (CLM-IDX BK-IDX)
           COMPUTE DEN-AMT = ENTER-AMT - CLM-ADJ (CLM-IDX BK-IDX)
           IF DEN-AMT > 0
               MOVE CLM-CASH (CLM-IDX BK-IDX) TO COL-AMT
               IF COL-AMT > DEN-AMT
                   MOVE DEN-AMT TO COL-AMT
               END-IF
               IF COL-AMT < 0
                   MOVE 0 TO COL-AMT
               END-IF
               ADD DEN-AMT TO RT-DEN (CL-IDX BK-IDX)
               ADD COL-AMT TO RT-COL (CL-IDX BK-IDX)
               IF BK-IDX = 1
                   ADD DEN-AMT TO RT-ALLDEN (CL-IDX)
                   ADD COL-AMT TO RT-ALLCOL (CL-IDX)
               END-IF
           END-IF
           ADD 1 TO BK-IDX
           IF BK-IDX NOT > 7
               GO TO ROLL-CLAIMS-2.
           ADD 1 TO CLM-IDX
           GO TO ROLL-CLAIMS-1.
       ROLL-CLAIMS-EXIT.
           EXIT.

      * the reserve percent is what history did not collect. A
      * bucket with no history takes its class's overall rate
      * (flagged *); the agency class has the one rate throughout.
       SET-RATES.
           MOVE 1 TO CL-IDX.
       SET-RATES-1.
           MOVE 1 TO BK-IDX.
       SET-RATES-2.
           MOVE SPACE TO RT-FLAG (CL-IDX BK-IDX)
           IF CL-IDX NOT = 3 AND RT-DEN (CL-IDX BK-IDX) > 0
               COMPUTE RT-PCT (CL-IDX BK-IDX) ROUNDED = 1 -
                 RT-COL (CL-IDX BK-IDX) / RT-DEN (CL-IDX BK-IDX)
           ELSE
               IF CL-IDX NOT = 3
                   MOVE "*" TO RT-FLAG (CL-IDX BK-IDX)
               END-IF
               IF RT-ALLDEN (CL-IDX) > 0
                   COMPUTE RT-PCT (CL-IDX BK-IDX) ROUNDED = 1 -
                     RT-ALLCOL (CL-IDX) / RT-ALLDEN (CL-IDX)
               ELSE
                   MOVE 0 TO RT-PCT (CL-IDX BK-IDX)
                   MOVE "*" TO RT-FLAG (CL-IDX BK-IDX)
               END-IF
           END-IF
           ADD 1 TO BK-IDX
           IF BK-IDX NOT > 7
               GO TO SET-RATES-2.
           ADD 1 TO CL-IDX
           IF CL-IDX NOT > 4
               GO TO SET-RATES-1.
       SET-RATES-EXIT.
           EXIT.

       PRINT-RATES.
           MOVE SPACE TO PRT
           STRING "ALLOWANCE FOR DOUBTFUL ACCOUNTS AS OF " ASOF-DATE
             DELIMITED BY SIZE INTO PRT
           WRITE RPTFILE01 FROM PRT
           MOVE SPACE TO PRT
           STRING "HISTORY - SERVICE DATES " COH-FROM " THRU " COH-TO
             ", ACTIVITY THROUGH " ASOF-DATE
             "; AGENCY PLACEMENTS ON OR BEFORE " AGCY-TO
             DELIMITED BY SIZE INTO PRT
           WRITE RPTFILE01 FROM PRT
           MOVE SPACE TO RPTFILE01
           WRITE RPTFILE01
           MOVE 1 TO CL-IDX.
       PRINT-RATES-1.
           MOVE RT-CHARGE (CL-IDX) TO NEF-A
           MOVE RT-CASH (CL-IDX) TO NEF-B
           MOVE RT-ADJ (CL-IDX) TO NEF-C
           MOVE RT-WO (CL-IDX) TO NEF-D
           MOVE SPACE TO PRT
           STRING CLASS-NAME (CL-IDX) " ITEMS " RT-LINES (CL-IDX)
             " CHARGED " NEF-A " CASH " NEF-B " ADJUSTED " NEF-C
             " 013 WRITTEN OFF " NEF-D DELIMITED BY SIZE INTO PRT
           WRITE RPTFILE01 FROM PRT
           MOVE SPACE TO PRT
           STRING "  BUCKET       REACHED BUCKET  COLLECTED AFTER"
             "  RESERVE %" DELIMITED BY SIZE INTO PRT
           WRITE RPTFILE01 FROM PRT
           MOVE 1 TO BK-IDX.
       PRINT-RATES-2.
           MOVE RT-DEN (CL-IDX BK-IDX) TO NEF-A
           MOVE RT-COL (CL-IDX BK-IDX) TO NEF-B
           COMPUTE PCT-E = RT-PCT (CL-IDX BK-IDX) * 100
           MOVE SPACE TO PRT
           STRING "  " BKT-LABEL (BK-IDX) "  " NEF-A "     " NEF-B
             "    " PCT-E RT-FLAG (CL-IDX BK-IDX)
             DELIMITED BY SIZE INTO PRT
           IF CL-IDX = 3
               MOVE SPACE TO PRT
               STRING "  " BKT-LABEL (BK-IDX) "  AGENCY RECOVERY "
                 "RATE            " PCT-E DELIMITED BY SIZE INTO PRT
           END-IF
           WRITE RPTFILE01 FROM PRT
           ADD 1 TO BK-IDX
           IF BK-IDX NOT > 7
               GO TO PRINT-RATES-2.
           MOVE SPACE TO RPTFILE01
           WRITE RPTFILE01
           ADD 1 TO CL-IDX
           IF CL-IDX NOT > 4
               GO TO PRINT-RATES-1.
           MOVE "* NO HISTORY IN THE BUCKET - CLASS OVERALL RATE USED"
             TO PRT
           WRITE RPTFILE01 FROM PRT
           IF OVER-CNTR > 0
               MOVE SPACE TO PRT
               STRING "*** " OVER-CNTR " CLAIMS/ROWS PAST THE TABLE "
                 "LIMITS WERE LEFT OUT OF THE HISTORY ***"
                 DELIMITED BY SIZE INTO PRT
               WRITE RPTFILE01 FROM PRT.
       PRINT-RATES-EXIT.
           EXIT.

       PRINT-RESERVE.
           MOVE SPACE TO RPTFILE01
           WRITE RPTFILE01
           MOVE SPACE TO PRT
           STRING "RESERVE ON OPEN BALANCES - CLASS  BUCKET  "
             "    OPEN BALANCE  RESERVE %        RESERVE"
             DELIMITED BY SIZE INTO PRT
           WRITE RPTFILE01 FROM PRT
           MOVE 1 TO CL-IDX.
       PRINT-RESERVE-1.
           MOVE 0 TO SUB-BAL SUB-RES
           MOVE 1 TO BK-IDX.
       PRINT-RESERVE-2.
           COMPUTE RS-AMT (CL-IDX BK-IDX) ROUNDED =
             RS-BAL (CL-IDX BK-IDX) * RT-PCT (CL-IDX BK-IDX)
           IF RS-AMT (CL-IDX BK-IDX) < 0
               MOVE 0 TO RS-AMT (CL-IDX BK-IDX).
           ADD RS-BAL (CL-IDX BK-IDX) TO SUB-BAL OPEN-TOT
           ADD RS-AMT (CL-IDX BK-IDX) TO SUB-RES RESERVE-TOT
           MOVE RS-BAL (CL-IDX BK-IDX) TO NEF-A
           MOVE RS-AMT (CL-IDX BK-IDX) TO NEF-B
           COMPUTE PCT-E = RT-PCT (CL-IDX BK-IDX) * 100
           MOVE SPACE TO PRT
           STRING "  " CLASS-NAME (CL-IDX) " " BKT-LABEL (BK-IDX)
             "  " NEF-A "     " PCT-E "  " NEF-B
             DELIMITED BY SIZE INTO PRT
           WRITE RPTFILE01 FROM PRT
           ADD 1 TO BK-IDX
           IF BK-IDX NOT > 7
               GO TO PRINT-RESERVE-2.
           MOVE SUB-BAL TO NEF-A
           MOVE SUB-RES TO NEF-B
           MOVE SPACE TO PRT
           STRING "  " CLASS-NAME (CL-IDX) " TOTAL   " NEF-A
             "             " NEF-B DELIMITED BY SIZE INTO PRT
           WRITE RPTFILE01 FROM PRT
           ADD 1 TO CL-IDX
           IF CL-IDX NOT > 4
               GO TO PRINT-RESERVE-1.

           MOVE SPACE TO RPTFILE01
           WRITE RPTFILE01
           MOVE OPEN-TOT TO NEF-A
           MOVE RESERVE-TOT TO NEF-B
           MOVE BOOKED-AMT TO NEF-C
           COMPUTE CHANGE-AMT = RESERVE-TOT - BOOKED-AMT
           MOVE CHANGE-AMT TO NEF-D
           MOVE SPACE TO PRT
           STRING "OPEN A/R " NEF-A "  RESERVE " NEF-B
             "  ON THE BOOKS " NEF-C "  ENTRY " NEF-D
             DELIMITED BY SIZE INTO PRT
           WRITE RPTFILE01 FROM PRT.
       PRINT-RESERVE-EXIT.
           EXIT.

      * the change in the allowance - an increase debits bad-debt
      * expense and credits the allowance, a decrease the reverse.
       WRITE-JOURNAL.
           IF CHANGE-AMT = 0
               GO TO WRITE-JOURNAL-EXIT.
           IF CHANGE-AMT > 0
               MOVE CHANGE-AMT TO ABS-AMT
               MOVE ABS-AMT TO AMT-X
               MOVE SPACE TO PRT FILEOUT01
               STRING ASOF-DATE "," PARM-DR "," AMT-X
                 ",0.00,BAD DEBT RESERVE" DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT
               MOVE SPACE TO PRT FILEOUT01
               STRING ASOF-DATE "," PARM-CR ",0.00," AMT-X
                 ",BAD DEBT RESERVE" DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT
           ELSE
               COMPUTE ABS-AMT = 0 - CHANGE-AMT
               MOVE ABS-AMT TO AMT-X
               MOVE SPACE TO PRT FILEOUT01
               STRING ASOF-DATE "," PARM-CR "," AMT-X
                 ",0.00,BAD DEBT RESERVE RELEASE"
                 DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT
               MOVE SPACE TO PRT FILEOUT01
               STRING ASOF-DATE "," PARM-DR ",0.00," AMT-X
                 ",BAD DEBT RESERVE RELEASE"
                 DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT
           END-IF.
       WRITE-JOURNAL-EXIT.
           EXIT.

       P9.
           DISPLAY "BADDEBT - GUARANTORS IN HISTORY: " GAR-CNTR
           DISPLAY "BADDEBT - RESERVE: " RESERVE-TOT
           DISPLAY "BADDEBT - OVER TABLE LIMITS: " OVER-CNTR
           CLOSE CHARCUR PAYCUR LINEBAL AGCYFILE BUDFILE PARMFILE
             FILEOUT RPTFILE.
           STOP RUN.

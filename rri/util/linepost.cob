      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. linepost.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * the one keeper of LINEBAL - callable the way covsync and
      * memidchk are. A posting program hands over each payment or
      * adjustment row as it writes it; the amount lands on the
      * charge line it names or, when the poster only knows the
      * claim (or not even that), is spread over the claim's (the
      * account's) lines oldest first.
           SELECT LINEBAL ASSIGN TO "S24" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS BL-KEY
             LOCK MODE MANUAL.

           SELECT CHARCUR ASSIGN TO "S22" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-DAT1 WITH DUPLICATES
             LOCK MODE MANUAL.

       DATA DIVISION.
       FILE SECTION.

       FD  LINEBAL.
           COPY "linebal.cpy".

       FD  CHARCUR.
           COPY "charcur.cpy".

       WORKING-STORAGE SECTION.

       01  FILE-OPEN PIC X VALUE "N".
       01  T-DATE PIC X(8).
       01  BUCKET PIC X.
       01  REMAIN PIC S9(6)V99.
       01  TAKE PIC S9(6)V99.
       01  CAP PIC S9(6)V99.
       01  LAST-KEY PIC X(11).
       01  SCOPE-CNT PIC 9(4).

       LINKAGE SECTION.
      * LI-FUNC:
      *   A - apply LI-AMOUNT (PAYCUR sign: a payment or write-off
      *       is negative, a reversal, NSF or refund positive) to
      *       LI-GARNO's line LI-KEY3, else spread over LI-CLAIM's
      *       lines, else over all the account's lines.
      *   C - bring the account's rows up to CHARCUR (new lines,
      *       changed charge amounts) without applying anything.
      *   Z - start the account over: its rows are dropped and
      *       reloaded from CHARCUR with nothing applied.
      *   E - end of run, closes the files.
      * LI-BUCKET I insurance paid, P patient paid, C contractual,
      * O other adjustment - spaces = judge it from LI-PAYCODE and
      * LI-DENIAL the way paytot01.cob sorts PAYCUR.
      * LI-RESULT "Y" applied, "N" the account has no lines.
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

       PROCEDURE DIVISION USING LINEPOST-PARMS.

       P0.
           MOVE "N" TO LI-RESULT

           IF LI-FUNC = "E"
               IF FILE-OPEN = "Y"
                   CLOSE LINEBAL CHARCUR
                   MOVE "N" TO FILE-OPEN
               END-IF
               GO TO P9.

           IF FILE-OPEN NOT = "Y"
               OPEN I-O LINEBAL
               OPEN INPUT CHARCUR
               MOVE "Y" TO FILE-OPEN.

           ACCEPT T-DATE FROM DATE YYYYMMDD
           IF LI-DATE = SPACE
               MOVE T-DATE TO LI-DATE.

           IF LI-FUNC = "Z"
               PERFORM CLEAR-LINES THRU CLEAR-LINES-EXIT.
           PERFORM LOAD-LINES THRU LOAD-LINES-EXIT
           IF LI-FUNC NOT = "A" OR LI-AMOUNT = 0
               GO TO P9.

           PERFORM CLASSIFY THRU CLASSIFY-EXIT
           MOVE LI-AMOUNT TO REMAIN

           IF LI-KEY3 NOT = SPACE
               MOVE LI-GARNO TO BL-KEY8
               MOVE LI-KEY3 TO BL-KEY3
               READ LINEBAL
                 INVALID
                   GO TO P1
               END-READ
               MOVE REMAIN TO TAKE
               PERFORM APPLY-TAKE
               MOVE "Y" TO LI-RESULT
               GO TO P9.

      * credits go against the lines still owing, oldest first;
      * debits back out what the same bucket had applied. What is
      * left over rides on the last line of the scope.
       P1.
           MOVE 0 TO SCOPE-CNT
           MOVE SPACE TO LAST-KEY
           MOVE LI-GARNO TO BL-KEY8
           MOVE SPACE TO BL-KEY3
           START LINEBAL KEY NOT < BL-KEY
             INVALID
               GO TO P9.

       P2.
           IF REMAIN = 0
               GO TO P3.
           READ LINEBAL NEXT
             AT END
               GO TO P3.
           IF BL-KEY8 NOT = LI-GARNO
               GO TO P3.
           IF LI-CLAIM NOT = SPACE AND BL-CLAIM NOT = LI-CLAIM
               GO TO P2.

           ADD 1 TO SCOPE-CNT
           MOVE BL-KEY TO LAST-KEY
           IF REMAIN < 0
               MOVE BL-BALANCE TO CAP
           ELSE
               EVALUATE BUCKET
                 WHEN "I" MOVE BL-INSPAID TO CAP
                 WHEN "P" MOVE BL-PATPAID TO CAP
                 WHEN "C" MOVE BL-CONTRACT TO CAP
                 WHEN OTHER MOVE BL-OTHADJ TO CAP
               END-EVALUATE
           END-IF
           IF CAP NOT > 0
               GO TO P2.

           MOVE REMAIN TO TAKE
           IF REMAIN < 0 AND 0 - REMAIN > CAP
               COMPUTE TAKE = 0 - CAP.
           IF REMAIN > 0 AND REMAIN > CAP
               MOVE CAP TO TAKE.
           PERFORM APPLY-TAKE
           SUBTRACT TAKE FROM REMAIN
           GO TO P2.

       P3.
           IF SCOPE-CNT = 0
               GO TO P9.
           MOVE "Y" TO LI-RESULT
           IF REMAIN = 0
               GO TO P9.
           MOVE LAST-KEY TO BL-KEY
           READ LINEBAL
             INVALID
               GO TO P9.
           MOVE REMAIN TO TAKE
           PERFORM APPLY-TAKE
           GO TO P9.

      * same sort paytot01.cob and periodclose.cob make of PAYCUR:
      * 014 or a "14" is the contractual, the 007-017 codes and the
      * adjustment denials are other adjustments, 001/021/022/077
      * are the patient's own money, everything else is a payer's.
       CLASSIFY.
           MOVE LI-BUCKET TO BUCKET
           IF BUCKET NOT = SPACE
               GO TO CLASSIFY-EXIT.
           IF LI-PAYCODE = "014" OR LI-DENIAL = "14"
               MOVE "C" TO BUCKET
               GO TO CLASSIFY-EXIT.
           IF (LI-PAYCODE = "007" OR "008" OR "009" OR "011"
               OR "012" OR "013" OR "015" OR "016" OR "017")
             OR (LI-DENIAL = "07" OR "08" OR "15" OR "DI")
               MOVE "O" TO BUCKET
               GO TO CLASSIFY-EXIT.
           IF LI-PAYCODE = "001" OR "021" OR "022" OR "077"
               MOVE "P" TO BUCKET
               GO TO CLASSIFY-EXIT.
           MOVE "I" TO BUCKET.
       CLASSIFY-EXIT.
           EXIT.

      * TAKE carries the PAYCUR sign - a credit of -10 adds 10 to
      * the bucket.
       APPLY-TAKE.
           EVALUATE BUCKET
             WHEN "I" SUBTRACT TAKE FROM BL-INSPAID
             WHEN "P" SUBTRACT TAKE FROM BL-PATPAID
             WHEN "C" SUBTRACT TAKE FROM BL-CONTRACT
             WHEN OTHER SUBTRACT TAKE FROM BL-OTHADJ
           END-EVALUATE
           PERFORM FIGURE-BAL
           MOVE LI-DATE TO BL-LASTPAY
           MOVE T-DATE TO BL-DATE
           REWRITE LINEBAL01.

       FIGURE-BAL.
           COMPUTE BL-BALANCE = BL-CHARGE - BL-INSPAID - BL-PATPAID
             - BL-CONTRACT - BL-OTHADJ.

      * every CHARCUR line of the account has a row, carrying the
      * line's current charge, claim, payer and service date. Read
      * NO LOCK - the caller may be holding the very line it posts.
       LOAD-LINES.
           MOVE LI-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO LOAD-LINES-EXIT.

       LOAD-LINES-1.
           READ CHARCUR NEXT WITH NO LOCK
             AT END
               GO TO LOAD-LINES-EXIT.
           IF CC-KEY8 NOT = LI-GARNO
               GO TO LOAD-LINES-EXIT.

           MOVE CHARCUR-KEY TO BL-KEY
           READ LINEBAL
             INVALID
               MOVE CHARCUR-KEY TO BL-KEY
               MOVE CC-CLAIM TO BL-CLAIM
               MOVE CC-PAYCODE TO BL-PAYCODE
               MOVE CC-DAT1 TO BL-DAT1
               MOVE CC-AMOUNT TO BL-CHARGE BL-BALANCE
               MOVE 0 TO BL-INSPAID BL-PATPAID BL-CONTRACT BL-OTHADJ
               MOVE SPACE TO BL-LASTPAY BL-FUTURE
               MOVE T-DATE TO BL-DATE
               WRITE LINEBAL01
               GO TO LOAD-LINES-1
           END-READ

           IF BL-CHARGE = CC-AMOUNT AND BL-CLAIM = CC-CLAIM
             AND BL-PAYCODE = CC-PAYCODE AND BL-DAT1 = CC-DAT1
               GO TO LOAD-LINES-1.
           MOVE CC-CLAIM TO BL-CLAIM
           MOVE CC-PAYCODE TO BL-PAYCODE
           MOVE CC-DAT1 TO BL-DAT1
           MOVE CC-AMOUNT TO BL-CHARGE
           PERFORM FIGURE-BAL
           MOVE T-DATE TO BL-DATE
           REWRITE LINEBAL01
           GO TO LOAD-LINES-1.
       LOAD-LINES-EXIT.
           EXIT.

       CLEAR-LINES.
           MOVE LI-GARNO TO BL-KEY8
           MOVE SPACE TO BL-KEY3
           START LINEBAL KEY NOT < BL-KEY
             INVALID
               GO TO CLEAR-LINES-EXIT.

       CLEAR-LINES-1.
           READ LINEBAL NEXT
             AT END
               GO TO CLEAR-LINES-EXIT.
           IF BL-KEY8 NOT = LI-GARNO
               GO TO CLEAR-LINES-EXIT.
           DELETE LINEBAL RECORD
           GO TO CLEAR-LINES-1.
       CLEAR-LINES-EXIT.
           EXIT.

       P9.
           GOBACK.

      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. idr-post.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * one line: the paycode the out-of-network remainder the
      * patient may not be billed for is written off under.
           SELECT PARMFILE ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT IDRCASE ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS IC-KEY
             LOCK MODE MANUAL.

           SELECT CHARCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-DAT1 WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT PAYCUR ASSIGN TO "S45" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
             LOCK MODE MANUAL.

           SELECT POSTAUDIT ASSIGN TO "S50" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT CHGJRNL ASSIGN TO "S55" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT FILEOUT ASSIGN TO "S60" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PARMFILE.
       01  PARMFILE01 PIC X(3).

       FD  IDRCASE.
           COPY "idrcase.cpy".

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  PAYCUR.
           COPY "paycur.cpy".

       FD  POSTAUDIT.
           COPY "postaudit.cpy".

       FD  CHGJRNL.
           COPY "chgjrnl.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(90).

       WORKING-STORAGE SECTION.

       01  WO-PAYCODE PIC XXX.
       01  T-DATE PIC X(8).
       01  POST-DATE PIC X(8).
       01  CLAIM-TOT PIC S9(6)V99.
       01  POST-AMT PIC S9(6)V99.
       01  POST-PAYCODE PIC XXX.
       01  POST-DENIAL PIC XX.
       01  POST-BUCKET PIC X.
       01  XYZ PIC 999.
       01  PAY-CNTR PIC 9(5) VALUE 0.
       01  WO-CNTR PIC 9(5) VALUE 0.
       01  PAY-TOT PIC S9(7)V99 VALUE 0.
       01  WO-TOT PIC S9(7)V99 VALUE 0.
       01  NEF-9 PIC ZZZZ9.99.
       01  NEF-9B PIC ZZZZ9.99.
       01  PRT PIC X(90).
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
       01  ACCTPOST-PARMS.
           02 AC-FUNC PIC X.
           02 AC-GARNO PIC X(8).
           02 AC-DATE PIC X(8).
           02 AC-PROGRAM PIC X(8).
           02 AC-INSBAL PIC S9(7)V99.
           02 AC-PATBAL PIC S9(7)V99.
           02 AC-OLDEST PIC X(8).
           02 AC-LASTPAY-DATE PIC X(8).
           02 AC-LASTPAY-AMT PIC S9(6)V99.
           02 AC-LASTSTMT PIC X(8).
           02 AC-RESULT PIC X.
       01  PERCHK-PARMS.
           02 PE-FUNC PIC X.
           02 PE-DATE PIC X(8).
           02 PE-RESULT PIC X.
           02 PE-OPEN-DATE PIC X(8).
           02 PE-MSG PIC X(40).

       PROCEDURE DIVISION.

      * No Surprises Act outcome posting - nightly. A dispute that
      * settled or was determined, and whose payment idr-maint.cob
      * has recorded as received (or that leaves nothing more to
      * pay), goes back onto the claim: the amount recovered beyond
      * the initial payment posts as a payment under the payer's
      * own paycode (denial "IA"), and whatever the payer side of the
      * claim still shows after that is written off under the parm
      * paycode (denial "IW") - the patient owes in-network
      * cost-sharing only and may not be balance-billed for the
      * rest. IC-POSTED keeps a case from posting twice.
       P0.
           OPEN INPUT PARMFILE CHARCUR.
           OPEN I-O IDRCASE PAYCUR.
           OPEN EXTEND POSTAUDIT CHGJRNL.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.
      * postings carry today's date unless today's month has been
      * closed - perchk.cob then names the open date to post under.
           MOVE "C" TO PE-FUNC
           MOVE T-DATE TO PE-DATE
           CALL "perchk" USING PERCHK-PARMS
           MOVE PE-OPEN-DATE TO POST-DATE
           IF PE-RESULT = "N"
               DISPLAY "IDR-POST - " PE-MSG
                 " - POSTING AS OF " POST-DATE.

           READ PARMFILE
             AT END
               DISPLAY "IDR-POST - NO PAYCODE PARM"
               GO TO P99.
           MOVE PARMFILE01 TO WO-PAYCODE

           MOVE SPACE TO IC-KEY
           START IDRCASE KEY NOT < IC-KEY
             INVALID
               GO TO P9.

       P1.
           READ IDRCASE NEXT
             AT END
               GO TO P9.
           IF IC-POSTED NOT = SPACE
               GO TO P1.
           IF IC-STATUS NOT = "S" AND IC-STATUS NOT = "W"
             AND IC-STATUS NOT = "L"
               GO TO P1.
           IF IC-PAID-DATE = SPACE AND IC-AWARD > IC-INIT-PAID
               GO TO P1.

           MOVE 0 TO POST-AMT
           IF IC-RECOVERED > 0
               COMPUTE POST-AMT = IC-RECOVERED * -1
               MOVE IC-PAYCODE TO POST-PAYCODE
               MOVE "IA" TO POST-DENIAL
               MOVE "I" TO POST-BUCKET
               PERFORM POST-PAY THRU POST-PAY-EXIT
               ADD 1 TO PAY-CNTR
               ADD IC-RECOVERED TO PAY-TOT.

           PERFORM GET-BALANCE THRU GET-BALANCE-EXIT
           MOVE 0 TO POST-AMT
           IF CLAIM-TOT > 0
               COMPUTE POST-AMT = CLAIM-TOT * -1
               MOVE WO-PAYCODE TO POST-PAYCODE
               MOVE "IW" TO POST-DENIAL
               MOVE "C" TO POST-BUCKET
               PERFORM POST-PAY THRU POST-PAY-EXIT
               ADD 1 TO WO-CNTR
               ADD CLAIM-TOT TO WO-TOT
           ELSE
               MOVE 0 TO CLAIM-TOT.

           MOVE T-DATE TO IC-POSTED
           REWRITE IDRCASE01

           MOVE IC-RECOVERED TO NEF-9
           MOVE CLAIM-TOT TO NEF-9B
           MOVE SPACE TO PRT
           STRING IC-GARNO " " IC-CLAIM " PAYER " IC-PAYCODE
             " STATUS " IC-STATUS " RECOVERED " NEF-9
             " WRITTEN OFF " NEF-9B
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           GO TO P1.

      * the payer side of the claim - its non-patient charge lines
      * less everything posted against the claim.
       GET-BALANCE.
           MOVE 0 TO CLAIM-TOT
           MOVE IC-GARNO TO PC-KEY8
           MOVE SPACE TO PC-KEY3
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO GET-BALANCE-2.

       GET-BALANCE-1.
           READ PAYCUR NEXT
             AT END
               GO TO GET-BALANCE-2.
           IF PC-KEY8 NOT = IC-GARNO
               GO TO GET-BALANCE-2.
           IF PC-CLAIM = IC-CLAIM
               ADD PC-AMOUNT TO CLAIM-TOT.
           GO TO GET-BALANCE-1.

       GET-BALANCE-2.
           MOVE IC-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO GET-BALANCE-EXIT.

       GET-BALANCE-3.
           READ CHARCUR NEXT
             AT END
               GO TO GET-BALANCE-EXIT.
           IF CC-KEY8 NOT = IC-GARNO
               GO TO GET-BALANCE-EXIT.
           IF CC-CLAIM = IC-CLAIM AND CC-PAYCODE NOT = "018"
               ADD CC-AMOUNT TO CLAIM-TOT.
           GO TO GET-BALANCE-3.

       GET-BALANCE-EXIT.
           EXIT.

       POST-PAY.
           MOVE IC-GARNO TO PC-KEY8
           MOVE 0 TO XYZ.

       POST-PAY-1.
           ADD 1 TO XYZ
           MOVE XYZ TO PC-KEY3
           READ PAYCUR
             INVALID
               GO TO POST-PAY-2.
           GO TO POST-PAY-1.

       POST-PAY-2.
           MOVE SPACE TO PAYCUR01
           MOVE IC-GARNO TO PC-KEY8
           MOVE XYZ TO PC-KEY3
           MOVE POST-AMT TO PC-AMOUNT
           MOVE POST-PAYCODE TO PC-PAYCODE
           MOVE POST-DENIAL TO PC-DENIAL
           MOVE IC-CLAIM TO PC-CLAIM
           MOVE SPACE TO PC-BATCH
           MOVE POST-DATE TO PC-DATE-T
           MOVE T-DATE TO PC-DATE-E
           WRITE PAYCUR01
           PERFORM POST-LINE

           MOVE "IDRPOST " TO AUD-PROGRAM
           MOVE PC-KEY8 TO AUD-KEY8
           MOVE PC-KEY3 TO AUD-KEY3
           MOVE PC-AMOUNT TO AUD-AMOUNT
           MOVE PC-PAYCODE TO AUD-PAYCODE
           MOVE T-DATE TO AUD-DATE
           ACCEPT AUD-TIME FROM TIME
           MOVE SPACE TO AUD-OPER
           WRITE AUDITFILE01

           MOVE "P" TO CJ-FILE
           MOVE "A" TO CJ-TYPE
           MOVE PC-KEY8 TO CJ-KEY8
           MOVE PC-KEY3 TO CJ-KEY3
           MOVE 0 TO CJ-OLD-AMT
           MOVE PC-AMOUNT TO CJ-NEW-AMT
           MOVE "IDRPOST " TO CJ-PROGRAM
           MOVE T-DATE TO CJ-DATE
           ACCEPT CJ-TIME FROM TIME
           WRITE CHGJRNL01
           PERFORM POST-ACCT.
       POST-PAY-EXIT.
           EXIT.

       P9.
           MOVE PAY-TOT TO NEF-9
           MOVE WO-TOT TO NEF-9B
           DISPLAY "IDR-POST - AWARDS POSTED " PAY-CNTR " " NEF-9
           DISPLAY "IDR-POST - REMAINDERS WRITTEN OFF " WO-CNTR " "
             NEF-9B.

       P99.
           MOVE "E" TO PE-FUNC
           CALL "perchk" USING PERCHK-PARMS
           MOVE "E" TO AC-FUNC
           CALL "acctpost" USING ACCTPOST-PARMS
           MOVE "E" TO LI-FUNC
           CALL "linepost" USING LINEPOST-PARMS
           CLOSE PARMFILE IDRCASE CHARCUR PAYCUR POSTAUDIT
             CHGJRNL FILEOUT.
           STOP RUN.

      * every PAYCUR row written here goes onto the charge-line
      * ledger too - see linepost.cob.
       POST-LINE.
           MOVE "A" TO LI-FUNC
           MOVE PC-KEY8 TO LI-GARNO
           MOVE SPACE TO LI-KEY3
           MOVE PC-CLAIM TO LI-CLAIM
           MOVE PC-AMOUNT TO LI-AMOUNT
           MOVE PC-PAYCODE TO LI-PAYCODE
           MOVE PC-DENIAL TO LI-DENIAL
           MOVE POST-BUCKET TO LI-BUCKET
           MOVE PC-DATE-T TO LI-DATE
           CALL "linepost" USING LINEPOST-PARMS.

      * every CHGJRNL line written here refreshes the account's
      * balance summary - see acctpost.cob.
       POST-ACCT.
           MOVE "J" TO AC-FUNC
           MOVE CJ-KEY8 TO AC-GARNO
           MOVE SPACE TO AC-DATE
           MOVE CJ-PROGRAM TO AC-PROGRAM
           CALL "acctpost" USING ACCTPOST-PARMS.

      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. acctpost.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * the one keeper of ACCTBAL - callable the way covsync and
      * linepost are. Every program that drops a CHGJRNL line hands
      * over the journal's garno right after the write, and that one
      * account's summary is figured again from its own CHARCUR,
      * PAYCUR, LINEBAL and STMTHIST rows - a few reads, where the
      * batch runs used to read every account.
           SELECT ACCTBAL ASSIGN TO "S21" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS AB-GARNO
             LOCK MODE MANUAL.

           SELECT CHARCUR ASSIGN TO "S22" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-DAT1 WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT PAYCUR ASSIGN TO "S23" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
             LOCK MODE MANUAL.

           SELECT LINEBAL ASSIGN TO "S24" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS BL-KEY
             LOCK MODE MANUAL.

           SELECT STMTHIST ASSIGN TO "S25" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS SH-KEY
             LOCK MODE MANUAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCTBAL.
           COPY "acctbal.cpy".

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  PAYCUR.
           COPY "paycur.cpy".

       FD  LINEBAL.
           COPY "linebal.cpy".

       FD  STMTHIST.
           COPY "stmthist.cpy".

       WORKING-STORAGE SECTION.

       01  FILE-OPEN PIC X VALUE "N".
       01  T-DATE PIC X(8).
       01  LINE-OPEN PIC X.

       LINKAGE SECTION.
      * AC-FUNC:
      *   J - a journal line for AC-GARNO was just written: figure
      *       the account again and store it (AC-PROGRAM is the
      *       journaling program).
      *   R - the same, asked for by acctbld.cob.
      *   C - figure the account into the parm fields only, no
      *       update - acctbld.cob compares it to the stored row.
      *   S - a statement went out AC-DATE (spaces = today): stamp
      *       the last-statement date.
      *   E - end of run, closes the files.
      * AC-INSBAL through AC-LASTSTMT come back as figured (J R C)
      * or as stored (S). AC-RESULT "Y" done, "N" nothing on file.
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

       PROCEDURE DIVISION USING ACCTPOST-PARMS.

       P0.
           MOVE "N" TO AC-RESULT

           IF AC-FUNC = "E"
               IF FILE-OPEN = "Y"
                   CLOSE ACCTBAL CHARCUR PAYCUR LINEBAL STMTHIST
                   MOVE "N" TO FILE-OPEN
               END-IF
               GO TO P9.

           IF FILE-OPEN NOT = "Y"
               OPEN I-O ACCTBAL
               OPEN INPUT CHARCUR PAYCUR LINEBAL STMTHIST
               MOVE "Y" TO FILE-OPEN.

           ACCEPT T-DATE FROM DATE YYYYMMDD
           IF AC-DATE = SPACE
               MOVE T-DATE TO AC-DATE.

           IF AC-FUNC = "S"
               GO TO P2.

           PERFORM FIGURE-ACCT THRU FIGURE-ACCT-EXIT
           IF AC-FUNC = "C"
               GO TO P9.

       P1.
           MOVE AC-GARNO TO AB-GARNO
           READ ACCTBAL WITH LOCK
             INVALID
               PERFORM MOVE-ACCT
               WRITE ACCTBAL01
               MOVE "Y" TO AC-RESULT
               GO TO P9
           END-READ
           PERFORM MOVE-ACCT
           REWRITE ACCTBAL01
           MOVE "Y" TO AC-RESULT
           GO TO P9.

      * a statement for an account with no row yet figures it first.
       P2.
           MOVE AC-GARNO TO AB-GARNO
           READ ACCTBAL WITH LOCK
             INVALID
               PERFORM FIGURE-ACCT THRU FIGURE-ACCT-EXIT
               MOVE AC-DATE TO AC-LASTSTMT
               GO TO P1
           END-READ
           MOVE AC-DATE TO AB-LASTSTMT
           MOVE T-DATE TO AB-DATE
           MOVE AC-PROGRAM TO AB-PROGRAM
           REWRITE ACCTBAL01
           MOVE AB-INSBAL TO AC-INSBAL
           MOVE AB-PATBAL TO AC-PATBAL
           MOVE AB-OLDEST TO AC-OLDEST
           MOVE AB-LASTPAY-DATE TO AC-LASTPAY-DATE
           MOVE AB-LASTPAY-AMT TO AC-LASTPAY-AMT
           MOVE AB-LASTSTMT TO AC-LASTSTMT
           MOVE "Y" TO AC-RESULT
           GO TO P9.

       MOVE-ACCT.
           MOVE AC-GARNO TO AB-GARNO
           MOVE AC-INSBAL TO AB-INSBAL
           MOVE AC-PATBAL TO AB-PATBAL
           MOVE AC-OLDEST TO AB-OLDEST
           MOVE AC-LASTPAY-DATE TO AB-LASTPAY-DATE
           MOVE AC-LASTPAY-AMT TO AB-LASTPAY-AMT
           MOVE AC-LASTSTMT TO AB-LASTSTMT
           MOVE T-DATE TO AB-DATE
           MOVE AC-PROGRAM TO AB-PROGRAM
           MOVE SPACE TO AB-FUTURE.

      * the same PAYCUR/CHARCUR sum stmtcycle.cob makes, with the
      * "018" charges kept apart from the ones still with a payer.
      * All reads NO LOCK - the caller may be holding these rows.
       FIGURE-ACCT.
           MOVE 0 TO AC-INSBAL AC-PATBAL AC-LASTPAY-AMT
           MOVE SPACE TO AC-OLDEST AC-LASTPAY-DATE AC-LASTSTMT
           MOVE AC-GARNO TO PC-KEY8
           MOVE SPACE TO PC-KEY3
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO FIGURE-ACCT-2.

       FIGURE-ACCT-1.
           READ PAYCUR NEXT WITH NO LOCK
             AT END
               GO TO FIGURE-ACCT-2.
           IF PC-KEY8 NOT = AC-GARNO
               GO TO FIGURE-ACCT-2.
           MOVE "Y" TO AC-RESULT
           ADD PC-AMOUNT TO AC-PATBAL
           PERFORM LAST-PAY THRU LAST-PAY-EXIT
           GO TO FIGURE-ACCT-1.

       FIGURE-ACCT-2.
           MOVE AC-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO FIGURE-ACCT-4.

       FIGURE-ACCT-3.
           READ CHARCUR NEXT WITH NO LOCK
             AT END
               GO TO FIGURE-ACCT-4.
           IF CC-KEY8 NOT = AC-GARNO
               GO TO FIGURE-ACCT-4.
           MOVE "Y" TO AC-RESULT
           IF CC-PAYCODE = "018"
               ADD CC-AMOUNT TO AC-PATBAL
           ELSE
               ADD CC-AMOUNT TO AC-INSBAL.

      * a line is open while its LINEBAL row still owes; a line the
      * ledger has not picked up yet is open if it has a charge.
           MOVE "N" TO LINE-OPEN
           MOVE CHARCUR-KEY TO BL-KEY
           READ LINEBAL WITH NO LOCK
             INVALID
               IF CC-AMOUNT NOT = 0
                   MOVE "Y" TO LINE-OPEN
               END-IF
             NOT INVALID
               IF BL-BALANCE NOT = 0
                   MOVE "Y" TO LINE-OPEN
               END-IF
           END-READ
           IF LINE-OPEN = "Y"
             AND (AC-OLDEST = SPACE OR CC-DAT1 < AC-OLDEST)
               MOVE CC-DAT1 TO AC-OLDEST.
           GO TO FIGURE-ACCT-3.

      * newest STMTHIST row - the key reads out in date order.
       FIGURE-ACCT-4.
           MOVE AC-GARNO TO SH-GARNO
           MOVE SPACE TO SH-DATE
           MOVE 0 TO SH-SEQ
           START STMTHIST KEY NOT < SH-KEY
             INVALID
               GO TO FIGURE-ACCT-EXIT.

       FIGURE-ACCT-5.
           READ STMTHIST NEXT WITH NO LOCK
             AT END
               GO TO FIGURE-ACCT-EXIT.
           IF SH-GARNO NOT = AC-GARNO
               GO TO FIGURE-ACCT-EXIT.
           MOVE SH-DATE TO AC-LASTSTMT
           GO TO FIGURE-ACCT-5.

       FIGURE-ACCT-EXIT.
           EXIT.

      * a payment is money in - a credit that is not one of the
      * adjustment codes paytot01.cob sets aside. Latest one wins.
       LAST-PAY.
           IF PC-AMOUNT NOT < 0
               GO TO LAST-PAY-EXIT.
           IF PC-PAYCODE = "007" OR "008" OR "009" OR "011" OR "012"
             OR "013" OR "014" OR "015" OR "016" OR "017"
               GO TO LAST-PAY-EXIT.
           IF PC-DENIAL = "07" OR "08" OR "14" OR "15" OR "DI"
               GO TO LAST-PAY-EXIT.
           IF PC-DATE-T < AC-LASTPAY-DATE
               GO TO LAST-PAY-EXIT.
           MOVE PC-DATE-T TO AC-LASTPAY-DATE
           COMPUTE AC-LASTPAY-AMT = 0 - PC-AMOUNT.
       LAST-PAY-EXIT.
           EXIT.

       P9.
           GOBACK.

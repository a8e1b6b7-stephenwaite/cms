      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. eftmatch.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * optional parm: days an ACH 835 may wait for its EFT before
      * it is listed (absent = 5).
           SELECT OPTIONAL PARMFILE ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT BANKEFT ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS BK-KEY
             LOCK MODE MANUAL.

           SELECT ERALOG ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS EL-KEY
             LOCK MODE MANUAL.

      * the reassociation report for the cash desk.
           SELECT FILEOUT ASSIGN TO "S45" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PARMFILE.
       01  PARMFILE01 PIC X(5).

       FD  BANKEFT.
           COPY "bankeft.cpy".

       FD  ERALOG.
           COPY "eralog.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(132).

       WORKING-STORAGE SECTION.

       01  T-DATE PIC X(8).
       01  TODAY-INT PIC 9(7).
       01  WAIT-DAYS PIC 999 VALUE 5.
       01  DAYS-OUT PIC S9(5).
       01  ROW-FOUND PIC X.
       01  EDIT-1 PIC ZZZZ,ZZ9.99-.
       01  EDIT-2 PIC ZZZZ,ZZ9.99-.
       01  EDIT-3 PIC ZZZZ,ZZ9.99-.
       01  DIFF-AMT PIC S9(7)V99.
       01  MATCH-CNTR PIC 9(7) VALUE 0.
       01  DIFF-CNTR PIC 9(7) VALUE 0.
       01  NOREM-CNTR PIC 9(7) VALUE 0.
       01  NOEFT-CNTR PIC 9(7) VALUE 0.
       01  NOREM-TOT PIC S9(9)V99 VALUE 0.
       01  NOEFT-TOT PIC S9(9)V99 VALUE 0.
       01  PRT PIC X(132).

       PROCEDURE DIVISION.

      * EFT-to-835 reassociation - each bank EFT not yet matched is
      * looked up on ERALOG by the trace the payer put in both the
      * ACH addenda and the 835's TRN02 (the company id narrows it
      * when the bank passed one). A match stamps both rows; an
      * amount that differs from the BPR02 is listed. Then the two
      * loose ends: EFTs still with no 835 (money with no remit)
      * and ACH 835s older than the wait days with no EFT (a remit
      * with no money). Check and non-payment 835s expect no EFT.
       P0.
           OPEN INPUT PARMFILE.
           READ PARMFILE
             AT END
               CONTINUE
             NOT AT END
               IF PARMFILE01 NOT = SPACE
                 AND FUNCTION NUMVAL (PARMFILE01) > 0
                   MOVE FUNCTION NUMVAL (PARMFILE01) TO WAIT-DAYS
               END-IF
           END-READ
           CLOSE PARMFILE.

           OPEN I-O BANKEFT ERALOG.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD
           COMPUTE TODAY-INT =
             FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (T-DATE)).

           MOVE SPACE TO PRT
           STRING "EFT / 835 REASSOCIATION " T-DATE
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE "AMOUNT MISMATCHES - EFT AS-OF  TRACE" TO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           STRING "                                  835 AMOUNT"
             "   EFT AMOUNT   DIFFERENCE" DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT

           MOVE SPACE TO BK-ASOF
           MOVE 0 TO BK-SEQ
           START BANKEFT KEY NOT < BK-KEY
             INVALID
               GO TO P2.

       P1.
           READ BANKEFT NEXT
             AT END
               GO TO P2.
           IF BK-STATUS NOT = SPACE
               GO TO P1.
           PERFORM MATCH-EFT THRU MATCH-EFT-EXIT
           GO TO P1.

       MATCH-EFT.
           MOVE "N" TO ROW-FOUND
           IF BK-TRACE = SPACE
               GO TO MATCH-EFT-EXIT.
           MOVE BK-TRACE TO EL-TRACE
           MOVE SPACE TO EL-PAYERID
           START ERALOG KEY NOT < EL-KEY
             INVALID
               GO TO MATCH-EFT-EXIT.

       MATCH-EFT-1.
           READ ERALOG NEXT
             AT END
               GO TO MATCH-EFT-EXIT.
           IF EL-TRACE NOT = BK-TRACE
               GO TO MATCH-EFT-EXIT.
           IF EL-STATUS NOT = SPACE
               GO TO MATCH-EFT-1.
           IF BK-PAYERID NOT = SPACE AND EL-PAYERID NOT = BK-PAYERID
               GO TO MATCH-EFT-1.

           MOVE "Y" TO ROW-FOUND
           READ ERALOG WITH LOCK
             INVALID
               GO TO MATCH-EFT-EXIT.
           MOVE "M" TO EL-STATUS
           IF EL-AMOUNT NOT = BK-AMOUNT
               MOVE "A" TO EL-STATUS.
           MOVE BK-ASOF TO EL-EFT-DATE
           MOVE BK-AMOUNT TO EL-EFT-AMT
           REWRITE ERALOG01

           READ BANKEFT WITH LOCK
             INVALID
               GO TO MATCH-EFT-EXIT.
           MOVE EL-STATUS TO BK-STATUS
           MOVE T-DATE TO BK-MATCHED
           REWRITE BANKEFT01
           ADD 1 TO MATCH-CNTR

           IF EL-STATUS = "A"
               ADD 1 TO DIFF-CNTR
               MOVE EL-AMOUNT TO EDIT-1
               MOVE BK-AMOUNT TO EDIT-2
               COMPUTE DIFF-AMT = BK-AMOUNT - EL-AMOUNT
               MOVE DIFF-AMT TO EDIT-3
               MOVE SPACE TO PRT
               STRING "  " EL-PROGRAM " " BK-ASOF "  " EL-TRACE
                 DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT
               MOVE SPACE TO PRT
               STRING "                              " EDIT-1 " "
                 EDIT-2 " " EDIT-3 DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT.
       MATCH-EFT-EXIT.
           EXIT.

      * money with no remit - every EFT still unmatched, however old.
       P2.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE "EFTS WITH NO 835 - AS-OF  ACCOUNT  TYPE  AMOUNT  TRACE"
             TO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO BK-ASOF
           MOVE 0 TO BK-SEQ
           START BANKEFT KEY NOT < BK-KEY
             INVALID
               GO TO P4.

       P3.
           READ BANKEFT NEXT
             AT END
               GO TO P4.
           IF BK-STATUS NOT = SPACE
               GO TO P3.
           ADD 1 TO NOREM-CNTR
           ADD BK-AMOUNT TO NOREM-TOT
           MOVE BK-AMOUNT TO EDIT-1
           MOVE SPACE TO PRT
           STRING "  " BK-ASOF " " BK-ACCOUNT " " BK-TYPE " " EDIT-1
             " " BK-TRACE " " BK-PAYERID DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           IF BK-TRACE = SPACE
               MOVE SPACE TO PRT
               STRING "      " BK-TEXT DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT.
           GO TO P3.

      * a remit with no money - ACH 835s past the wait days.
       P4.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "835S WITH NO EFT AFTER " WAIT-DAYS
             " DAYS - POSTED  PROGRAM  PAY DATE  AMOUNT  TRACE"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO EL-KEY
           START ERALOG KEY NOT < EL-KEY
             INVALID
               GO TO P8.

       P5.
           READ ERALOG NEXT
             AT END
               GO TO P8.
           IF EL-STATUS NOT = SPACE OR EL-METHOD NOT = "ACH"
             OR EL-AMOUNT NOT > 0
               GO TO P5.
           IF EL-RECEIVED NOT NUMERIC
               GO TO P5.
           COMPUTE DAYS-OUT = TODAY-INT - FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL (EL-RECEIVED))
           IF DAYS-OUT < WAIT-DAYS
               GO TO P5.
           ADD 1 TO NOEFT-CNTR
           ADD EL-AMOUNT TO NOEFT-TOT
           MOVE EL-AMOUNT TO EDIT-1
           MOVE SPACE TO PRT
           STRING "  " EL-RECEIVED " " EL-PROGRAM " " EL-PAYDATE " "
             EDIT-1 " " EL-TRACE " " EL-PAYERID
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           GO TO P5.

       P8.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "MATCHED " MATCH-CNTR "  AMOUNTS DIFFER " DIFF-CNTR
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE NOREM-TOT TO EDIT-1
           MOVE NOEFT-TOT TO EDIT-2
           MOVE SPACE TO PRT
           STRING "EFTS WITH NO 835 " NOREM-CNTR " FOR " EDIT-1
             "  835S WITH NO EFT " NOEFT-CNTR " FOR " EDIT-2
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT

           DISPLAY "EFTMATCH - MATCHED: " MATCH-CNTR
           DISPLAY "EFTMATCH - AMOUNTS DIFFER: " DIFF-CNTR
           DISPLAY "EFTMATCH - EFTS WITH NO 835: " NOREM-CNTR
           DISPLAY "EFTMATCH - 835S WITH NO EFT: " NOEFT-CNTR
           CLOSE BANKEFT ERALOG FILEOUT.
           STOP RUN.

      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. roi-ar.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ROIREQ ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS RO-KEY
             LOCK MODE MANUAL.

           SELECT FILEOUT ASSIGN TO "S35" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ROIREQ.
           COPY "roireq.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(110).

       WORKING-STORAGE SECTION.

       01  T-DATE PIC X(8).
       01  T-DATE9 REDEFINES T-DATE PIC 9(8).
       01  REL-DATE PIC X(8).
       01  REL-DATE9 REDEFINES REL-DATE PIC 9(8).
       01  AGE-DAYS PIC S9(5).
       01  BAL-W PIC S9(5)V99.
       01  B PIC 9.
       01  AGE-TOT01.
           02 AGE-TOT PIC S9(7)V99 OCCURS 4 TIMES.
       01  OPEN-CNTR PIC 9(7) VALUE 0.
       01  PEND-CNTR PIC 9(7) VALUE 0.
       01  GRAND-TOT PIC S9(7)V99 VALUE 0.
       01  NEF-5 PIC ZZZZ9.
       01  NEF-11 PIC -(7)9.99.
       01  PRT PIC X(110).

       PROCEDURE DIVISION.

      * release-of-information receivable - every released request
      * whose fee is not paid in full, aged from the release date
      * in 30-day buckets, with the bucket totals. These fees are
      * carried on ROIREQ alone (roi-maint.cob), never on a
      * patient's account, so this is the only place they age.
      * Requests logged but not yet released are counted at the
      * foot.
       P0.
           OPEN INPUT ROIREQ.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO AGE-TOT(1) AGE-TOT(2) AGE-TOT(3) AGE-TOT(4)

           MOVE SPACE TO PRT
           STRING "RELEASE OF INFORMATION FEES OUTSTANDING   RUN "
             T-DATE
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT AFTER PAGE
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "INVOICE         T REQUESTER                      "
             "RELEASED  DAYS         FEE     BALANCE"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01

           MOVE SPACE TO RO-KEY
           START ROIREQ KEY NOT < RO-KEY
             INVALID
               GO TO P9.

       P1.
           READ ROIREQ NEXT
             AT END
               GO TO P9.

           IF RO-STATUS = "O"
               ADD 1 TO PEND-CNTR
               GO TO P1.
           IF RO-STATUS NOT = "R"
               GO TO P1.
           COMPUTE BAL-W = RO-FEE - RO-PAID
           IF BAL-W NOT > 0
               GO TO P1.

           MOVE RO-RELEASED TO REL-DATE
           MOVE 0 TO AGE-DAYS
           IF REL-DATE NUMERIC
               COMPUTE AGE-DAYS = FUNCTION INTEGER-OF-DATE (T-DATE9)
                 - FUNCTION INTEGER-OF-DATE (REL-DATE9).
           EVALUATE TRUE
             WHEN AGE-DAYS < 31
               MOVE 1 TO B
             WHEN AGE-DAYS < 61
               MOVE 2 TO B
             WHEN AGE-DAYS < 91
               MOVE 3 TO B
             WHEN OTHER
               MOVE 4 TO B
           END-EVALUATE
           ADD BAL-W TO AGE-TOT(B) GRAND-TOT
           ADD 1 TO OPEN-CNTR

           MOVE SPACE TO PRT
           STRING "ROI-" RO-GARNO "-" RO-SEQ " " RO-TYPE " "
             RO-REQUESTER " " RO-RELEASED
             DELIMITED BY SIZE INTO PRT
           MOVE AGE-DAYS TO NEF-5
           MOVE NEF-5 TO PRT(58:5)
           MOVE RO-FEE TO NEF-11
           MOVE NEF-11 TO PRT(64:11)
           MOVE BAL-W TO NEF-11
           MOVE NEF-11 TO PRT(76:11)
           WRITE FILEOUT01 FROM PRT
           GO TO P1.

       P9.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           MOVE "0-30 DAYS" TO PRT(1:20)
           MOVE AGE-TOT(1) TO NEF-11
           MOVE NEF-11 TO PRT(76:11)
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           MOVE "31-60 DAYS" TO PRT(1:20)
           MOVE AGE-TOT(2) TO NEF-11
           MOVE NEF-11 TO PRT(76:11)
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           MOVE "61-90 DAYS" TO PRT(1:20)
           MOVE AGE-TOT(3) TO NEF-11
           MOVE NEF-11 TO PRT(76:11)
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           MOVE "OVER 90 DAYS" TO PRT(1:20)
           MOVE AGE-TOT(4) TO NEF-11
           MOVE NEF-11 TO PRT(76:11)
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           MOVE "TOTAL OUTSTANDING" TO PRT(1:20)
           MOVE GRAND-TOT TO NEF-11
           MOVE NEF-11 TO PRT(76:11)
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           MOVE PEND-CNTR TO NEF-5
           STRING "REQUESTS AWAITING RELEASE: " NEF-5
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT

           DISPLAY "ROI-AR - OPEN INVOICES " OPEN-CNTR
           DISPLAY "ROI-AR - AWAITING RELEASE " PEND-CNTR
           CLOSE ROIREQ FILEOUT.
           STOP RUN.

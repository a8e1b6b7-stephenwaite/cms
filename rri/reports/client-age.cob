      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. client-age.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CLIENTFILE ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CL-PAYCODE
             LOCK MODE MANUAL.

           SELECT CLIENTINV ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CI-KEY
             LOCK MODE MANUAL.

           SELECT FILEOUT ASSIGN TO "S40" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTFILE.
           COPY "clientfile.cpy".

       FD  CLIENTINV.
           COPY "clientinv.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(110).

       WORKING-STORAGE SECTION.

       01  T-DATE PIC X(8).
       01  T-DATE9 REDEFINES T-DATE PIC 9(8).
       01  INV-DATE PIC X(8).
       01  INV-DATE9 REDEFINES INV-DATE PIC 9(8).
       01  AGE-DAYS PIC S9(5).
       01  BAL-W PIC S9(7)V99.
       01  B PIC 9.
       01  CL-AGE01.
           02 CL-AGE PIC S9(7)V99 OCCURS 5 TIMES.
       01  TOT-AGE01.
           02 TOT-AGE PIC S9(9)V99 OCCURS 5 TIMES.
       01  CL-INVS PIC 9(5).
       01  CLIENT-CNTR PIC 9(5) VALUE 0.
       01  NEF-5 PIC ZZZZ9.
       01  NEF-12 PIC -(8)9.99.
       01  PRT PIC X(110).

       PROCEDURE DIVISION.

      * client receivable aging - one line per client with an open
      * balance, its open invoices aged from the invoice date into
      * current, 31-60, 61-90, 91-120 and over-120 columns, and the
      * column totals. The client side of the house only - patient
      * and insurance aging never see these dollars.
       P0.
           OPEN INPUT CLIENTFILE CLIENTINV.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO TOT-AGE(1) TOT-AGE(2) TOT-AGE(3) TOT-AGE(4)
             TOT-AGE(5)

           MOVE SPACE TO PRT
           STRING "CLIENT RECEIVABLE AGING   RUN " T-DATE
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT AFTER PAGE
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "CODE CLIENT                          INVS"
             "      CURRENT        31-60        61-90"
             "       91-120     OVER 120"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01

           MOVE SPACE TO CL-PAYCODE
           START CLIENTFILE KEY NOT < CL-PAYCODE
             INVALID
               GO TO P9.

       P1.
           READ CLIENTFILE NEXT
             AT END
               GO TO P9.
           MOVE 0 TO CL-AGE(1) CL-AGE(2) CL-AGE(3) CL-AGE(4)
             CL-AGE(5) CL-INVS
           PERFORM AGE-CLIENT THRU AGE-CLIENT-EXIT
           IF CL-INVS = 0
               GO TO P1.

           ADD 1 TO CLIENT-CNTR
           MOVE SPACE TO PRT
           MOVE CL-INVS TO NEF-5
           STRING CL-PAYCODE "  " CL-NAME " " NEF-5
             DELIMITED BY SIZE INTO PRT
           MOVE 1 TO B
           PERFORM PRINT-COLS THRU PRINT-COLS-EXIT
           WRITE FILEOUT01 FROM PRT
           GO TO P1.

       AGE-CLIENT.
           MOVE CL-PAYCODE TO CI-PAYCODE
           MOVE SPACE TO CI-PERIOD
           START CLIENTINV KEY NOT < CI-KEY
             INVALID
               GO TO AGE-CLIENT-EXIT.

       AGE-CLIENT-1.
           READ CLIENTINV NEXT
             AT END
               GO TO AGE-CLIENT-EXIT.
           IF CI-PAYCODE NOT = CL-PAYCODE
               GO TO AGE-CLIENT-EXIT.
           IF CI-STATUS NOT = "O"
               GO TO AGE-CLIENT-1.
           COMPUTE BAL-W = CI-AMOUNT - CI-PAID - CI-ADJ
           IF BAL-W = 0
               GO TO AGE-CLIENT-1.

           MOVE CI-DATE TO INV-DATE
           MOVE 0 TO AGE-DAYS
           IF INV-DATE NUMERIC
               COMPUTE AGE-DAYS = FUNCTION INTEGER-OF-DATE (T-DATE9)
                 - FUNCTION INTEGER-OF-DATE (INV-DATE9).
           EVALUATE TRUE
             WHEN AGE-DAYS < 31
               MOVE 1 TO B
             WHEN AGE-DAYS < 61
               MOVE 2 TO B
             WHEN AGE-DAYS < 91
               MOVE 3 TO B
             WHEN AGE-DAYS < 121
               MOVE 4 TO B
             WHEN OTHER
               MOVE 5 TO B
           END-EVALUATE
           ADD BAL-W TO CL-AGE(B) TOT-AGE(B)
           ADD 1 TO CL-INVS
           GO TO AGE-CLIENT-1.

       AGE-CLIENT-EXIT.
           EXIT.

      * the five amount columns at 43, 56, 69, 82, 95.
       PRINT-COLS.
           IF B > 5
               GO TO PRINT-COLS-EXIT.
           MOVE CL-AGE(B) TO NEF-12
           MOVE NEF-12 TO PRT(30 + B * 13:12)
           ADD 1 TO B
           GO TO PRINT-COLS.
       PRINT-COLS-EXIT.
           EXIT.

       P9.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE TOT-AGE(1) TO CL-AGE(1)
           MOVE TOT-AGE(2) TO CL-AGE(2)
           MOVE TOT-AGE(3) TO CL-AGE(3)
           MOVE TOT-AGE(4) TO CL-AGE(4)
           MOVE TOT-AGE(5) TO CL-AGE(5)
           MOVE SPACE TO PRT
           MOVE "TOTAL" TO PRT(1:5)
           MOVE 1 TO B
           PERFORM PRINT-COLS THRU PRINT-COLS-EXIT
           WRITE FILEOUT01 FROM PRT

           DISPLAY "CLIENT-AGE - CLIENTS WITH A BALANCE " CLIENT-CNTR
           CLOSE CLIENTFILE CLIENTINV FILEOUT.
           STOP RUN.

      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. idr-rpt.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT IDRCASE ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS IC-KEY
             LOCK MODE MANUAL.

           SELECT FILEOUT ASSIGN TO "S35" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  IDRCASE.
           COPY "idrcase.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(110).

       WORKING-STORAGE SECTION.

       01  PAYER-TAB01.
           02 PAYER-ENT OCCURS 60 TIMES.
             03 PY-INS PIC XXX.
             03 PY-CASES PIC 9(5).
             03 PY-SETTLED PIC 9(5).
             03 PY-WON PIC 9(5).
             03 PY-LOST PIC 9(5).
             03 PY-OPEN PIC 9(5).
             03 PY-DROPPED PIC 9(5).
             03 PY-RECOVERED PIC S9(7)V99.
             03 PY-FEES PIC S9(7)V99.
       01  PAYER-CNTR PIC 99 VALUE 0.
       01  Z PIC 99.
       01  P PIC 99.
       01  DECIDED-W PIC 9(5).
       01  RATE-W PIC 999.
       01  NET-W PIC S9(7)V99.
       01  T-DATE PIC X(8).
       01  CASE-CNTR PIC 9(7) VALUE 0.
       01  TOT-RECOVERED PIC S9(7)V99 VALUE 0.
       01  TOT-FEES PIC S9(7)V99 VALUE 0.
       01  NEF-5 PIC ZZZZ9.
       01  NEF-11 PIC -(7)9.99.
       01  PRT PIC X(110).

       PROCEDURE DIVISION.

      * No Surprises Act results by payer - how many disputes each
      * payer has faced, how they ended (settled in negotiation, won
      * or lost at IDR, dropped, still open), the dollars recovered
      * beyond the initial payments and the IDR fees it cost to get
      * them. The win rate is wins over cases the entity decided.
       P0.
           OPEN INPUT IDRCASE.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

           MOVE SPACE TO PAYER-TAB01
           MOVE SPACE TO IC-KEY
           START IDRCASE KEY NOT < IC-KEY
             INVALID
               GO TO P9.

       P1.
           READ IDRCASE NEXT
             AT END
               GO TO P9.

           ADD 1 TO CASE-CNTR
           PERFORM FIND-PAYER THRU FIND-PAYER-EXIT
           ADD 1 TO PY-CASES(P)
           EVALUATE IC-STATUS
             WHEN "S"
               ADD 1 TO PY-SETTLED(P)
             WHEN "W"
               ADD 1 TO PY-WON(P)
             WHEN "L"
               ADD 1 TO PY-LOST(P)
             WHEN "X"
               ADD 1 TO PY-DROPPED(P)
             WHEN OTHER
               ADD 1 TO PY-OPEN(P)
           END-EVALUATE
           ADD IC-RECOVERED TO PY-RECOVERED(P) TOT-RECOVERED
           ADD IC-ADMIN-FEE IC-ENTITY-FEE TO PY-FEES(P)
           ADD IC-ADMIN-FEE IC-ENTITY-FEE TO TOT-FEES
           GO TO P1.

      * a full table lumps the rest into its last row.
       FIND-PAYER.
           MOVE 1 TO Z.
       FIND-PAYER-1.
           IF Z > PAYER-CNTR
               GO TO FIND-PAYER-2.
           IF PY-INS(Z) = IC-PAYCODE
               MOVE Z TO P
               GO TO FIND-PAYER-EXIT.
           ADD 1 TO Z
           GO TO FIND-PAYER-1.
       FIND-PAYER-2.
           IF PAYER-CNTR = 60
               MOVE 60 TO P
               MOVE "OTH" TO PY-INS(P)
               GO TO FIND-PAYER-EXIT.
           ADD 1 TO PAYER-CNTR
           MOVE PAYER-CNTR TO P
           MOVE IC-PAYCODE TO PY-INS(P)
           MOVE 0 TO PY-CASES(P) PY-SETTLED(P) PY-WON(P) PY-LOST(P)
             PY-OPEN(P) PY-DROPPED(P) PY-RECOVERED(P) PY-FEES(P).
       FIND-PAYER-EXIT.
           EXIT.

       P9.
           MOVE SPACE TO PRT
           STRING "NO SURPRISES ACT DISPUTE RESULTS BY PAYER   RUN "
             T-DATE
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT AFTER PAGE
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "PAYER CASES SETTLD   WON  LOST  OPEN  DROP  WIN%"
             "     RECOVERED     IDR FEES   NET RECOVERED"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01

           MOVE 1 TO Z
           PERFORM PRINT-PAYER THRU PRINT-PAYER-EXIT

           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           MOVE "TOTAL" TO PRT(1:5)
           MOVE CASE-CNTR TO NEF-5
           MOVE NEF-5 TO PRT(7:5)
           MOVE TOT-RECOVERED TO NEF-11
           MOVE NEF-11 TO PRT(54:11)
           MOVE TOT-FEES TO NEF-11
           MOVE NEF-11 TO PRT(67:11)
           COMPUTE NET-W = TOT-RECOVERED - TOT-FEES
           MOVE NET-W TO NEF-11
           MOVE NEF-11 TO PRT(83:11)
           WRITE FILEOUT01 FROM PRT

           DISPLAY "IDR-RPT - CASES " CASE-CNTR
           GO TO P99.

       PRINT-PAYER.
           IF Z > PAYER-CNTR
               GO TO PRINT-PAYER-EXIT.
           MOVE SPACE TO PRT
           MOVE PY-INS(Z) TO PRT(1:3)
           MOVE PY-CASES(Z) TO NEF-5
           MOVE NEF-5 TO PRT(7:5)
           MOVE PY-SETTLED(Z) TO NEF-5
           MOVE NEF-5 TO PRT(13:5)
           MOVE PY-WON(Z) TO NEF-5
           MOVE NEF-5 TO PRT(19:5)
           MOVE PY-LOST(Z) TO NEF-5
           MOVE NEF-5 TO PRT(25:5)
           MOVE PY-OPEN(Z) TO NEF-5
           MOVE NEF-5 TO PRT(31:5)
           MOVE PY-DROPPED(Z) TO NEF-5
           MOVE NEF-5 TO PRT(37:5)
           COMPUTE DECIDED-W = PY-WON(Z) + PY-LOST(Z)
           IF DECIDED-W > 0
               COMPUTE RATE-W ROUNDED = PY-WON(Z) * 100 / DECIDED-W
           ELSE
               MOVE 0 TO RATE-W.
           MOVE RATE-W TO PRT(45:3)
           MOVE PY-RECOVERED(Z) TO NEF-11
           MOVE NEF-11 TO PRT(54:11)
           MOVE PY-FEES(Z) TO NEF-11
           MOVE NEF-11 TO PRT(67:11)
           COMPUTE NET-W = PY-RECOVERED(Z) - PY-FEES(Z)
           MOVE NET-W TO NEF-11
           MOVE NEF-11 TO PRT(83:11)
           WRITE FILEOUT01 FROM PRT
           ADD 1 TO Z
           GO TO PRINT-PAYER.
       PRINT-PAYER-EXIT.
           EXIT.

       P99.
           CLOSE IDRCASE FILEOUT.
           STOP RUN.

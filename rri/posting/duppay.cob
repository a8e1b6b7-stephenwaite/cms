      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. duppay.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * one line, the number of days back to look - a pair is listed
      * when either payment posted inside the window. Empty or
      * missing is the weekly run, 7.
           SELECT OPTIONAL PARMFILE ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT REMITLN ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS RL-KEY
             LOCK MODE MANUAL.

           SELECT PAYCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
             LOCK MODE MANUAL.

           SELECT FILEOUT ASSIGN TO "S45" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PARMFILE.
       01  PARMFILE01 PIC X(10).

       FD  REMITLN.
           COPY "remitln.cpy".

       FD  PAYCUR.
           COPY "paycur.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(132).

       WORKING-STORAGE SECTION.

       01  T-DATE PIC X(8).
       01  T-DATE9 REDEFINES T-DATE PIC 9(8).
       01  CUT-DATE PIC X(8).
       01  CUT-DATE9 REDEFINES CUT-DATE PIC 9(8).
       01  DAYS-BACK PIC 999 VALUE 7.
       01  ROW-CNTR PIC 9(7) VALUE 0.
       01  PAIR-CNTR PIC 9(7) VALUE 0.
       01  TWICE-CNTR PIC 9(7) VALUE 0.
       01  CLEARED-CNTR PIC 9(7) VALUE 0.
       01  DUP-TOTAL PIC S9(7)V99 VALUE 0.
       01  HOLD-GROUP PIC X(20) VALUE SPACE.
       01  HOLD-TRACE PIC X(30).
       01  HOLD-PAYERID PIC X(10).
       01  HOLD-AMOUNT PIC S9(5)V99.
       01  HOLD-DATE PIC X(8).
       01  HOLD-PROGRAM PIC X(8).
       01  MATCH-A PIC 99.
       01  MATCH-B PIC 99.
       01  REV-FOUND PIC X.
       01  NEF-A PIC -(5)9.99.
       01  NEF-T PIC -(7)9.99.
       01  NEF-D PIC ZZ9.
       01  LINE-ALF PIC X(12).
       01  PRT PIC X(132).

       PROCEDURE DIVISION.

      * the weekly duplicate-payment scan for the refund desk. Every
      * service-line payment the 835 posters put on PAYCUR is also on
      * REMITLN under account + claim + charge line + payer + remit
      * trace, so two rows under the same line and payer with two
      * different traces are the same payer paying the line twice.
      * A pair is listed when PAYCUR still holds both payments and no
      * reversal (RV) or takeback (TB) for that payer and claim has
      * since cleared it; one remit posted twice under a supervisor
      * override is listed the same way. Both traces are shown so the
      * overpayment can be returned against the right remit.
       P0.
           OPEN INPUT PARMFILE REMITLN PAYCUR.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

           READ PARMFILE
             AT END
               GO TO P0-1.
           IF PARMFILE01 NOT = SPACE
             AND FUNCTION TEST-NUMVAL (PARMFILE01) = 0
               MOVE FUNCTION NUMVAL (PARMFILE01) TO DAYS-BACK.

       P0-1.
           MOVE FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE (T-DATE9) - DAYS-BACK)
             TO CUT-DATE9
           MOVE DAYS-BACK TO NEF-D
           MOVE SPACE TO PRT
           STRING "DUPLICATE PAYER PAYMENTS " T-DATE
             "  - PAID SINCE " CUT-DATE " (" NEF-D " DAYS)"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01

           MOVE SPACE TO RL-KEY
           START REMITLN KEY NOT < RL-KEY
             INVALID
               GO TO P9.

       P1.
           READ REMITLN NEXT
             AT END
               GO TO P9.
           ADD 1 TO ROW-CNTR

           IF RL-LINES > 1 AND RL-DATE NOT < CUT-DATE
               PERFORM TWICE-CHK THRU TWICE-CHK-EXIT.

           IF RL-KEY (1:20) NOT = HOLD-GROUP
               MOVE RL-KEY (1:20) TO HOLD-GROUP
               MOVE RL-TRACE TO HOLD-TRACE
               MOVE RL-PAYERID TO HOLD-PAYERID
               MOVE RL-AMOUNT TO HOLD-AMOUNT
               MOVE RL-DATE TO HOLD-DATE
               MOVE RL-PROGRAM TO HOLD-PROGRAM
               GO TO P1.

           IF RL-DATE < CUT-DATE AND HOLD-DATE < CUT-DATE
               GO TO P1.
           PERFORM PAY-CHK THRU PAY-CHK-EXIT
           IF REV-FOUND = "Y"
               ADD 1 TO CLEARED-CNTR
               GO TO P1.
           IF HOLD-AMOUNT = RL-AMOUNT AND MATCH-A < 2
               ADD 1 TO CLEARED-CNTR
               GO TO P1.
           IF HOLD-AMOUNT NOT = RL-AMOUNT
             AND (MATCH-A = 0 OR MATCH-B = 0)
               ADD 1 TO CLEARED-CNTR
               GO TO P1.

           ADD 1 TO PAIR-CNTR
           SUBTRACT RL-AMOUNT FROM DUP-TOTAL
           PERFORM PRINT-HEAD
           MOVE HOLD-AMOUNT TO NEF-A
           MOVE SPACE TO PRT
           STRING "    REMIT " HOLD-TRACE " " HOLD-PAYERID "  POSTED "
             HOLD-DATE " " NEF-A "  " HOLD-PROGRAM
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE RL-AMOUNT TO NEF-A
           MOVE SPACE TO PRT
           STRING "    REMIT " RL-TRACE " " RL-PAYERID "  POSTED "
             RL-DATE " " NEF-A "  " RL-PROGRAM
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           GO TO P1.

      * one remit posted onto the line more than once - its lines
      * were added into the one row. Listed unless cleared since.
       TWICE-CHK.
           PERFORM PAY-CHK THRU PAY-CHK-EXIT
           IF REV-FOUND = "Y"
               ADD 1 TO CLEARED-CNTR
               GO TO TWICE-CHK-EXIT.
           ADD 1 TO TWICE-CNTR
           PERFORM PRINT-HEAD
           MOVE RL-AMOUNT TO NEF-A
           MOVE RL-LINES TO NEF-D
           MOVE SPACE TO PRT
           STRING "    REMIT " RL-TRACE " " RL-PAYERID "  POSTED "
             RL-DATE " " NEF-A "  " RL-PROGRAM "  SAME REMIT POSTED "
             NEF-D " TIMES" DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.

       TWICE-CHK-EXIT.
           EXIT.

       PRINT-HEAD.
           MOVE SPACE TO LINE-ALF
           IF RL-CHG-KEY3 = SPACE
               MOVE "NOT MATCHED" TO LINE-ALF
           ELSE
               MOVE RL-CHG-KEY3 TO LINE-ALF.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "ACCOUNT " RL-GARNO "  CLAIM " RL-CLAIM
             "  CHARGE LINE " LINE-ALF "  PAYER " RL-PAYCODE
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.

      * the account's PAYCUR lines for this payer and claim - a
      * reversal or takeback means the money has already been dealt
      * with; otherwise MATCH-A/MATCH-B count the payment lines still
      * carrying the first and the second remit's amount.
       PAY-CHK.
           MOVE "N" TO REV-FOUND
           MOVE 0 TO MATCH-A MATCH-B
           MOVE RL-GARNO TO PC-KEY8
           MOVE SPACE TO PC-KEY3
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO PAY-CHK-EXIT.

       PAY-CHK-1.
           READ PAYCUR NEXT
             AT END
               GO TO PAY-CHK-EXIT.
           IF PC-KEY8 NOT = RL-GARNO
               GO TO PAY-CHK-EXIT.
           IF PC-PAYCODE NOT = RL-PAYCODE OR PC-CLAIM NOT = RL-CLAIM
               GO TO PAY-CHK-1.
           IF PC-DENIAL = "RV" OR PC-DENIAL = "TB"
               MOVE "Y" TO REV-FOUND
               GO TO PAY-CHK-EXIT.
           IF PC-AMOUNT = HOLD-AMOUNT
               ADD 1 TO MATCH-A.
           IF PC-AMOUNT = RL-AMOUNT
               ADD 1 TO MATCH-B.
           GO TO PAY-CHK-1.

       PAY-CHK-EXIT.
           EXIT.

       P9.
           MOVE DUP-TOTAL TO NEF-T
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "SUSPECTED DUPLICATE PAYMENTS " PAIR-CNTR
             "  SAME REMIT TWICE " TWICE-CNTR
             "  SECOND PAYMENTS TOTAL " NEF-T
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT

           DISPLAY "DUPPAY - REMIT LINES READ: " ROW-CNTR
           DISPLAY "DUPPAY - DUPLICATE PAIRS: " PAIR-CNTR
           DISPLAY "DUPPAY - SAME REMIT TWICE: " TWICE-CNTR
           DISPLAY "DUPPAY - ALREADY CLEARED: " CLEARED-CNTR
           CLOSE PARMFILE REMITLN PAYCUR FILEOUT.
           STOP RUN.

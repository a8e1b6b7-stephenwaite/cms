      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. client-stmt.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * lines 1-3: the practice name, street and city/state/zip the
      * statements come from.
           SELECT PARMFILE ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT CLIENTFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CL-PAYCODE
             LOCK MODE MANUAL.

           SELECT CLIENTINV ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CI-KEY
             LOCK MODE MANUAL.

           SELECT CLIENTPAY ASSIGN TO "S45" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CP-KEY
             LOCK MODE MANUAL.

      * the statements, one client to a set of pages.
           SELECT FILEOUT ASSIGN TO "S50" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PARMFILE.
       01  PARMFILE01 PIC X(40).

       FD  CLIENTFILE.
           COPY "clientfile.cpy".

       FD  CLIENTINV.
           COPY "clientinv.cpy".

       FD  CLIENTPAY.
           COPY "clientpay.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(80).

       WORKING-STORAGE SECTION.

       01  T-DATE PIC X(8).
       01  T-DATE9 REDEFINES T-DATE PIC 9(8).
       01  INV-DATE PIC X(8).
       01  INV-DATE9 REDEFINES INV-DATE PIC 9(8).
       01  AGE-DAYS PIC S9(5).
       01  PRAC-NAME PIC X(40).
       01  PRAC-STREET PIC X(40).
       01  PRAC-CSZ PIC X(40).
       01  BAL-W PIC S9(7)V99.
       01  DUE-TOT PIC S9(7)V99.
       01  PAST-DUE PIC S9(7)V99.
       01  B PIC 9.
       01  AGE01.
           02 AGE-AMT PIC S9(7)V99 OCCURS 4 TIMES.
       01  LINE-CNT PIC 99.
       01  PAGE-NO PIC 999.
       01  NEF-11 PIC -(7)9.99.
       01  PRT PIC X(80).

       01  STMT-CNTR PIC 9(5) VALUE 0.
       01  STMT-TOT PIC S9(9)V99 VALUE 0.

       PROCEDURE DIVISION.

      * client statements - for every client that owes anything,
      * each open invoice (client-inv.cob) with what it billed,
      * what has been paid and adjusted against it, and its
      * balance, the payments and adjustments client-post.cob
      * posted to it underneath, and the balance aged from the
      * invoice dates. An invoice past its due date is marked.
      * Clients carried on the books but paid up get no statement.
       P0.
           OPEN INPUT PARMFILE CLIENTFILE CLIENTINV CLIENTPAY.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

           MOVE SPACE TO PRAC-NAME PRAC-STREET PRAC-CSZ
           READ PARMFILE
             AT END
               GO TO P0A.
           MOVE PARMFILE01 TO PRAC-NAME
           READ PARMFILE
             AT END
               GO TO P0A.
           MOVE PARMFILE01 TO PRAC-STREET
           READ PARMFILE
             AT END
               GO TO P0A.
           MOVE PARMFILE01 TO PRAC-CSZ.

       P0A.
           MOVE SPACE TO CL-PAYCODE
           START CLIENTFILE KEY NOT < CL-PAYCODE
             INVALID
               GO TO P9.

       P1.
           READ CLIENTFILE NEXT
             AT END
               GO TO P9.
           MOVE 0 TO DUE-TOT PAST-DUE AGE-AMT(1) AGE-AMT(2)
             AGE-AMT(3) AGE-AMT(4)
           PERFORM SUM-CLIENT THRU SUM-CLIENT-EXIT
           IF DUE-TOT NOT > 0
               GO TO P1.

           ADD 1 TO STMT-CNTR
           ADD DUE-TOT TO STMT-TOT
           MOVE 0 TO PAGE-NO
           PERFORM PRINT-HEAD THRU PRINT-HEAD-EXIT
           PERFORM PRINT-INVS THRU PRINT-INVS-EXIT
           PERFORM PRINT-FOOT THRU PRINT-FOOT-EXIT
           GO TO P1.

      * the client's open balance and its aging, before anything is
      * printed.
       SUM-CLIENT.
           MOVE CL-PAYCODE TO CI-PAYCODE
           MOVE SPACE TO CI-PERIOD
           START CLIENTINV KEY NOT < CI-KEY
             INVALID
               GO TO SUM-CLIENT-EXIT.

       SUM-CLIENT-1.
           READ CLIENTINV NEXT
             AT END
               GO TO SUM-CLIENT-EXIT.
           IF CI-PAYCODE NOT = CL-PAYCODE
               GO TO SUM-CLIENT-EXIT.
           IF CI-STATUS NOT = "O"
               GO TO SUM-CLIENT-1.
           COMPUTE BAL-W = CI-AMOUNT - CI-PAID - CI-ADJ
           IF BAL-W = 0
               GO TO SUM-CLIENT-1.

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
             WHEN OTHER
               MOVE 4 TO B
           END-EVALUATE
           ADD BAL-W TO AGE-AMT(B) DUE-TOT
           IF CI-DUE < T-DATE
               ADD BAL-W TO PAST-DUE.
           GO TO SUM-CLIENT-1.

       SUM-CLIENT-EXIT.
           EXIT.

       PRINT-INVS.
           MOVE CL-PAYCODE TO CI-PAYCODE
           MOVE SPACE TO CI-PERIOD
           START CLIENTINV KEY NOT < CI-KEY
             INVALID
               GO TO PRINT-INVS-EXIT.

       PRINT-INVS-1.
           READ CLIENTINV NEXT
             AT END
               GO TO PRINT-INVS-EXIT.
           IF CI-PAYCODE NOT = CL-PAYCODE
               GO TO PRINT-INVS-EXIT.
           IF CI-STATUS NOT = "O"
               GO TO PRINT-INVS-1.
           COMPUTE BAL-W = CI-AMOUNT - CI-PAID - CI-ADJ
           IF BAL-W = 0
               GO TO PRINT-INVS-1.

           IF LINE-CNT > 52
               PERFORM PRINT-HEAD THRU PRINT-HEAD-EXIT.
           MOVE SPACE TO PRT
           STRING CI-PAYCODE "-" CI-PERIOD " " CI-DATE " " CI-DUE
             DELIMITED BY SIZE INTO PRT
           MOVE CI-AMOUNT TO NEF-11
           MOVE NEF-11 TO PRT(29:11)
           MOVE CI-PAID TO NEF-11
           MOVE NEF-11 TO PRT(41:11)
           MOVE CI-ADJ TO NEF-11
           MOVE NEF-11 TO PRT(53:11)
           MOVE BAL-W TO NEF-11
           MOVE NEF-11 TO PRT(65:11)
           IF CI-DUE < T-DATE
               MOVE "PD" TO PRT(77:2).
           WRITE FILEOUT01 FROM PRT
           ADD 1 TO LINE-CNT
           PERFORM PRINT-PAYS THRU PRINT-PAYS-EXIT
           GO TO PRINT-INVS-1.

       PRINT-INVS-EXIT.
           EXIT.

      * what client-post.cob posted against the invoice, indented
      * under it.
       PRINT-PAYS.
           MOVE CI-PAYCODE TO CP-PAYCODE
           MOVE CI-PERIOD TO CP-PERIOD
           MOVE 0 TO CP-SEQ
           START CLIENTPAY KEY NOT < CP-KEY
             INVALID
               GO TO PRINT-PAYS-EXIT.

       PRINT-PAYS-1.
           READ CLIENTPAY NEXT
             AT END
               GO TO PRINT-PAYS-EXIT.
           IF CP-PAYCODE NOT = CI-PAYCODE
             OR CP-PERIOD NOT = CI-PERIOD
               GO TO PRINT-PAYS-EXIT.
           IF LINE-CNT > 54
               PERFORM PRINT-HEAD THRU PRINT-HEAD-EXIT.
           MOVE SPACE TO PRT
           IF CP-TYPE = "P"
               STRING "    " CP-DATE " PAYMENT CHECK " CP-CHECK
                 DELIMITED BY SIZE INTO PRT
           ELSE
               STRING "    " CP-DATE " ADJUSTMENT"
                 DELIMITED BY SIZE INTO PRT.
           MOVE CP-AMOUNT TO NEF-11
           IF CP-TYPE = "P"
               MOVE NEF-11 TO PRT(41:11)
           ELSE
               MOVE NEF-11 TO PRT(53:11).
           WRITE FILEOUT01 FROM PRT
           ADD 1 TO LINE-CNT
           GO TO PRINT-PAYS-1.

       PRINT-PAYS-EXIT.
           EXIT.

       PRINT-FOOT.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "     CURRENT       31-60       61-90     OVER 90"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           MOVE AGE-AMT(1) TO NEF-11
           MOVE NEF-11 TO PRT(2:11)
           MOVE AGE-AMT(2) TO NEF-11
           MOVE NEF-11 TO PRT(14:11)
           MOVE AGE-AMT(3) TO NEF-11
           MOVE NEF-11 TO PRT(26:11)
           MOVE AGE-AMT(4) TO NEF-11
           MOVE NEF-11 TO PRT(38:11)
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           IF PAST-DUE > 0
               MOVE SPACE TO PRT
               MOVE PAST-DUE TO NEF-11
               STRING "PAST DUE (PD) " NEF-11
                 DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT.
           MOVE SPACE TO PRT
           MOVE "TOTAL DUE" TO PRT(53:9)
           MOVE DUE-TOT TO NEF-11
           MOVE NEF-11 TO PRT(65:11)
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           STRING "PLEASE RETURN THE INVOICE NUMBERS WITH YOUR PAYMENT"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.
       PRINT-FOOT-EXIT.
           EXIT.

       PRINT-HEAD.
           ADD 1 TO PAGE-NO
           MOVE PRAC-NAME TO FILEOUT01
           WRITE FILEOUT01 AFTER PAGE
           MOVE PRAC-STREET TO FILEOUT01
           WRITE FILEOUT01
           MOVE PRAC-CSZ TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "STATEMENT " CL-PAYCODE "   DATE " T-DATE
             "   PAGE " PAGE-NO
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE CL-NAME TO FILEOUT01
           WRITE FILEOUT01
           IF CL-ATTN NOT = SPACE
               MOVE SPACE TO PRT
               STRING "ATTN: " CL-ATTN DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT.
           MOVE CL-STREET TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING CL-CITY " " CL-STATE " " CL-ZIP
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "INVOICE    DATE     DUE          BILLED"
             "        PAID    ADJUSTED     BALANCE"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE 15 TO LINE-CNT.
       PRINT-HEAD-EXIT.
           EXIT.

       P9.
           MOVE STMT-TOT TO NEF-11
           DISPLAY "CLIENT-STMT - STATEMENTS: " STMT-CNTR
           DISPLAY "CLIENT-STMT - AMOUNT DUE: " NEF-11
           CLOSE PARMFILE CLIENTFILE CLIENTINV CLIENTPAY FILEOUT.
           STOP RUN.

      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pctcrpt.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * line 1: the month YYYYMM (blank = last month).
           SELECT PARMFILE ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT PCTCLOG ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PX-KEY
             LOCK MODE MANUAL.

           SELECT CHARCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-DAT1 WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT FILEOUT ASSIGN TO "S45" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PARMFILE.
       01  PARMFILE01 PIC X(10).

       FD  PCTCLOG.
           COPY "pctclog.cpy".

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(110).

       WORKING-STORAGE SECTION.

       01  T-DATE PIC X(8).
       01  T-DATE-R REDEFINES T-DATE.
           02 T-YYYY PIC 9(4).
           02 T-MM PIC 99.
           02 T-DD PIC 99.
       01  PERIOD PIC X(6).
       01  PERIOD-R REDEFINES PERIOD.
           02 PER-YYYY PIC 9(4).
           02 PER-MM PIC 99.

      * the month by department (CDM prefix) and problem.
       01  DEPT-TAB01.
           02 DEPT-ENT OCCURS 200 TIMES.
             03 DP-DEPT PIC X(4).
             03 DP-F PIC 9(5).
             03 DP-O PIC 9(5).
             03 DP-N PIC 9(5).
             03 DP-FIXED PIC 9(5).
             03 DP-AMT PIC S9(7)V99.
       01  DEPT-CNTR PIC 999 VALUE 0.
       01  X PIC 999.

       01  NOW-MODS PIC X(8).
       01  NOW-WHAT PIC X(9).
       01  TOT-F PIC 9(6) VALUE 0.
       01  TOT-O PIC 9(6) VALUE 0.
       01  TOT-N PIC 9(6) VALUE 0.
       01  TOT-FIXED PIC 9(6) VALUE 0.
       01  TOT-AMT PIC S9(9)V99 VALUE 0.
       01  NEF-5 PIC ZZZZ9.
       01  NEF-11 PIC -(7)9.99.
       01  PRT PIC X(110).

       PROCEDURE DIVISION.

      * professional/technical component edit - what the
      * scrubber's PC/TC edit (prebill-scrub.cob) first caught in
      * the month, line by line, then counted by department (the
      * CDM prefix) and problem: F a facility read without a 26,
      * O an office study carrying 26 or TC, N 26/TC on a code
      * with no split. Each line is checked against CHARCUR as it
      * stands now - CORRECTED when its modifiers have since been
      * changed, GONE when the line is no longer on file.
       P0.
           OPEN INPUT PARMFILE PCTCLOG CHARCUR.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

           MOVE SPACE TO PERIOD
           READ PARMFILE
             AT END
               GO TO P0A.
           MOVE PARMFILE01(1:6) TO PERIOD.

       P0A.
           IF PERIOD NOT NUMERIC
               MOVE T-YYYY TO PER-YYYY
               MOVE T-MM TO PER-MM
               IF PER-MM = 1
                   MOVE 12 TO PER-MM
                   SUBTRACT 1 FROM PER-YYYY
               ELSE
                   SUBTRACT 1 FROM PER-MM.

           MOVE SPACE TO PRT
           STRING "PC/TC MODIFIER EDIT - CAUGHT IN " PERIOD
             "   RUN " T-DATE
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT AFTER PAGE
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "CAUGHT   P DEPT CHARGE      CLAIM  CPT   MODS    "
             " PL I DR  SERVICE                    AMOUNT NOW"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01

           MOVE SPACE TO PX-KEY
           START PCTCLOG KEY NOT < PX-KEY
             INVALID
               GO TO P5.

       P1.
           READ PCTCLOG NEXT
             AT END
               GO TO P5.
           IF PX-DATE-F(1:6) NOT = PERIOD
               GO TO P1.

           MOVE "OPEN" TO NOW-WHAT
           MOVE PX-CHARKEY TO CHARCUR-KEY
           READ CHARCUR
             INVALID
               MOVE "GONE" TO NOW-WHAT
               GO TO P2.
           MOVE SPACE TO NOW-MODS
           STRING CC-PROC2 CC-MOD2 CC-MOD3 CC-MOD4
             DELIMITED BY SIZE INTO NOW-MODS
           IF NOW-MODS NOT = PX-MODS
               MOVE "CORRECTED" TO NOW-WHAT.

       P2.
           PERFORM FIND-DEPT THRU FIND-DEPT-EXIT
           EVALUATE PX-CODE
             WHEN "F"
               ADD 1 TO DP-F(X) TOT-F
             WHEN "O"
               ADD 1 TO DP-O(X) TOT-O
             WHEN OTHER
               ADD 1 TO DP-N(X) TOT-N
           END-EVALUATE
           IF NOW-WHAT = "CORRECTED"
               ADD 1 TO DP-FIXED(X) TOT-FIXED.
           ADD PX-AMOUNT TO DP-AMT(X) TOT-AMT

           MOVE SPACE TO PRT
           STRING PX-DATE-F " " PX-CODE " " PX-DEPT " " PX-CHARKEY
             " " PX-CLAIM " " PX-CPT " " PX-MODS " " PX-PLACE "  "
             PX-IND " " PX-DOCR " " PX-DAT1
             DELIMITED BY SIZE INTO PRT
           MOVE PX-AMOUNT TO NEF-11
           MOVE NEF-11 TO PRT(82:11)
           MOVE NOW-WHAT TO PRT(94:9)
           WRITE FILEOUT01 FROM PRT
           GO TO P1.

       FIND-DEPT.
           MOVE 1 TO X.
       FIND-DEPT-1.
           IF X > DEPT-CNTR
               GO TO FIND-DEPT-2.
           IF DP-DEPT(X) = PX-DEPT
               GO TO FIND-DEPT-EXIT.
           ADD 1 TO X
           GO TO FIND-DEPT-1.
       FIND-DEPT-2.
           IF DEPT-CNTR = 200
               MOVE 200 TO X
               GO TO FIND-DEPT-EXIT.
           ADD 1 TO DEPT-CNTR
           MOVE DEPT-CNTR TO X
           MOVE PX-DEPT TO DP-DEPT(X)
           MOVE 0 TO DP-F(X) DP-O(X) DP-N(X) DP-FIXED(X) DP-AMT(X).
       FIND-DEPT-EXIT.
           EXIT.

       P5.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "BY DEPARTMENT (CDM)  NO 26 AT FACILITY"
             "  26/TC IN OFFICE  NO SPLIT  CORRECTED     AMOUNT"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE 1 TO X.

       P6.
           IF X > DEPT-CNTR
               GO TO P9.
           MOVE SPACE TO PRT
           MOVE DP-DEPT(X) TO PRT(1:4)
           MOVE DP-F(X) TO NEF-5
           MOVE NEF-5 TO PRT(34:5)
           MOVE DP-O(X) TO NEF-5
           MOVE NEF-5 TO PRT(51:5)
           MOVE DP-N(X) TO NEF-5
           MOVE NEF-5 TO PRT(61:5)
           MOVE DP-FIXED(X) TO NEF-5
           MOVE NEF-5 TO PRT(72:5)
           MOVE DP-AMT(X) TO NEF-11
           MOVE NEF-11 TO PRT(77:11)
           WRITE FILEOUT01 FROM PRT
           ADD 1 TO X
           GO TO P6.

       P9.
           MOVE SPACE TO PRT
           MOVE "TOTAL" TO PRT(1:5)
           MOVE TOT-F TO NEF-5
           MOVE NEF-5 TO PRT(34:5)
           MOVE TOT-O TO NEF-5
           MOVE NEF-5 TO PRT(51:5)
           MOVE TOT-N TO NEF-5
           MOVE NEF-5 TO PRT(61:5)
           MOVE TOT-FIXED TO NEF-5
           MOVE NEF-5 TO PRT(72:5)
           MOVE TOT-AMT TO NEF-11
           MOVE NEF-11 TO PRT(77:11)
           WRITE FILEOUT01 FROM PRT

           DISPLAY "PCTCRPT - MONTH " PERIOD
           DISPLAY "PCTCRPT - DEPARTMENTS: " DEPT-CNTR
           CLOSE PARMFILE PCTCLOG CHARCUR FILEOUT.
           STOP RUN.

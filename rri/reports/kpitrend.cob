      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. kpitrend.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * line 1: the last month to show YYYYMM (blank = last month).
      * then one line per practice target, "NN,target" - NN the
      * measure number (kpihist.cpy), the target in the measure's
      * own units (days, percent, or whole dollars). A measure with
      * no target line prints without a flag.
           SELECT OPTIONAL PARMFILE ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT OPTIONAL KPIHIST ASSIGN TO "S35" ORGANIZATION IS
             INDEXED ACCESS MODE IS DYNAMIC RECORD KEY IS KH-KEY
             LOCK MODE MANUAL.

           SELECT FILEOUT ASSIGN TO "S40" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PARMFILE.
       01  PARMFILE01 PIC X(20).

       FD  KPIHIST.
           COPY "kpihist.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(132).

       WORKING-STORAGE SECTION.

       01  T-DATE PIC X(8).
       01  T-DATE-R REDEFINES T-DATE.
           02 T-YYYY PIC 9(4).
           02 T-MM PIC 99.
           02 T-DD PIC 99.
       01  W-MONTH PIC X(6).
       01  W-MONTH-R REDEFINES W-MONTH.
           02 W-YYYY PIC 9(4).
           02 W-MM PIC 99.
       01  MON-TAB01.
           02 MON-TAB PIC X(6) OCCURS 13 TIMES.

      * KN-KIND: D days, P percent, $ dollars (shown in thousands).
      * KN-DIR: H higher is better, L lower is better.
       01  KPI-NAMES.
           02 FILLER PIC X(18) VALUE "DAYS IN A/R     DL".
           02 FILLER PIC X(18) VALUE "GROSS COLL RATE%PH".
           02 FILLER PIC X(18) VALUE "NET COLL RATE % PH".
           02 FILLER PIC X(18) VALUE "A/R OVER 90 %   PL".
           02 FILLER PIC X(18) VALUE "1ST-PASS CLEAN %PH".
           02 FILLER PIC X(18) VALUE "DENIAL RATE %   PL".
           02 FILLER PIC X(18) VALUE "CHARGE LAG DAYS DL".
           02 FILLER PIC X(18) VALUE "CASH % CHARGES  PH".
           02 FILLER PIC X(18) VALUE "BAD-DEBT RATE % PL".
           02 FILLER PIC X(18) VALUE "CREDIT BAL $K   $L".
           02 FILLER PIC X(18) VALUE "A/R $K          $L".
           02 FILLER PIC X(18) VALUE "GROSS CHGS $K   $H".
           02 FILLER PIC X(18) VALUE "CASH $K         $H".
       01  KPI-NAMES-R REDEFINES KPI-NAMES.
           02 KN-ENT OCCURS 13 TIMES.
             03 KN-NAME PIC X(16).
             03 KN-KIND PIC X.
             03 KN-DIR PIC X.

       01  TARGET-TAB01.
           02 TG-ENT OCCURS 13 TIMES.
             03 TG-SET PIC X.
             03 TG-VALUE PIC S9(9)V99.

      * GR-STAT: Y a value, N nothing to measure that month, space
      * no row on file.
       01  GRID01.
           02 GR-KPI OCCURS 13 TIMES.
             03 GR-CELL OCCURS 13 TIMES.
               04 GR-STAT PIC X.
               04 GR-VALUE PIC S9(9)V99.

       01  K PIC 99.
       01  M PIC 99.
       01  CPOS PIC 999.
       01  IN-NO PIC X(2).
       01  IN-AMT PIC X(15).
       01  CELL-STAT PIC X.
       01  CELL-VALUE PIC S9(9)V99.
       01  CELL-TEXT PIC X(6).
       01  CELL-FLAG PIC X.
       01  CELL-K PIC S9(7).
       01  RED-CNTR PIC 99 VALUE 0.
       01  GREEN-CNTR PIC 99 VALUE 0.
       01  ROW-CNTR PIC 999 VALUE 0.
       01  CHG-VALUE PIC S9(9)V99.
       01  NEF-R PIC ---9.9.
       01  NEF-K PIC -----9.
       01  NEF-V PIC -(8)9.99.
       01  NEF-T PIC -(8)9.99.
       01  NEF-C PIC -(8)9.99.
       01  FLAG-WORD PIC X(5).
       01  PRT PIC X(132).

       PROCEDURE DIVISION.

      * revenue-cycle KPI trend - the board's dozen numbers for the
      * last thirteen months off KPIHIST (kpicalc.cob), one line per
      * measure, each month flagged G (on target) or R (off it)
      * against the practice targets on the parm file, then the
      * latest month set against its target, the month before and
      * the same month a year earlier. N/A is a month with nothing
      * to measure, -- a month kpicalc.cob was not run for.
       P0.
           OPEN INPUT PARMFILE KPIHIST.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

           MOVE SPACE TO W-MONTH TARGET-TAB01
           READ PARMFILE
             AT END
               GO TO P0A.
           MOVE PARMFILE01(1:6) TO W-MONTH.

       P0A.
           IF W-MONTH NOT NUMERIC
               MOVE T-YYYY TO W-YYYY
               MOVE T-MM TO W-MM
               IF W-MM = 1
                   MOVE 12 TO W-MM
                   SUBTRACT 1 FROM W-YYYY
               ELSE
                   SUBTRACT 1 FROM W-MM.
           MOVE 13 TO M.

      * the thirteen months, oldest first.
       P0B.
           MOVE W-MONTH TO MON-TAB (M)
           IF M = 1
               GO TO P0C.
           SUBTRACT 1 FROM M
           IF W-MM = 1
               MOVE 12 TO W-MM
               SUBTRACT 1 FROM W-YYYY
           ELSE
               SUBTRACT 1 FROM W-MM.
           GO TO P0B.

       P0C.
           READ PARMFILE
             AT END
               GO TO P1.
           MOVE SPACE TO IN-NO IN-AMT
           UNSTRING PARMFILE01 DELIMITED BY ","
             INTO IN-NO IN-AMT
           IF IN-NO NOT NUMERIC OR IN-AMT = SPACE
               DISPLAY "KPITREND - BAD TARGET LINE " PARMFILE01
               GO TO P0C.
           MOVE IN-NO TO K
           IF K < 1 OR K > 13
               DISPLAY "KPITREND - BAD TARGET LINE " PARMFILE01
               GO TO P0C.
           MOVE "Y" TO TG-SET (K)
           COMPUTE TG-VALUE (K) = FUNCTION NUMVAL (IN-AMT)
           GO TO P0C.

       P1.
           MOVE 1 TO K.
       P1-1.
           IF K > 13
               GO TO P2.
           MOVE 1 TO M.
       P1-2.
           IF M > 13
               ADD 1 TO K
               GO TO P1-1.
           MOVE SPACE TO GR-STAT (K M)
           MOVE 0 TO GR-VALUE (K M)
           MOVE MON-TAB (M) TO KH-MONTH
           MOVE K TO KH-KPI
           READ KPIHIST
             INVALID
               GO TO P1-3.
           ADD 1 TO ROW-CNTR
           MOVE KH-VALUE TO GR-VALUE (K M)
           MOVE "Y" TO GR-STAT (K M)
           IF K < 10 AND KH-DENOM = 0
               MOVE "N" TO GR-STAT (K M).
       P1-3.
           ADD 1 TO M
           GO TO P1-2.

       P2.
           MOVE SPACE TO PRT
           STRING "REVENUE-CYCLE KPI TREND  " MON-TAB (1) " TO "
             MON-TAB (13) "   RUN " T-DATE
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT AFTER PAGE
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           MOVE "MEASURE" TO PRT (1:7)
           MOVE 17 TO CPOS
           MOVE 1 TO M.
       P2-1.
           IF M > 13
               GO TO P2-2.
           MOVE MON-TAB (M) TO PRT (CPOS + 1:6)
           ADD 8 TO CPOS
           ADD 1 TO M
           GO TO P2-1.
       P2-2.
           MOVE "TARGET" TO PRT (CPOS + 1:6)
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE 1 TO K.

       P3.
           IF K > 13
               GO TO P4.
           MOVE SPACE TO PRT
           MOVE KN-NAME (K) TO PRT (1:16)
           MOVE 17 TO CPOS
           MOVE 1 TO M.
       P3-1.
           IF M > 13
               GO TO P3-2.
           MOVE GR-STAT (K M) TO CELL-STAT
           MOVE GR-VALUE (K M) TO CELL-VALUE
           PERFORM FMT-CELL THRU FMT-CELL-EXIT
           MOVE CELL-TEXT TO PRT (CPOS + 1:6)
           MOVE CELL-FLAG TO PRT (CPOS + 7:1)
           ADD 8 TO CPOS
           ADD 1 TO M
           GO TO P3-1.
       P3-2.
           IF TG-SET (K) = "Y"
               MOVE "Y" TO CELL-STAT
               MOVE TG-VALUE (K) TO CELL-VALUE
               PERFORM FMT-VALUE
               MOVE CELL-TEXT TO PRT (CPOS + 1:6).
           WRITE FILEOUT01 FROM PRT
           ADD 1 TO K
           GO TO P3.

      * the latest month against its target, the month before, and
      * the same month a year ago.
       P4.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "LATEST MONTH " MON-TAB (13)
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           MOVE "MEASURE" TO PRT (1:7)
           MOVE "VALUE" TO PRT (26:5)
           MOVE "TARGET" TO PRT (40:6)
           MOVE "FLAG" TO PRT (48:4)
           MOVE "VS PRIOR MONTH" TO PRT (55:14)
           MOVE "VS YEAR AGO" TO PRT (72:11)
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE 1 TO K.

       P5.
           IF K > 13
               GO TO P9.
           MOVE SPACE TO PRT
           MOVE KN-NAME (K) TO PRT (1:16)
           IF GR-STAT (K 13) NOT = "Y"
               MOVE GR-STAT (K 13) TO CELL-STAT
               PERFORM FMT-CELL THRU FMT-CELL-EXIT
               MOVE CELL-TEXT TO PRT (25:6)
               WRITE FILEOUT01 FROM PRT
               ADD 1 TO K
               GO TO P5.

           MOVE GR-VALUE (K 13) TO NEF-V
           MOVE NEF-V TO PRT (18:13)
           IF TG-SET (K) = "Y"
               MOVE TG-VALUE (K) TO NEF-T
               MOVE NEF-T TO PRT (33:13)
               MOVE GR-VALUE (K 13) TO CELL-VALUE
               MOVE "Y" TO CELL-STAT
               PERFORM FMT-CELL THRU FMT-CELL-EXIT
               MOVE "GREEN" TO FLAG-WORD
               IF CELL-FLAG = "R"
                   MOVE "RED" TO FLAG-WORD
                   ADD 1 TO RED-CNTR
               ELSE
                   ADD 1 TO GREEN-CNTR
               END-IF
               MOVE FLAG-WORD TO PRT (48:5).
           IF GR-STAT (K 12) = "Y"
               COMPUTE CHG-VALUE = GR-VALUE (K 13) - GR-VALUE (K 12)
               MOVE CHG-VALUE TO NEF-C
               MOVE NEF-C TO PRT (56:13).
           IF GR-STAT (K 1) = "Y"
               COMPUTE CHG-VALUE = GR-VALUE (K 13) - GR-VALUE (K 1)
               MOVE CHG-VALUE TO NEF-C
               MOVE NEF-C TO PRT (70:13).
           WRITE FILEOUT01 FROM PRT
           ADD 1 TO K
           GO TO P5.

      * CELL-TEXT the value as the grid shows it, CELL-FLAG G or R
      * against the measure's target.
       FMT-CELL.
           MOVE SPACE TO CELL-FLAG
           IF CELL-STAT = SPACE
               MOVE "    --" TO CELL-TEXT
               GO TO FMT-CELL-EXIT.
           IF CELL-STAT = "N"
               MOVE "   N/A" TO CELL-TEXT
               GO TO FMT-CELL-EXIT.
           PERFORM FMT-VALUE
           IF TG-SET (K) NOT = "Y"
               GO TO FMT-CELL-EXIT.
           MOVE "R" TO CELL-FLAG
           IF KN-DIR (K) = "H" AND CELL-VALUE NOT < TG-VALUE (K)
               MOVE "G" TO CELL-FLAG.
           IF KN-DIR (K) = "L" AND CELL-VALUE NOT > TG-VALUE (K)
               MOVE "G" TO CELL-FLAG.
       FMT-CELL-EXIT.
           EXIT.

       FMT-VALUE.
           IF KN-KIND (K) = "$"
               COMPUTE CELL-K ROUNDED = CELL-VALUE / 1000
               MOVE CELL-K TO NEF-K
               MOVE NEF-K TO CELL-TEXT
           ELSE
               MOVE CELL-VALUE TO NEF-R
               MOVE NEF-R TO CELL-TEXT
           END-IF.

       P9.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "ON TARGET " GREEN-CNTR "   OFF TARGET " RED-CNTR
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT

           DISPLAY "KPITREND - MONTHS " MON-TAB (1) " TO " MON-TAB (13)
           DISPLAY "KPITREND - HISTORY ROWS READ: " ROW-CNTR
           DISPLAY "KPITREND - OFF TARGET: " RED-CNTR
           CLOSE PARMFILE KPIHIST FILEOUT.
           STOP RUN.

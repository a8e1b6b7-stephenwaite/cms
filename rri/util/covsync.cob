      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. covsync.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * the one keeper of COVHIST - callable the way sndxchk and
      * memidchk are. Anything that changes a guarantor's coverage
      * hands the plans as they now stand and the history follows;
      * anything that bills asks which plan was in force on the
      * service date instead of trusting today's GARFILE.
           SELECT COVHIST ASSIGN TO "S96" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CV-KEY
             LOCK MODE MANUAL.

       DATA DIVISION.
       FILE SECTION.

       FD  COVHIST.
           COPY "covhist.cpy".

       WORKING-STORAGE SECTION.

       01  FILE-OPEN PIC X VALUE "N".
       01  LEVEL-CODES PIC XXX VALUE "PST".
       01  LEVEL-TAB REDEFINES LEVEL-CODES.
           02 LEVEL-CODE PIC X OCCURS 3 TIMES.
       01  LV PIC 9.
       01  THIS-LEVEL PIC X.
       01  FIND-LEVEL PIC X.
       01  OPEN-FOUND PIC X.
       01  OPEN-KEY PIC X(17).
       01  HIT-FOUND PIC X.
       01  HIT-ROW PIC X(76).
       01  ANY-ROW PIC X.
       01  FIRST-EFF PIC X(8).
       01  T-DATE PIC X(8).
       01  NEW-EFF PIC X(8).
       01  DAY-BEFORE PIC 9(8).

       LINKAGE SECTION.
      * CS-FUNC:
      *   S - sync: CS-PLAN(1-3) are the primary, secondary and
      *       tertiary plans as they stand now (CS-INS "***" = leave
      *       that level alone). A changed plan terms the open row
      *       the day before CS-DATE (spaces = today) and opens a
      *       new one from CS-DATE; a dropped plan is just termed.
      *   T - term: the open row carrying CS-INS(1) ends CS-DATE.
      *   F - find: which plan at CS-INS(1)'s level was in force on
      *       CS-DATE. CS-RESULT "Y" the same payer (its policy and
      *       group in CS-PLAN(2)), "C" a different payer (in
      *       CS-PLAN(2)), "G" history shows no plan that day,
      *       "N" no history reaches back that far - use GARFILE.
      *   E - end of run, closes the file.
      * S and T come back "C" when they changed anything.
       01  COVSYNC-PARMS.
           02 CS-FUNC PIC X.
           02 CS-GARNO PIC X(8).
           02 CS-DATE PIC X(8).
           02 CS-PROGRAM PIC X(8).
           02 CS-PLAN OCCURS 3 TIMES.
             03 CS-INS PIC XXX.
             03 CS-POLICY PIC X(16).
             03 CS-GROUP PIC X(10).
           02 CS-RESULT PIC X.

       PROCEDURE DIVISION USING COVSYNC-PARMS.

       P0.
           MOVE "N" TO CS-RESULT

           IF CS-FUNC = "E"
               IF FILE-OPEN = "Y"
                   CLOSE COVHIST
                   MOVE "N" TO FILE-OPEN
               END-IF
               GO TO P9.

           IF FILE-OPEN NOT = "Y"
               OPEN I-O COVHIST
               MOVE "Y" TO FILE-OPEN.

           ACCEPT T-DATE FROM DATE YYYYMMDD
           MOVE T-DATE TO NEW-EFF
           IF CS-DATE NUMERIC
               MOVE CS-DATE TO NEW-EFF.

           EVALUATE CS-FUNC
             WHEN "S"
               PERFORM SYNC-LEVEL THRU SYNC-LEVEL-EXIT
                 VARYING LV FROM 1 BY 1 UNTIL LV > 3
             WHEN "T"
               PERFORM TERM-LEVEL THRU TERM-LEVEL-EXIT
                 VARYING LV FROM 1 BY 1 UNTIL LV > 3
             WHEN "F"
               PERFORM FIND-DOS THRU FIND-DOS-EXIT
           END-EVALUATE
           GO TO P9.

       SYNC-LEVEL.
           IF CS-INS(LV) = "***"
               GO TO SYNC-LEVEL-EXIT.
      * 001 is self pay - no plan at that level.
           IF CS-INS(LV) = "001"
               MOVE SPACE TO CS-PLAN(LV).
           MOVE LEVEL-CODE(LV) TO THIS-LEVEL
           PERFORM FIND-OPEN THRU FIND-OPEN-EXIT
           IF OPEN-FOUND = "N"
               IF CS-INS(LV) NOT = SPACE
                   PERFORM WRITE-NEW
               END-IF
               GO TO SYNC-LEVEL-EXIT.

           IF CV-INS = CS-INS(LV) AND CV-POLICY = CS-POLICY(LV)
             AND CV-GROUP = CS-GROUP(LV)
               GO TO SYNC-LEVEL-EXIT.

      * a same-day correction lands on the open row's own key and
      * simply replaces it.
           IF CV-EFF NOT = NEW-EFF
               COMPUTE DAY-BEFORE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (NEW-EFF)) - 1)
               MOVE DAY-BEFORE TO CV-TERM
               IF CV-TERM < CV-EFF
                   MOVE CV-EFF TO CV-TERM
               END-IF
               REWRITE COVHIST01
               MOVE "C" TO CS-RESULT
           END-IF

           IF CS-INS(LV) NOT = SPACE
               PERFORM WRITE-NEW
           ELSE
               IF CV-EFF = NEW-EFF
                   DELETE COVHIST RECORD
                   MOVE "C" TO CS-RESULT
               END-IF
           END-IF.
       SYNC-LEVEL-EXIT.
           EXIT.

       WRITE-NEW.
           MOVE CS-GARNO TO CV-GARNO
           MOVE THIS-LEVEL TO CV-LEVEL
           MOVE NEW-EFF TO CV-EFF
           MOVE CS-INS(LV) TO CV-INS
           MOVE CS-POLICY(LV) TO CV-POLICY
           MOVE CS-GROUP(LV) TO CV-GROUP
           MOVE SPACE TO CV-TERM CV-FUTURE
           MOVE CS-PROGRAM TO CV-SOURCE
           MOVE T-DATE TO CV-DATE
           WRITE COVHIST01
             INVALID
               REWRITE COVHIST01
           END-WRITE
           MOVE "C" TO CS-RESULT.

       TERM-LEVEL.
           MOVE LEVEL-CODE(LV) TO THIS-LEVEL
           PERFORM FIND-OPEN THRU FIND-OPEN-EXIT
           IF OPEN-FOUND = "N"
               GO TO TERM-LEVEL-EXIT.
           IF CV-INS NOT = CS-INS(1) OR CV-EFF > NEW-EFF
               GO TO TERM-LEVEL-EXIT.
           MOVE NEW-EFF TO CV-TERM
           MOVE CS-PROGRAM TO CV-SOURCE
           REWRITE COVHIST01
           MOVE "C" TO CS-RESULT.
       TERM-LEVEL-EXIT.
           EXIT.

      * the open (unterminated) row for CS-GARNO at THIS-LEVEL,
      * left in the record area when OPEN-FOUND = "Y".
       FIND-OPEN.
           MOVE "N" TO OPEN-FOUND
           MOVE CS-GARNO TO CV-GARNO
           MOVE THIS-LEVEL TO CV-LEVEL
           MOVE SPACE TO CV-EFF
           START COVHIST KEY NOT < CV-KEY
             INVALID
               GO TO FIND-OPEN-EXIT.

       FIND-OPEN-1.
           READ COVHIST NEXT
             AT END
               GO TO FIND-OPEN-2.
           IF CV-GARNO NOT = CS-GARNO OR CV-LEVEL NOT = THIS-LEVEL
               GO TO FIND-OPEN-2.
           IF CV-TERM = SPACE
               MOVE "Y" TO OPEN-FOUND
               MOVE CV-KEY TO OPEN-KEY.
           GO TO FIND-OPEN-1.

       FIND-OPEN-2.
           IF OPEN-FOUND = "Y"
               MOVE OPEN-KEY TO CV-KEY
               READ COVHIST
                 INVALID
                   MOVE "N" TO OPEN-FOUND
               END-READ
           END-IF.
       FIND-OPEN-EXIT.
           EXIT.

      * the level is where CS-INS(1) sits now (its open row), else
      * wherever history last had it, else primary.
       FIND-DOS.
           MOVE SPACE TO FIND-LEVEL CS-PLAN(2)
           PERFORM FIND-OWN-LEVEL THRU FIND-OWN-LEVEL-EXIT
             VARYING LV FROM 1 BY 1 UNTIL LV > 3.
           IF FIND-LEVEL NOT = SPACE
               GO TO FIND-DOS-1.

           MOVE "N" TO ANY-ROW
           MOVE CS-GARNO TO CV-GARNO
           MOVE SPACE TO CV-LEVEL CV-EFF
           START COVHIST KEY NOT < CV-KEY
             INVALID
               GO TO FIND-DOS-EXIT.

       FIND-DOS-0.
           READ COVHIST NEXT
             AT END
               GO TO FIND-DOS-00.
           IF CV-GARNO NOT = CS-GARNO
               GO TO FIND-DOS-00.
           MOVE "Y" TO ANY-ROW
           IF CV-INS = CS-INS(1)
               MOVE CV-LEVEL TO FIND-LEVEL.
           GO TO FIND-DOS-0.

       FIND-DOS-00.
           IF ANY-ROW = "N"
               GO TO FIND-DOS-EXIT.
           IF FIND-LEVEL = SPACE
               MOVE "P" TO FIND-LEVEL.

      * the latest row at that level whose window holds the date.
       FIND-DOS-1.
           MOVE "N" TO HIT-FOUND
           MOVE SPACE TO FIRST-EFF
           MOVE CS-GARNO TO CV-GARNO
           MOVE FIND-LEVEL TO CV-LEVEL
           MOVE SPACE TO CV-EFF
           START COVHIST KEY NOT < CV-KEY
             INVALID
               GO TO FIND-DOS-EXIT.

       FIND-DOS-2.
           READ COVHIST NEXT
             AT END
               GO TO FIND-DOS-3.
           IF CV-GARNO NOT = CS-GARNO OR CV-LEVEL NOT = FIND-LEVEL
               GO TO FIND-DOS-3.
           IF FIRST-EFF = SPACE
               MOVE CV-EFF TO FIRST-EFF.
           IF CV-EFF NOT > CS-DATE
             AND (CV-TERM = SPACE OR CV-TERM NOT < CS-DATE)
               MOVE "Y" TO HIT-FOUND
               MOVE COVHIST01 TO HIT-ROW.
           GO TO FIND-DOS-2.

       FIND-DOS-3.
           IF FIRST-EFF = SPACE
               GO TO FIND-DOS-EXIT.
           IF HIT-FOUND = "N"
               IF CS-DATE < FIRST-EFF
                   MOVE "N" TO CS-RESULT
               ELSE
                   MOVE "G" TO CS-RESULT
               END-IF
               GO TO FIND-DOS-EXIT.

           MOVE HIT-ROW TO COVHIST01
           MOVE CV-INS TO CS-INS(2)
           MOVE CV-POLICY TO CS-POLICY(2)
           MOVE CV-GROUP TO CS-GROUP(2)
           IF CV-INS = CS-INS(1)
               MOVE "Y" TO CS-RESULT
           ELSE
               MOVE "C" TO CS-RESULT.
       FIND-DOS-EXIT.
           EXIT.

       FIND-OWN-LEVEL.
           IF FIND-LEVEL NOT = SPACE
               GO TO FIND-OWN-LEVEL-EXIT.
           MOVE LEVEL-CODE(LV) TO THIS-LEVEL
           PERFORM FIND-OPEN THRU FIND-OPEN-EXIT
           IF OPEN-FOUND = "Y" AND CV-INS = CS-INS(1)
               MOVE THIS-LEVEL TO FIND-LEVEL.
       FIND-OWN-LEVEL-EXIT.
           EXIT.

       P9.
           GOBACK.

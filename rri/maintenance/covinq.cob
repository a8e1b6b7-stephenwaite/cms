      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. covinq.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COVHIST ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CV-KEY
             LOCK MODE MANUAL.

       DATA DIVISION.
       FILE SECTION.

       FD  COVHIST.
           COPY "covhist.cpy".

       WORKING-STORAGE SECTION.

       01  DATAIN PIC X(20).
       01  IN-GARNO PIC X(8).
       01  IN-DATE PIC X(8).
       01  HIT-CNTR PIC 9(4).
       01  SHOW-TERM PIC X(8).
       01  MARK PIC X.

       PROCEDURE DIVISION.

      * coverage-history inquiry - "garno" lists every plan the
      * guarantor has carried at each level with its effective and
      * term dates and the program that recorded it; "garno,
      * yyyymmdd" marks with * the rows in force on that date.
      * END ends the job.
       P0.
           OPEN INPUT COVHIST.

       P1.
           DISPLAY "GARNO,DATE OR END".
           ACCEPT DATAIN.

           IF DATAIN = "END" OR DATAIN = SPACE
               GO TO P99.

           MOVE SPACE TO IN-GARNO IN-DATE
           UNSTRING DATAIN DELIMITED BY ","
             INTO IN-GARNO IN-DATE
           IF IN-DATE NOT NUMERIC
               MOVE SPACE TO IN-DATE.

           MOVE 0 TO HIT-CNTR
           MOVE IN-GARNO TO CV-GARNO
           MOVE SPACE TO CV-LEVEL CV-EFF
           START COVHIST KEY NOT < CV-KEY
             INVALID
               DISPLAY "NO COVERAGE HISTORY"
               GO TO P1.
           DISPLAY "  LVL INS POLICY           GROUP      EFFECTIVE"
             " TERM     SOURCE".

       P2.
           READ COVHIST NEXT
             AT END
               GO TO P3.
           IF CV-GARNO NOT = IN-GARNO
               GO TO P3.

           ADD 1 TO HIT-CNTR
           MOVE CV-TERM TO SHOW-TERM
           IF CV-TERM = SPACE
               MOVE "OPEN" TO SHOW-TERM.
           MOVE SPACE TO MARK
           IF IN-DATE NOT = SPACE AND CV-EFF NOT > IN-DATE
             AND (CV-TERM = SPACE OR CV-TERM NOT < IN-DATE)
               MOVE "*" TO MARK.
           DISPLAY MARK "  " CV-LEVEL "  " CV-INS " " CV-POLICY " "
             CV-GROUP " " CV-EFF "  " SHOW-TERM " " CV-SOURCE
           GO TO P2.

       P3.
           IF HIT-CNTR = 0
               DISPLAY "NO COVERAGE HISTORY".
           GO TO P1.

       P99.
           CLOSE COVHIST.
           STOP RUN.

      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. perchk.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * the closed-period gate - callable the way provchk is. Every
      * program that posts, adjusts or corrects hands in the
      * posting date (the DATE-T the period totals are built on)
      * before it writes. A date in a month periodclose.cob has
      * closed is refused, and the date to use instead comes back:
      * today when today's month is open, otherwise the first day
      * of the first open month after the refused one. A screen
      * offers that date to the operator; a batch poster takes it
      * and says so.
           SELECT OPTIONAL PERCNTL ASSIGN TO "S81" ORGANIZATION IS
             INDEXED ACCESS MODE IS DYNAMIC RECORD KEY IS FP-MONTH
             LOCK MODE MANUAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PERCNTL.
           COPY "percntl.cpy".

       WORKING-STORAGE SECTION.

       01  FILE-OPEN PIC X VALUE "N".
       01  T-DATE PIC X(8).
       01  W-MONTH.
           02 W-YYYY PIC 9(4).
           02 W-MM PIC 99.
       01  W-TRIES PIC 99.
       01  W-OPEN PIC X.

       LINKAGE SECTION.
      * PE-FUNC "C" check, "E" end of run (closes the file).
      * PE-RESULT "Y" the date's month is open, "N" closed - then
      * PE-MSG says which month and PE-OPEN-DATE carries the date
      * to post under instead.
       01  PERCHK-PARMS.
           02 PE-FUNC PIC X.
           02 PE-DATE PIC X(8).
           02 PE-RESULT PIC X.
           02 PE-OPEN-DATE PIC X(8).
           02 PE-MSG PIC X(40).

       PROCEDURE DIVISION USING PERCHK-PARMS.

       P0.
           MOVE "Y" TO PE-RESULT
           MOVE SPACE TO PE-MSG
           MOVE PE-DATE TO PE-OPEN-DATE

           IF PE-FUNC = "E"
               IF FILE-OPEN = "Y"
                   CLOSE PERCNTL
                   MOVE "N" TO FILE-OPEN
               END-IF
               GO TO P9.

           IF PE-DATE (1:6) NOT NUMERIC
               GO TO P9.
           IF FILE-OPEN NOT = "Y"
               OPEN INPUT PERCNTL
               MOVE "Y" TO FILE-OPEN.

           MOVE PE-DATE (1:6) TO W-MONTH
           PERFORM MONTH-OPEN THRU MONTH-OPEN-EXIT
           IF W-OPEN = "Y"
               GO TO P9.

           MOVE "N" TO PE-RESULT
           STRING "PERIOD " PE-DATE (1:6) " IS CLOSED"
             DELIMITED BY SIZE INTO PE-MSG

           ACCEPT T-DATE FROM DATE YYYYMMDD
           MOVE T-DATE (1:6) TO W-MONTH
           PERFORM MONTH-OPEN THRU MONTH-OPEN-EXIT
           IF W-OPEN = "Y" AND T-DATE (1:6) > PE-DATE (1:6)
               MOVE T-DATE TO PE-OPEN-DATE
               GO TO P9.

      * walk forward from the refused month to the first open one
      * - two years is further than any close ever runs ahead.
           MOVE PE-DATE (1:6) TO W-MONTH
           MOVE 0 TO W-TRIES.
       P1.
           ADD 1 TO W-TRIES
           IF W-TRIES > 24
               MOVE T-DATE TO PE-OPEN-DATE
               GO TO P9.
           ADD 1 TO W-MM
           IF W-MM > 12
               MOVE 1 TO W-MM
               ADD 1 TO W-YYYY.
           PERFORM MONTH-OPEN THRU MONTH-OPEN-EXIT
           IF W-OPEN NOT = "Y"
               GO TO P1.
           IF W-MONTH = T-DATE (1:6)
               MOVE T-DATE TO PE-OPEN-DATE
           ELSE
               STRING W-MONTH "01" DELIMITED BY SIZE
                 INTO PE-OPEN-DATE.
           GO TO P9.

       MONTH-OPEN.
           MOVE "Y" TO W-OPEN
           MOVE W-MONTH TO FP-MONTH
           READ PERCNTL
             INVALID
               GO TO MONTH-OPEN-EXIT.
           IF FP-STATUS = "C"
               MOVE "N" TO W-OPEN.
       MONTH-OPEN-EXIT.
           EXIT.

       P9.
           GOBACK.

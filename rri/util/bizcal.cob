      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bizcal.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * the business-day routine - callable the way provchk is.
      * Prompt-pay statutes, appeal windows and the desk's own
      * follow-up promises run in business days; every deadline
      * and aging program asks here instead of subtracting
      * calendar dates. A business day is Monday through Friday
      * and not on the HOLIDAY calendar calendar-maint.cob keeps.
           SELECT OPTIONAL HOLIDAY ASSIGN TO "S79" ORGANIZATION IS
             INDEXED ACCESS MODE IS DYNAMIC RECORD KEY IS HD-DATE
             LOCK MODE MANUAL.

       DATA DIVISION.
       FILE SECTION.

       FD  HOLIDAY.
           COPY "holiday.cpy".

       WORKING-STORAGE SECTION.

       01  FILE-OPEN PIC X VALUE "N".
       01  W-DATE PIC X(8).
       01  W-DATE9 REDEFINES W-DATE PIC 9(8).
       01  W-INT PIC 9(7).
       01  W-INT2 PIC 9(7).
       01  W-LO PIC 9(7).
       01  W-HI PIC 9(7).
       01  W-HI-DATE PIC X(8).
       01  W-DOW PIC 9.
       01  W-BIZ PIC X.
       01  W-LEFT PIC S9(5).
       01  W-STEPS PIC 9(5).
       01  W-COUNT PIC S9(7).
       01  W-SIGN PIC S9.
       01  W-WEEKS PIC 9(7).
       01  W-REM PIC 9.
       01  W-WKDAYS PIC 9(7).

       LINKAGE SECTION.
      * BZ-FUNC "B" is BZ-DATE a business day (BZ-RESULT "Y"/"N",
      * BZ-DESC names the holiday or closure), "A" add BZ-DAYS
      * business days to BZ-DATE giving BZ-DATE2 (negative counts
      * back; zero rolls a non-business day forward to the next
      * business day), "C" count the business days after BZ-DATE
      * up to and including BZ-DATE2 into BZ-DAYS (negative when
      * BZ-DATE2 is earlier), "E" end of run (closes the file).
      * BZ-RESULT "N" on "A" or "C" means a date was not valid.
       01  BIZCAL-PARMS.
           02 BZ-FUNC PIC X.
           02 BZ-DATE PIC X(8).
           02 BZ-DATE2 PIC X(8).
           02 BZ-DAYS PIC S9(5).
           02 BZ-RESULT PIC X.
           02 BZ-DESC PIC X(30).

       PROCEDURE DIVISION USING BIZCAL-PARMS.

       P0.
           MOVE "Y" TO BZ-RESULT
           MOVE SPACE TO BZ-DESC

           IF BZ-FUNC = "E"
               IF FILE-OPEN = "Y"
                   CLOSE HOLIDAY
                   MOVE "N" TO FILE-OPEN
               END-IF
               GO TO P9.

           MOVE BZ-DATE TO W-DATE
           PERFORM CHECK-DATE THRU CHECK-DATE-EXIT
           IF BZ-RESULT = "N"
               GO TO P9.
           COMPUTE W-INT = FUNCTION INTEGER-OF-DATE (W-DATE9)

           IF FILE-OPEN NOT = "Y"
               OPEN INPUT HOLIDAY
               MOVE "Y" TO FILE-OPEN.

           EVALUATE BZ-FUNC
             WHEN "B"
               PERFORM DAY-CHECK THRU DAY-CHECK-EXIT
               MOVE W-BIZ TO BZ-RESULT
             WHEN "A"
               PERFORM ADD-DAYS THRU ADD-DAYS-EXIT
             WHEN "C"
               PERFORM COUNT-DAYS THRU COUNT-DAYS-EXIT
             WHEN OTHER
               MOVE "N" TO BZ-RESULT
           END-EVALUATE
           GO TO P9.

       CHECK-DATE.
           IF W-DATE NOT NUMERIC
               MOVE "N" TO BZ-RESULT
               GO TO CHECK-DATE-EXIT.
           IF FUNCTION TEST-DATE-YYYYMMDD (W-DATE9) NOT = 0
               MOVE "N" TO BZ-RESULT.
       CHECK-DATE-EXIT.
           EXIT.

      * day 1 of the integer calendar is Monday 1 January 1601, so
      * (W-INT - 1) mod 7 runs 0 Monday through 6 Sunday.
       DAY-CHECK.
           MOVE "Y" TO W-BIZ
           COMPUTE W-DOW = FUNCTION MOD (W-INT - 1, 7)
           IF W-DOW > 4
               MOVE "N" TO W-BIZ
               MOVE "WEEKEND" TO BZ-DESC
               GO TO DAY-CHECK-EXIT.
           MOVE FUNCTION DATE-OF-INTEGER (W-INT) TO W-DATE9
           MOVE W-DATE TO HD-DATE
           READ HOLIDAY
             INVALID
               GO TO DAY-CHECK-EXIT.
           MOVE "N" TO W-BIZ
           MOVE HD-DESC TO BZ-DESC.
       DAY-CHECK-EXIT.
           EXIT.

      * one day at a time - a deadline is never more than a few
      * hundred business days out, and ten years stops a bad count.
       ADD-DAYS.
           MOVE BZ-DAYS TO W-LEFT
           MOVE 0 TO W-STEPS.
       ADD-DAYS-1.
           ADD 1 TO W-STEPS
           IF W-STEPS > 3660
               MOVE "N" TO BZ-RESULT
               GO TO ADD-DAYS-EXIT.
           IF W-LEFT = 0
               PERFORM DAY-CHECK THRU DAY-CHECK-EXIT
               IF W-BIZ = "Y"
                   GO TO ADD-DAYS-2
               END-IF
               ADD 1 TO W-INT
               GO TO ADD-DAYS-1.
           IF W-LEFT > 0
               ADD 1 TO W-INT
               PERFORM DAY-CHECK THRU DAY-CHECK-EXIT
               IF W-BIZ = "Y"
                   SUBTRACT 1 FROM W-LEFT
               END-IF
               IF W-LEFT = 0
                   GO TO ADD-DAYS-2
               END-IF
               GO TO ADD-DAYS-1.
           SUBTRACT 1 FROM W-INT
           PERFORM DAY-CHECK THRU DAY-CHECK-EXIT
           IF W-BIZ = "Y"
               ADD 1 TO W-LEFT.
           IF W-LEFT = 0
               GO TO ADD-DAYS-2.
           GO TO ADD-DAYS-1.
       ADD-DAYS-2.
           MOVE FUNCTION DATE-OF-INTEGER (W-INT) TO W-DATE9
           MOVE W-DATE TO BZ-DATE2
           MOVE SPACE TO BZ-DESC.
       ADD-DAYS-EXIT.
           EXIT.

      * weekdays in the span come by arithmetic; the calendar rows
      * inside it that fall on a weekday come off one at a time.
       COUNT-DAYS.
           MOVE BZ-DATE2 TO W-DATE
           PERFORM CHECK-DATE THRU CHECK-DATE-EXIT
           IF BZ-RESULT = "N"
               GO TO COUNT-DAYS-EXIT.
           COMPUTE W-INT2 = FUNCTION INTEGER-OF-DATE (W-DATE9)

           IF W-INT2 NOT < W-INT
               MOVE W-INT TO W-LO
               MOVE W-INT2 TO W-HI
               MOVE 1 TO W-SIGN
           ELSE
               COMPUTE W-LO = W-INT2 - 1
               COMPUTE W-HI = W-INT - 1
               MOVE -1 TO W-SIGN.

           MOVE W-HI TO W-INT
           PERFORM WEEKDAYS
           MOVE W-WKDAYS TO W-COUNT
           MOVE W-LO TO W-INT
           PERFORM WEEKDAYS
           SUBTRACT W-WKDAYS FROM W-COUNT

           MOVE FUNCTION DATE-OF-INTEGER (W-HI) TO W-DATE9
           MOVE W-DATE TO W-HI-DATE
           MOVE FUNCTION DATE-OF-INTEGER (W-LO) TO W-DATE9
           MOVE W-DATE TO HD-DATE
           START HOLIDAY KEY > HD-DATE
             INVALID
               GO TO COUNT-DAYS-2.
       COUNT-DAYS-1.
           READ HOLIDAY NEXT
             AT END
               GO TO COUNT-DAYS-2.
           IF HD-DATE > W-HI-DATE
               GO TO COUNT-DAYS-2.
           MOVE HD-DATE TO W-DATE
           IF W-DATE NOT NUMERIC
               GO TO COUNT-DAYS-1.
           IF FUNCTION TEST-DATE-YYYYMMDD (W-DATE9) NOT = 0
               GO TO COUNT-DAYS-1.
           COMPUTE W-INT = FUNCTION INTEGER-OF-DATE (W-DATE9)
           COMPUTE W-DOW = FUNCTION MOD (W-INT - 1, 7)
           IF W-DOW < 5
               SUBTRACT 1 FROM W-COUNT.
           GO TO COUNT-DAYS-1.
       COUNT-DAYS-2.
           COMPUTE BZ-DAYS = W-COUNT * W-SIGN.
       COUNT-DAYS-EXIT.
           EXIT.

      * Monday-to-Friday days from day 1 through day W-INT.
       WEEKDAYS.
           DIVIDE W-INT BY 7 GIVING W-WEEKS REMAINDER W-REM
           COMPUTE W-WKDAYS = W-WEEKS * 5
           IF W-REM > 5
               ADD 5 TO W-WKDAYS
           ELSE
               ADD W-REM TO W-WKDAYS.

       P9.
           GOBACK.

      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calendar-maint.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPERFILE ASSIGN TO "S20" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS OP-ID
             LOCK MODE MANUAL.

           SELECT OPTIONAL HOLIDAY ASSIGN TO "S30" ORGANIZATION IS
             INDEXED ACCESS MODE IS DYNAMIC RECORD KEY IS HD-DATE
             LOCK MODE MANUAL.

       DATA DIVISION.
       FILE SECTION.

       FD  OPERFILE.
           COPY "operfile.cpy".

       FD  HOLIDAY.
           COPY "holiday.cpy".

       WORKING-STORAGE SECTION.

       01  DATAIN PIC X(20).
       01  ACTION PIC XX.
       01  IN-DATE PIC X(8).
       01  IN-DATE9 REDEFINES IN-DATE PIC 9(8).
       01  IN-X PIC X(30).
       01  SIGN-ID PIC X(3).
       01  SIGN-PASS PIC X(8).
       01  T-DATE PIC X(8).
       01  DAY-INT PIC 9(7).
       01  DOW PIC 9.
       01  LIST-CNTR PIC 9(5).

       PROCEDURE DIVISION.

      * the business calendar bizcal.cob counts on. Any active
      * operator at update level or above may sign on - a storm
      * closure gets marked the morning it happens. LC,yyyy = list
      * the year's holidays and closures, AH,yyyymmdd = add a
      * holiday, AC,yyyymmdd = add an office closure, DL,yyyymmdd
      * = take a day back off, END = end the session. Weekends are
      * never business days and are not keyed.
       P0.
           OPEN INPUT OPERFILE.
           DISPLAY "SIGN ON - OPERATOR ID".
           ACCEPT SIGN-ID.
           DISPLAY "PASSWORD".
           ACCEPT SIGN-PASS.
           MOVE SIGN-ID TO OP-ID
           READ OPERFILE
             INVALID
               DISPLAY "UNKNOWN OPERATOR - NO ACCESS"
               CLOSE OPERFILE
               STOP RUN.
           IF OP-STATUS NOT = "A" OR OP-PASS NOT = SIGN-PASS
             OR (OP-LEVEL NOT = "U" AND OP-LEVEL NOT = "D")
               DISPLAY "SIGN-ON REFUSED - UPDATE LEVEL REQUIRED"
               CLOSE OPERFILE
               STOP RUN.
           CLOSE OPERFILE.

           OPEN I-O HOLIDAY.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

       P1.
           DISPLAY "LC,YYYY AH,YYYYMMDD AC,YYYYMMDD DL,YYYYMMDD"
             " OR END".
           ACCEPT DATAIN.
           MOVE SPACE TO IN-DATE
           UNSTRING DATAIN DELIMITED BY ","
             INTO ACTION IN-DATE.

           IF ACTION = "EN" OR DATAIN = "END"
               GO TO P99.

           EVALUATE ACTION
             WHEN "LC"
               PERFORM LIST-YEAR THRU LIST-YEAR-EXIT
             WHEN "AH"
               PERFORM ADD-DAY THRU ADD-DAY-EXIT
             WHEN "AC"
               PERFORM ADD-DAY THRU ADD-DAY-EXIT
             WHEN "DL"
               PERFORM DEL-DAY THRU DEL-DAY-EXIT
             WHEN OTHER
               DISPLAY "BAD OPTION " ACTION
           END-EVALUATE

           GO TO P1.

       LIST-YEAR.
           IF IN-DATE(1:4) NOT NUMERIC
               DISPLAY "BAD YEAR - USE YYYY"
               GO TO LIST-YEAR-EXIT.
           MOVE 0 TO LIST-CNTR
           MOVE SPACE TO HD-DATE
           MOVE IN-DATE(1:4) TO HD-DATE(1:4)
           START HOLIDAY KEY NOT < HD-DATE
             INVALID
               GO TO LIST-YEAR-2.
       LIST-YEAR-1.
           READ HOLIDAY NEXT
             AT END
               GO TO LIST-YEAR-2.
           IF HD-DATE(1:4) NOT = IN-DATE(1:4)
               GO TO LIST-YEAR-2.
           ADD 1 TO LIST-CNTR
           DISPLAY HD-DATE " " HD-TYPE " " HD-DESC " " HD-OPER " "
             HD-DATE-E
           GO TO LIST-YEAR-1.
       LIST-YEAR-2.
           DISPLAY LIST-CNTR " DAYS ON THE " IN-DATE(1:4) " CALENDAR".
       LIST-YEAR-EXIT.
           EXIT.

       ADD-DAY.
           PERFORM EDIT-DATE THRU EDIT-DATE-EXIT
           IF IN-DATE = SPACE
               GO TO ADD-DAY-EXIT.
           IF DOW > 4
               DISPLAY IN-DATE " IS A WEEKEND - NEVER A BUSINESS DAY"
               GO TO ADD-DAY-EXIT.
           MOVE IN-DATE TO HD-DATE
           READ HOLIDAY
             INVALID
               GO TO ADD-DAY-1.
           DISPLAY IN-DATE " ALREADY ON THE CALENDAR - " HD-DESC
           GO TO ADD-DAY-EXIT.
       ADD-DAY-1.
           IF ACTION = "AH"
               DISPLAY "HOLIDAY NAME"
           ELSE
               DISPLAY "REASON FOR THE CLOSURE".
           ACCEPT IN-X.
           IF IN-X = SPACE
               DISPLAY "A DESCRIPTION IS REQUIRED - NOTHING ADDED"
               GO TO ADD-DAY-EXIT.
           MOVE SPACE TO HOLIDAY01
           MOVE IN-DATE TO HD-DATE
           MOVE ACTION(2:1) TO HD-TYPE
           MOVE IN-X TO HD-DESC
           MOVE SIGN-ID TO HD-OPER
           MOVE T-DATE TO HD-DATE-E
           WRITE HOLIDAY01
           DISPLAY IN-DATE " ADDED - NOT A BUSINESS DAY".
       ADD-DAY-EXIT.
           EXIT.

       DEL-DAY.
           PERFORM EDIT-DATE THRU EDIT-DATE-EXIT
           IF IN-DATE = SPACE
               GO TO DEL-DAY-EXIT.
           MOVE IN-DATE TO HD-DATE
           READ HOLIDAY WITH LOCK
             INVALID
               DISPLAY IN-DATE " IS NOT ON THE CALENDAR"
               GO TO DEL-DAY-EXIT.
           DELETE HOLIDAY RECORD
           DISPLAY IN-DATE " REMOVED - A BUSINESS DAY AGAIN".
       DEL-DAY-EXIT.
           EXIT.

      * day 1 of the integer calendar is a Monday, so
      * (day - 1) mod 7 runs 0 Monday through 6 Sunday.
       EDIT-DATE.
           IF IN-DATE NOT NUMERIC
               DISPLAY "BAD DATE - USE YYYYMMDD"
               MOVE SPACE TO IN-DATE
               GO TO EDIT-DATE-EXIT.
           IF FUNCTION TEST-DATE-YYYYMMDD (IN-DATE9) NOT = 0
               DISPLAY "BAD DATE - USE YYYYMMDD"
               MOVE SPACE TO IN-DATE
               GO TO EDIT-DATE-EXIT.
           COMPUTE DAY-INT = FUNCTION INTEGER-OF-DATE (IN-DATE9)
           COMPUTE DOW = FUNCTION MOD (DAY-INT - 1, 7).
       EDIT-DATE-EXIT.
           EXIT.

       P99.
           CLOSE HOLIDAY.
           STOP RUN.

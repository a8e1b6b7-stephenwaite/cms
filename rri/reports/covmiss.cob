      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. covmiss.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CHARCUR ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-DAT1 WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT FILEOUT ASSIGN TO "S35" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(110).

       WORKING-STORAGE SECTION.

       01  T-DATE PIC X(8).
       01  READ-CNTR PIC 9(7) VALUE 0.
       01  CHG-CNTR PIC 9(7) VALUE 0.
       01  GAP-CNTR PIC 9(7) VALUE 0.
       01  HIT-TOT PIC S9(8)V99 VALUE 0.
       01  NEF-8 PIC -(5)9.99.
       01  NEF-9 PIC -(7)9.99.
       01  WHY PIC X(30).
       01  PRT PIC X(110).
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

       PROCEDURE DIVISION.

      * open charges coded to a payer the coverage history says was
      * not in force on the date of service - either another plan
      * had replaced it (fix the line's payer before it bills or
      * rebills) or the history shows no plan at all that day (a
      * gap to run eligibility on). Lines for guarantors with no
      * history reaching back that far are not judged.
       P0.
           OPEN INPUT CHARCUR.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

           MOVE SPACE TO PRT
           STRING "CHARGES CODED TO A PAYER NOT IN FORCE   RUN "
             T-DATE DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT AFTER PAGE
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "ACCOUNT  CLAIM  SERVICE  PROC   AMOUNT   CODED"
             "  REASON" DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01

           MOVE SPACE TO CC-KEY8 CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO P9.

       P1.
           READ CHARCUR NEXT
             AT END
               GO TO P9.

      * "018" is the patient bucket and "001" self pay - only
      * payer-coded lines with money still on them.
           IF CC-PAYCODE = "018" OR CC-PAYCODE = "001"
             OR CC-PAYCODE NOT NUMERIC OR CC-AMOUNT NOT > 0
               GO TO P1.
           IF CC-DAT1 NOT NUMERIC
               GO TO P1.

           ADD 1 TO READ-CNTR
           MOVE "F" TO CS-FUNC
           MOVE CC-KEY8 TO CS-GARNO
           MOVE CC-DAT1 TO CS-DATE
           MOVE "covmiss" TO CS-PROGRAM
           MOVE CC-PAYCODE TO CS-INS(1)
           CALL "covsync" USING COVSYNC-PARMS

           EVALUATE CS-RESULT
             WHEN "C"
               ADD 1 TO CHG-CNTR
               MOVE SPACE TO WHY
               STRING "IN FORCE WAS " CS-INS(2)
                 DELIMITED BY SIZE INTO WHY
             WHEN "G"
               ADD 1 TO GAP-CNTR
               MOVE "NO COVERAGE THAT DAY" TO WHY
             WHEN OTHER
               GO TO P1
           END-EVALUATE

           ADD CC-AMOUNT TO HIT-TOT
           MOVE CC-AMOUNT TO NEF-8
           MOVE SPACE TO PRT
           STRING CC-KEY8 " " CC-CLAIM " " CC-DAT1 " " CC-PROC1
             " " NEF-8 "  " CC-PAYCODE "    " WHY
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           GO TO P1.

       P9.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE HIT-TOT TO NEF-9
           MOVE SPACE TO PRT
           STRING "REPLACED PAYER " CHG-CNTR "  GAP " GAP-CNTR
             "  AMOUNT " NEF-9 DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT

           DISPLAY "COVMISS - LINES CHECKED " READ-CNTR
           DISPLAY "COVMISS - REPLACED PAYER " CHG-CNTR
           DISPLAY "COVMISS - COVERAGE GAP " GAP-CNTR
           MOVE "E" TO CS-FUNC
           CALL "covsync" USING COVSYNC-PARMS
           CLOSE CHARCUR FILEOUT.
           STOP RUN.

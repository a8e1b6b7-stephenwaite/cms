      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. idr-due.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT IDRCASE ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS IC-KEY
             LOCK MODE MANUAL.

      * one record - how many business days of warning the desk
      * wants.
           SELECT PARMFILE ASSIGN TO "S35" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT FILEOUT ASSIGN TO "S40" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  IDRCASE.
           COPY "idrcase.cpy".

       FD  PARMFILE.
       01  PARMFILE01 PIC 999.

       FD  FILEOUT.
       01  FILEOUT01 PIC X(100).

       WORKING-STORAGE SECTION.

       01  WARN-DAYS PIC 999.
       01  T-DATE PIC X(8).
       01  DUE-DATE PIC X(8).
       01  DUE-TEXT PIC X(20).
       01  DAYS-LEFT PIC S9(5).
       01  TOT-CNTR PIC 9(7) VALUE 0.
       01  OPEN-CNTR PIC 9(7) VALUE 0.
       01  WARN-CNTR PIC 9(7) VALUE 0.
       01  OVER-CNTR PIC 9(7) VALUE 0.
       01  NEF-D PIC -(4)9.
       01  FLAG-TEXT PIC X(12).
       01  PRT PIC X(100).

       01  BIZCAL-PARMS.
           02 BZ-FUNC PIC X.
           02 BZ-DATE PIC X(8).
           02 BZ-DATE2 PIC X(8).
           02 BZ-DAYS PIC S9(5).
           02 BZ-RESULT PIC X.
           02 BZ-DESC PIC X(30).

       PROCEDURE DIVISION.

      * No Surprises Act deadline worklist - each live dispute's next
      * clock: the last day to start open negotiation, the 4-day IDR
      * window once negotiation has run its 30 days, and the payer's
      * 30 days to pay a settlement or determination. Cases inside
      * the warning window or past the date list; days left are
      * business days off the shared calendar (bizcal.cob). A case
      * waiting on the IDR entity has no clock of ours running.
       P0.
           OPEN INPUT IDRCASE PARMFILE.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

           READ PARMFILE
             AT END
               MOVE 5 TO WARN-DAYS
               GO TO P0A.
           IF PARMFILE01 NUMERIC
               MOVE PARMFILE01 TO WARN-DAYS
           ELSE
               MOVE 5 TO WARN-DAYS.

       P0A.
           MOVE SPACE TO PRT FILEOUT01
           STRING "NO SURPRISES ACT DEADLINES AS OF " T-DATE
             " - WARNING AT " WARN-DAYS " BUSINESS DAYS"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01

           MOVE SPACE TO IC-KEY
           START IDRCASE KEY NOT < IC-KEY
             INVALID
               GO TO P2.

       P1.
           READ IDRCASE NEXT
             AT END
               GO TO P2.

           ADD 1 TO TOT-CNTR
           PERFORM NEXT-CLOCK THRU NEXT-CLOCK-EXIT
           IF DUE-DATE = SPACE
               GO TO P1.

           ADD 1 TO OPEN-CNTR
           MOVE "C" TO BZ-FUNC
           MOVE T-DATE TO BZ-DATE
           MOVE DUE-DATE TO BZ-DATE2
           CALL "bizcal" USING BIZCAL-PARMS
           IF BZ-RESULT NOT = "Y"
               GO TO P1.
           MOVE BZ-DAYS TO DAYS-LEFT

           IF DAYS-LEFT < 0
               ADD 1 TO OVER-CNTR
               MOVE "*** PAST ***" TO FLAG-TEXT
           ELSE
               IF DAYS-LEFT <= WARN-DAYS
                   ADD 1 TO WARN-CNTR
                   MOVE "DUE SOON" TO FLAG-TEXT
               ELSE
                   GO TO P1
               END-IF
           END-IF

           MOVE DAYS-LEFT TO NEF-D
           MOVE SPACE TO PRT
           STRING IC-GARNO " " IC-CLAIM " PAYER " IC-PAYCODE " "
             DUE-TEXT " " DUE-DATE " DAYS " NEF-D " " FLAG-TEXT
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT

           GO TO P1.

      * which clock is running depends on where the case stands.
       NEXT-CLOCK.
           MOVE SPACE TO DUE-DATE DUE-TEXT
           IF IC-STATUS = "N" AND IC-ON-START = SPACE
               MOVE IC-ON-DEADLINE TO DUE-DATE
               MOVE "START NEGOTIATION BY" TO DUE-TEXT
               GO TO NEXT-CLOCK-EXIT.
           IF IC-STATUS = "N"
               MOVE IC-IDR-DUE TO DUE-DATE
               MOVE "INITIATE IDR BY" TO DUE-TEXT
               GO TO NEXT-CLOCK-EXIT.
           IF (IC-STATUS = "S" OR IC-STATUS = "W" OR IC-STATUS = "L")
             AND IC-PAID-DATE = SPACE AND IC-AWARD > IC-INIT-PAID
               MOVE IC-PAY-DUE TO DUE-DATE
               MOVE "PAYER MUST PAY BY" TO DUE-TEXT.
       NEXT-CLOCK-EXIT.
           EXIT.

       P2.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "LIVE CLOCKS " OPEN-CNTR "  DUE SOON " WARN-CNTR
             "  PAST " OVER-CNTR
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.

       P99.
           DISPLAY "IDR-DUE - CASES READ: " TOT-CNTR
           DISPLAY "IDR-DUE - LIVE CLOCKS: " OPEN-CNTR
           DISPLAY "IDR-DUE - DUE SOON: " WARN-CNTR
           DISPLAY "IDR-DUE - PAST: " OVER-CNTR
           MOVE "E" TO BZ-FUNC
           CALL "bizcal" USING BIZCAL-PARMS
           CLOSE IDRCASE PARMFILE FILEOUT.
           STOP RUN.

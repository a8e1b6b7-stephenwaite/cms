      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. recreq-due.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RECREQ ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS RR-KEY
             LOCK MODE MANUAL.

      * one record - how many business days of warning the desk
      * wants.
           SELECT PARMFILE ASSIGN TO "S35" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT FILEOUT ASSIGN TO "S40" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  RECREQ.
           COPY "recreq.cpy".

       FD  PARMFILE.
       01  PARMFILE01 PIC 999.

       FD  FILEOUT.
       01  FILEOUT01 PIC X(110).

       WORKING-STORAGE SECTION.

       01  WARN-DAYS PIC 999.
       01  T-DATE PIC X(8).
       01  DAYS-LEFT PIC S9(5).
       01  TOT-CNTR PIC 9(7) VALUE 0.
       01  OPEN-CNTR PIC 9(7) VALUE 0.
       01  WARN-CNTR PIC 9(7) VALUE 0.
       01  OVER-CNTR PIC 9(7) VALUE 0.
       01  NEF-D PIC -(4)9.
       01  FLAG-TEXT PIC X(12).
       01  PRT PIC X(110).

       01  BIZCAL-PARMS.
           02 BZ-FUNC PIC X.
           02 BZ-DATE PIC X(8).
           02 BZ-DATE2 PIC X(8).
           02 BZ-DAYS PIC S9(5).
           02 BZ-RESULT PIC X.
           02 BZ-DESC PIC X(30).

       PROCEDURE DIVISION.

      * records-request due-soon worklist - every request whose
      * records have not gone out yet and whose response deadline is
      * inside the warning window or already past. A missed window
      * is a denial or a recoupment with no argument left, so this
      * list is worked daily. Days left are business days off the
      * shared calendar (bizcal.cob), the same clock appealage.cob
      * runs on.
       P0.
           OPEN INPUT RECREQ PARMFILE.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

           READ PARMFILE
             AT END
               MOVE 10 TO WARN-DAYS
               GO TO P0A.
           IF PARMFILE01 NUMERIC
               MOVE PARMFILE01 TO WARN-DAYS
           ELSE
               MOVE 10 TO WARN-DAYS.

       P0A.
           MOVE SPACE TO PRT FILEOUT01
           STRING "RECORDS REQUESTS DUE AS OF " T-DATE
             " - WARNING AT " WARN-DAYS " BUSINESS DAYS"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01

           MOVE SPACE TO RR-KEY
           START RECREQ KEY NOT < RR-KEY
             INVALID
               GO TO P2.

       P1.
           READ RECREQ NEXT
             AT END
               GO TO P2.

           ADD 1 TO TOT-CNTR

           IF RR-OUTCOME NOT = "P" OR RR-SENT NOT = SPACE
               GO TO P1.

           ADD 1 TO OPEN-CNTR

           IF RR-DUE NOT NUMERIC
               GO TO P1.

           MOVE "C" TO BZ-FUNC
           MOVE T-DATE TO BZ-DATE
           MOVE RR-DUE TO BZ-DATE2
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
           STRING RR-GARNO " " RR-CLAIM " REQ " RR-SEQ " TYPE "
             RR-TYPE " " RR-ENTITY " RECEIVED " RR-RECEIVED
             " DUE " RR-DUE " DAYS " NEF-D " " FLAG-TEXT
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT

           GO TO P1.

       P2.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "NOT YET SENT " OPEN-CNTR "  DUE SOON " WARN-CNTR
             "  PAST DUE " OVER-CNTR
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.

       P99.
           DISPLAY "RECREQ-DUE - REQUESTS READ: " TOT-CNTR
           DISPLAY "RECREQ-DUE - NOT YET SENT: " OPEN-CNTR
           DISPLAY "RECREQ-DUE - DUE SOON: " WARN-CNTR
           DISPLAY "RECREQ-DUE - PAST DUE: " OVER-CNTR
           MOVE "E" TO BZ-FUNC
           CALL "bizcal" USING BIZCAL-PARMS
           CLOSE RECREQ PARMFILE FILEOUT.
           STOP RUN.

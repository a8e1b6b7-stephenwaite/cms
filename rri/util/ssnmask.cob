      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ssnmask.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * one place that decides how a social security number is
      * shown - callable the way memidchk is. Everybody gets the
      * last four digits ("XXX-XX-1234"); only an active operator
      * with OP-SSN "Y" who gives the right password sees all nine.
      * A printout or screen that goes astray then does not carry
      * the number.
           SELECT OPERFILE ASSIGN TO "S86" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS OP-ID
             LOCK MODE MANUAL.

       DATA DIVISION.
       FILE SECTION.

       FD  OPERFILE.
           COPY "operfile.cpy".

       WORKING-STORAGE SECTION.

       01  FILE-OPEN PIC X VALUE "N".
      * the operator last judged, so a listing does not re-read
      * OPERFILE for every line.
       01  LAST-OPER PIC X(3) VALUE SPACE.
       01  LAST-PASS PIC X(8) VALUE SPACE.
       01  LAST-FULL PIC X VALUE "N".

       LINKAGE SECTION.
      * SN-FUNC "C" format, "E" end of run (closes the file).
      * SN-OPER/SN-PASS the operator asking - spaces for a batch
      * report, which always masks. SN-SHOW comes back formatted
      * (spaces when there is no number), SN-FULL "Y" when all
      * nine digits were shown.
       01  SSNMASK-PARMS.
           02 SN-FUNC PIC X.
           02 SN-OPER PIC X(3).
           02 SN-PASS PIC X(8).
           02 SN-SSN PIC X(9).
           02 SN-SHOW PIC X(11).
           02 SN-FULL PIC X.

       PROCEDURE DIVISION USING SSNMASK-PARMS.

       P0.
           MOVE SPACE TO SN-SHOW
           MOVE "N" TO SN-FULL

           IF SN-FUNC = "E"
               IF FILE-OPEN = "Y"
                   CLOSE OPERFILE
                   MOVE "N" TO FILE-OPEN
               END-IF
               MOVE SPACE TO LAST-OPER LAST-PASS
               MOVE "N" TO LAST-FULL
               GO TO P9.

           IF SN-SSN = SPACE OR SN-SSN = ZERO
               GO TO P9.

           IF SN-OPER = SPACE
               GO TO P5.
           IF SN-OPER = LAST-OPER AND SN-PASS = LAST-PASS
               MOVE LAST-FULL TO SN-FULL
               GO TO P5.

           IF FILE-OPEN NOT = "Y"
               OPEN INPUT OPERFILE
               MOVE "Y" TO FILE-OPEN.
           MOVE SN-OPER TO LAST-OPER
           MOVE SN-PASS TO LAST-PASS
           MOVE "N" TO LAST-FULL
           MOVE SN-OPER TO OP-ID
           READ OPERFILE
             INVALID
               GO TO P5.
           IF OP-STATUS = "A" AND OP-PASS = SN-PASS AND OP-SSN = "Y"
               MOVE "Y" TO LAST-FULL.
           MOVE LAST-FULL TO SN-FULL.

       P5.
           IF SN-FULL = "Y"
               STRING SN-SSN (1:3) "-" SN-SSN (4:2) "-" SN-SSN (6:4)
                 DELIMITED BY SIZE INTO SN-SHOW
           ELSE
               STRING "XXX-XX-" SN-SSN (6:4)
                 DELIMITED BY SIZE INTO SN-SHOW.

       P9.
           GOBACK.

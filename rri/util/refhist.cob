      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. refhist.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * the one keeper of REFHIST - callable the way covsync is.
      * Whatever adds, changes or deletes a PROCFILE, INSFILE,
      * DOCFILENEW or REFPHY record hands over the record before
      * and after; anything that needs a record as it stood on an
      * earlier day (a fee on a service date, a payer id or a
      * provider number on a claim date) asks here.
           SELECT REFHIST ASSIGN TO "S91" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS RH-KEY
             LOCK MODE MANUAL.

       DATA DIVISION.
       FILE SECTION.

       FD  REFHIST.
           COPY "refhist.cpy".

       WORKING-STORAGE SECTION.

       01  FILE-OPEN PIC X VALUE "N".
       01  T-DATE PIC X(8).
       01  T-TIME PIC X(8).
       01  T-TIME9 REDEFINES T-TIME PIC 9(8).
       01  TRIES PIC 99.

       LINKAGE SECTION.
      * RX-FUNC:
      *   W - write: RX-FILE/RX-KEY changed by RX-PROGRAM (RX-OPER
      *       at the screens). RX-ACTION "A" add, "C" change, "D"
      *       delete; RX-BEFORE and RX-AFTER the record images. A
      *       change that changed nothing is not written.
      *   A - as of: RX-FILE/RX-KEY as it stood at the end of
      *       RX-DATE. RX-RESULT "Y" the record rebuilt into
      *       RX-AFTER, "C" no change since - the master as it
      *       stands is the answer, "N" not on file that day.
      *   E - end of run, closes the file.
      * W comes back "Y" when a row was written.
       01  REFHIST-PARMS.
           02 RX-FUNC PIC X.
           02 RX-FILE PIC X.
           02 RX-KEY PIC X(11).
           02 RX-ACTION PIC X.
           02 RX-OPER PIC X(3).
           02 RX-PROGRAM PIC X(8).
           02 RX-DATE PIC X(8).
           02 RX-BEFORE PIC X(150).
           02 RX-AFTER PIC X(150).
           02 RX-RESULT PIC X.

       PROCEDURE DIVISION USING REFHIST-PARMS.

       P0.
           MOVE "N" TO RX-RESULT

           IF RX-FUNC = "E"
               IF FILE-OPEN = "Y"
                   CLOSE REFHIST
                   MOVE "N" TO FILE-OPEN
               END-IF
               GO TO P9.

           IF FILE-OPEN NOT = "Y"
               OPEN I-O REFHIST
               MOVE "Y" TO FILE-OPEN.

           EVALUATE RX-FUNC
             WHEN "W"
               PERFORM WRITE-ROW THRU WRITE-ROW-EXIT
             WHEN "A"
               PERFORM AS-OF THRU AS-OF-EXIT
           END-EVALUATE
           GO TO P9.

      * two changes to one record inside the same hundredth of a
      * second take the next hundredth.
       WRITE-ROW.
           IF RX-ACTION = "C" AND RX-BEFORE = RX-AFTER
               GO TO WRITE-ROW-EXIT.
           ACCEPT T-DATE FROM DATE YYYYMMDD
           ACCEPT T-TIME FROM TIME
           MOVE SPACE TO REFHIST01
           MOVE RX-FILE TO RH-FILE
           MOVE RX-KEY TO RH-RECKEY
           MOVE T-DATE TO RH-DATE
           MOVE RX-ACTION TO RH-ACTION
           MOVE RX-OPER TO RH-OPER
           MOVE RX-PROGRAM TO RH-PROGRAM
           MOVE RX-BEFORE TO RH-BEFORE
           MOVE RX-AFTER TO RH-AFTER
           IF RX-ACTION = "A"
               MOVE SPACE TO RH-BEFORE.
           IF RX-ACTION = "D"
               MOVE SPACE TO RH-AFTER.
           MOVE 0 TO TRIES.

       WRITE-ROW-1.
           MOVE T-TIME TO RH-TIME
           WRITE REFHIST01
             INVALID
               ADD 1 TO TRIES
               IF TRIES > 50
                   GO TO WRITE-ROW-EXIT
               END-IF
               ADD 1 TO T-TIME9
               GO TO WRITE-ROW-1
           END-WRITE
           MOVE "Y" TO RX-RESULT.

       WRITE-ROW-EXIT.
           EXIT.

      * the first change after the day holds, in its before image,
      * the record as it stood that day - unless that change was
      * the add, when there was no record yet.
       AS-OF.
           MOVE "C" TO RX-RESULT
           MOVE SPACE TO RX-AFTER
           MOVE RX-FILE TO RH-FILE
           MOVE RX-KEY TO RH-RECKEY
           MOVE RX-DATE TO RH-DATE
           MOVE HIGH-VALUE TO RH-TIME
           START REFHIST KEY > RH-KEY
             INVALID
               GO TO AS-OF-EXIT.

           READ REFHIST NEXT
             AT END
               GO TO AS-OF-EXIT.
           IF RH-FILE NOT = RX-FILE OR RH-RECKEY NOT = RX-KEY
               GO TO AS-OF-EXIT.

           IF RH-ACTION = "A"
               MOVE "N" TO RX-RESULT
               GO TO AS-OF-EXIT.
           MOVE RH-BEFORE TO RX-AFTER
           MOVE "Y" TO RX-RESULT.

       AS-OF-EXIT.
           EXIT.

       P9.
           GOBACK.

      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ndc-maint.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT NDCXREF ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS ND-KEY
             LOCK MODE MANUAL.

       DATA DIVISION.

       FILE SECTION.

       FD  NDCXREF.
           COPY "ndcxref.cpy".

       WORKING-STORAGE SECTION.

       01  DATAIN PIC X(30).
       01  ACTION PIC XX.
       01  IN-PROC PIC X(5).
       01  IN-NDC PIC X(11).
       01  IN-UNIT PIC XX.
       01  IN-QTY PIC X(9).
       01  IN-DESC PIC X(30).
       01  NEW-QTY PIC 9(5)V999.
       01  EDIT-QTY PIC ZZZZ9.999.
       01  T-DATE PIC X(8).
       01  LIST-CNTR PIC 9(5).

       PROCEDURE DIVISION.

      * drug NDC cross-reference dialog - same DISPLAY/ACCEPT
      * conversation carc-maint.cob uses.
      *   AN = add or change the NDC for a procedure code
      *   DN = delete one          LN = list (from a code on)
      *   END = end the job
      * The NDC is the 11-digit 5-4-2 form with the dashes left out,
      * the quantity is how many NDC units one billed unit of the
      * procedure code is (J1100 per 1 mg of a 4 mg/ml vial = .25 ML).
       P0.
           OPEN I-O NDCXREF.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

       P1.
           DISPLAY "AN,DN,LN,END  OPTION,PROCEDURE CODE".
           MOVE SPACE TO DATAIN ACTION IN-PROC.
           ACCEPT DATAIN.
           UNSTRING DATAIN DELIMITED BY ","
             INTO ACTION IN-PROC.

           IF ACTION = "EN" OR DATAIN = "END"
               GO TO P99.

           EVALUATE ACTION
             WHEN "AN"
               PERFORM ADD-NDC THRU ADD-NDC-EXIT
             WHEN "DN"
               PERFORM DEL-NDC THRU DEL-NDC-EXIT
             WHEN "LN"
               PERFORM LIST-NDC THRU LIST-NDC-EXIT
             WHEN OTHER
               DISPLAY "BAD OPTION " ACTION
           END-EVALUATE

           GO TO P1.

       ADD-NDC.
           IF IN-PROC = SPACE
               DISPLAY "NO PROCEDURE CODE - NOTHING ADDED"
               GO TO ADD-NDC-EXIT.

           DISPLAY "NDC 11 DIGITS NO DASHES".
           MOVE SPACE TO IN-NDC
           ACCEPT IN-NDC.
           IF IN-NDC NOT NUMERIC
               DISPLAY "NDC MUST BE 11 DIGITS - NOTHING ADDED"
               GO TO ADD-NDC-EXIT.

           DISPLAY "UNIT F2,GR,ME,ML,UN".
           MOVE SPACE TO IN-UNIT
           ACCEPT IN-UNIT.
           IF NOT (IN-UNIT = "F2" OR "GR" OR "ME" OR "ML" OR "UN")
               DISPLAY "BAD UNIT - NOTHING ADDED"
               GO TO ADD-NDC-EXIT.

           DISPLAY "NDC QUANTITY PER BILLED UNIT  99999.999".
           MOVE SPACE TO IN-QTY
           ACCEPT IN-QTY.
           IF FUNCTION NUMVAL (IN-QTY) NOT > 0
             OR FUNCTION NUMVAL (IN-QTY) > 99999
               DISPLAY "QUANTITY MUST BE OVER ZERO - NOTHING ADDED"
               GO TO ADD-NDC-EXIT.
           MOVE FUNCTION NUMVAL (IN-QTY) TO NEW-QTY.
           IF NEW-QTY = 0
               DISPLAY "QUANTITY UNDER .001 - NOTHING ADDED"
               GO TO ADD-NDC-EXIT.

           DISPLAY "DESCRIPTION".
           MOVE SPACE TO IN-DESC
           ACCEPT IN-DESC.

           MOVE IN-PROC TO ND-KEY
           READ NDCXREF WITH LOCK
             INVALID
               MOVE IN-PROC TO ND-KEY
               MOVE IN-NDC TO ND-NDC
               MOVE IN-UNIT TO ND-UNIT
               MOVE NEW-QTY TO ND-QTY
               MOVE IN-DESC TO ND-DESC
               MOVE T-DATE TO ND-DATE
               MOVE SPACE TO ND-FUTURE
               WRITE NDCXREF01
               DISPLAY "NDC ADDED " IN-PROC " " IN-NDC
             NOT INVALID
               MOVE IN-NDC TO ND-NDC
               MOVE IN-UNIT TO ND-UNIT
               MOVE NEW-QTY TO ND-QTY
               IF IN-DESC NOT = SPACE
                   MOVE IN-DESC TO ND-DESC
               END-IF
               MOVE T-DATE TO ND-DATE
               REWRITE NDCXREF01
               DISPLAY "NDC CHANGED " IN-PROC " " IN-NDC
           END-READ.

       ADD-NDC-EXIT.
           EXIT.

       DEL-NDC.
           MOVE IN-PROC TO ND-KEY
           READ NDCXREF WITH LOCK
             INVALID
               DISPLAY "NO NDC ROW " IN-PROC
               GO TO DEL-NDC-EXIT.

           DELETE NDCXREF RECORD
           DISPLAY "NDC ROW DELETED".

       DEL-NDC-EXIT.
           EXIT.

       LIST-NDC.
           MOVE IN-PROC TO ND-KEY
           MOVE 0 TO LIST-CNTR
           START NDCXREF KEY NOT < ND-KEY
             INVALID
               DISPLAY "NO NDC ROWS"
               GO TO LIST-NDC-EXIT.

       LIST-NDC-1.
           READ NDCXREF NEXT
             AT END
               GO TO LIST-NDC-2.

           ADD 1 TO LIST-CNTR
           MOVE ND-QTY TO EDIT-QTY
           DISPLAY ND-KEY " " ND-NDC " " ND-UNIT " " EDIT-QTY " "
             ND-DESC " " ND-DATE
           IF LIST-CNTR < 500
               GO TO LIST-NDC-1.

       LIST-NDC-2.
           DISPLAY LIST-CNTR " ROWS".

       LIST-NDC-EXIT.
           EXIT.

       P99.
           CLOSE NDCXREF.
           STOP RUN.

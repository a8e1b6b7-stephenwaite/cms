      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. kwdiag-maint.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT KWDIAG ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS KW-WORD
             LOCK MODE MANUAL.

           SELECT DIAGFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS DIAG-KEY
             ALTERNATE RECORD KEY IS DIAG-TITLE WITH DUPLICATES
             LOCK MODE MANUAL.

       DATA DIVISION.

       FILE SECTION.

       FD  KWDIAG.
           COPY "kwdiag.cpy".

       FD  DIAGFILE.
           COPY "diagfile.cpy".

       WORKING-STORAGE SECTION.

       01  DATAIN PIC X(60).
       01  ACTION PIC XX.
       01  IN-WORD PIC X(24).
       01  IN-DIAG PIC X(7) OCCURS 3 TIMES.
       01  OPER-ID PIC X(3).
       01  T-DATE PIC X(8).
       01  DX-IDX PIC 9.
       01  BAD-FLAG PIC X.
       01  LIST-CNTR PIC 999.

       PROCEDURE DIVISION.

      * keyword-to-diagnosis dialog - same DISPLAY/ACCEPT option
      * conversation contr-maint.cob uses. AK = add or replace a
      * keyword with up to three codes (each must be on DIAGFILE,
      * keyed without the period as the claim builds expect),
      * XK = delete one, LK = list from a keyword on, END = end the
      * job. Keywords are kept upper case so dxassist.cob can match
      * them against the upper-cased order text.
       P0.
           OPEN I-O KWDIAG.
           OPEN INPUT DIAGFILE.
           ACCEPT T-DATE FROM DATE YYYYMMDD.
           DISPLAY "OPERATOR ID".
           ACCEPT OPER-ID.

       P1.
           DISPLAY "AK,XK,LK,END  OPTION,KEYWORD".
           MOVE SPACE TO DATAIN IN-WORD
           ACCEPT DATAIN.
           UNSTRING DATAIN DELIMITED BY ","
             INTO ACTION IN-WORD.
           MOVE FUNCTION UPPER-CASE (IN-WORD) TO IN-WORD

           IF ACTION = "EN" OR DATAIN = "END"
               GO TO P99.

           EVALUATE ACTION
             WHEN "AK"
               PERFORM ADD-WORD THRU ADD-WORD-EXIT
             WHEN "XK"
               PERFORM DEL-WORD THRU DEL-WORD-EXIT
             WHEN "LK"
               PERFORM LIST-WORDS THRU LIST-WORDS-EXIT
             WHEN OTHER
               DISPLAY "BAD OPTION " ACTION
           END-EVALUATE

           GO TO P1.

       ADD-WORD.
           IF IN-WORD = SPACE
               DISPLAY "NO KEYWORD - NOTHING ADDED"
               GO TO ADD-WORD-EXIT.
           DISPLAY "ICD-10 CODES, UP TO 3, COMMA BETWEEN (NO PERIOD)".
           MOVE SPACE TO DATAIN IN-DIAG (1) IN-DIAG (2) IN-DIAG (3)
           ACCEPT DATAIN.
           UNSTRING DATAIN DELIMITED BY ","
             INTO IN-DIAG (1) IN-DIAG (2) IN-DIAG (3)
           IF IN-DIAG (1) = SPACE
               DISPLAY "NO CODE - NOTHING ADDED"
               GO TO ADD-WORD-EXIT.

           MOVE "N" TO BAD-FLAG
           MOVE 1 TO DX-IDX.
       ADD-WORD-1.
           IF IN-DIAG (DX-IDX) NOT = SPACE
               MOVE FUNCTION UPPER-CASE (IN-DIAG (DX-IDX))
                 TO IN-DIAG (DX-IDX)
               MOVE IN-DIAG (DX-IDX) TO DIAG-KEY
               READ DIAGFILE
                 INVALID
                   DISPLAY IN-DIAG (DX-IDX) " IS NOT ON DIAGFILE"
                   MOVE "Y" TO BAD-FLAG
                 NOT INVALID
                   DISPLAY IN-DIAG (DX-IDX) " " DIAG-TITLE
               END-READ
           END-IF
           ADD 1 TO DX-IDX
           IF DX-IDX < 4
               GO TO ADD-WORD-1.
           IF BAD-FLAG = "Y"
               DISPLAY "NOTHING ADDED"
               GO TO ADD-WORD-EXIT.

           MOVE IN-WORD TO KW-WORD
           READ KWDIAG WITH LOCK
             INVALID
               MOVE 0 TO KW-ACCEPTED KW-OVERRIDDEN
               MOVE SPACE TO KW-FUTURE
               PERFORM FILL-WORD
               WRITE KWDIAG01
               DISPLAY "KEYWORD ADDED " IN-WORD
             NOT INVALID
               PERFORM FILL-WORD
               REWRITE KWDIAG01
               DISPLAY "KEYWORD REPLACED " IN-WORD
           END-READ.
       ADD-WORD-EXIT.
           EXIT.

       FILL-WORD.
           MOVE IN-DIAG (1) TO KW-DIAG (1)
           MOVE IN-DIAG (2) TO KW-DIAG (2)
           MOVE IN-DIAG (3) TO KW-DIAG (3)
           MOVE OPER-ID TO KW-OPER
           MOVE T-DATE TO KW-DATE.

       DEL-WORD.
           MOVE IN-WORD TO KW-WORD
           READ KWDIAG WITH LOCK
             INVALID
               DISPLAY "NO KEYWORD ON FILE " IN-WORD
               GO TO DEL-WORD-EXIT.
           DELETE KWDIAG RECORD
           DISPLAY "KEYWORD DELETED".
       DEL-WORD-EXIT.
           EXIT.

      * twenty at a time from the keyword given.
       LIST-WORDS.
           MOVE IN-WORD TO KW-WORD
           START KWDIAG KEY NOT < KW-WORD
             INVALID
               DISPLAY "NO KEYWORDS ON FILE"
               GO TO LIST-WORDS-EXIT.
           MOVE 0 TO LIST-CNTR.
       LIST-WORDS-1.
           READ KWDIAG NEXT
             AT END
               GO TO LIST-WORDS-EXIT.
           DISPLAY KW-WORD " " KW-DIAG (1) " " KW-DIAG (2) " "
             KW-DIAG (3) " TAKEN " KW-ACCEPTED " CHANGED "
             KW-OVERRIDDEN
           ADD 1 TO LIST-CNTR
           IF LIST-CNTR < 20
               GO TO LIST-WORDS-1.
       LIST-WORDS-EXIT.
           EXIT.

       P99.
           CLOSE KWDIAG DIAGFILE.
           STOP RUN.

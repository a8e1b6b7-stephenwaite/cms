      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. redflag-disp.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPERFILE ASSIGN TO "S20" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS OP-ID
             LOCK MODE MANUAL.

           SELECT REDFLAG ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS FG-SEQ
             ALTERNATE RECORD KEY IS FG-MATCH
             LOCK MODE MANUAL.

      * audit narrative - one line per disposition recorded.
           SELECT REDFLAGLOG ASSIGN TO "S40" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  OPERFILE.
           COPY "operfile.cpy".

       FD  REDFLAG.
           COPY "redflag.cpy".

       FD  REDFLAGLOG.
       01  REDFLAGLOG01 PIC X(120).

       WORKING-STORAGE SECTION.

       01  DATAIN PIC X(20).
       01  ACTION PIC XX.
       01  IN-SEQ PIC X(7).
       01  IN-X PIC X(40).
       01  SIGN-ID PIC X(3).
       01  SIGN-PASS PIC X(8).
       01  T-DATE PIC X(8).
       01  PRT PIC X(120).

       PROCEDURE DIVISION.

      * the compliance officer's side of the Red Flags program -
      * each alert redflag.cob raised gets a recorded decision.
      * Only an active operator marked compliance officer
      * (OP-COMPLY "Y") may sign on. NQ = show the next open
      * alert, SH,seq = show any alert, DI,seq = record its
      * disposition (C cleared - no theft, T theft confirmed and
      * the account corrected, R referred on) with a note,
      * END = end the session.
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
             OR OP-COMPLY NOT = "Y"
               DISPLAY "SIGN-ON REFUSED - COMPLIANCE OFFICER ONLY"
               CLOSE OPERFILE
               STOP RUN.
           CLOSE OPERFILE.

           OPEN I-O REDFLAG.
           OPEN EXTEND REDFLAGLOG.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

       P1.
           DISPLAY "NQ, SH,SEQ, DI,SEQ OR END".
           ACCEPT DATAIN.
           UNSTRING DATAIN DELIMITED BY ","
             INTO ACTION IN-SEQ.

           IF ACTION = "EN" OR DATAIN = "END"
               GO TO P99.

           EVALUATE ACTION
             WHEN "NQ"
               PERFORM NEXT-OPEN THRU NEXT-OPEN-EXIT
             WHEN "SH"
               PERFORM FETCH-ALERT THRU FETCH-ALERT-EXIT
               IF FG-STATUS NOT = SPACE
                   PERFORM SHOW-ALERT
               END-IF
             WHEN "DI"
               PERFORM DISPOSE THRU DISPOSE-EXIT
             WHEN OTHER
               DISPLAY "BAD OPTION " ACTION
           END-EVALUATE

           GO TO P1.

       NEXT-OPEN.
           MOVE 0 TO FG-SEQ
           START REDFLAG KEY NOT < FG-SEQ
             INVALID
               DISPLAY "NO ALERTS ON FILE"
               GO TO NEXT-OPEN-EXIT.

       NEXT-OPEN-1.
           READ REDFLAG NEXT
             AT END
               DISPLAY "NO OPEN ALERTS"
               GO TO NEXT-OPEN-EXIT.
           IF FG-STATUS NOT = "O"
               GO TO NEXT-OPEN-1.
           PERFORM SHOW-ALERT.
       NEXT-OPEN-EXIT.
           EXIT.

       SHOW-ALERT.
           DISPLAY "SEQ " FG-SEQ " " FG-TYPE " " FG-GARNO " "
             FG-OTHER
           DISPLAY "  " FG-DETAIL
           DISPLAY "  FIRST SEEN " FG-DATE-F " LAST SEEN " FG-DATE-L
           IF FG-STATUS = "D"
               DISPLAY "  DISPOSED " FG-DISP " BY " FG-OPER " ON "
                 FG-DATE-D " " FG-NOTE
           ELSE
               DISPLAY "  OPEN (DI," FG-SEQ ")".

       DISPOSE.
           PERFORM FETCH-ALERT THRU FETCH-ALERT-EXIT
           IF FG-STATUS = SPACE
               GO TO DISPOSE-EXIT.
           IF FG-STATUS NOT = "O"
               DISPLAY "ALREADY DISPOSED " FG-DISP " BY " FG-OPER
               GO TO DISPOSE-EXIT.
           PERFORM SHOW-ALERT
           DISPLAY "C=CLEARED T=THEFT CONFIRMED R=REFERRED".
           ACCEPT IN-X.
           IF IN-X(1:1) NOT = "C" AND IN-X(1:1) NOT = "T"
             AND IN-X(1:1) NOT = "R"
               DISPLAY "BAD DISPOSITION - NOTHING RECORDED"
               GO TO DISPOSE-EXIT.
           MOVE IN-X(1:1) TO FG-DISP
           DISPLAY "NOTE".
           ACCEPT IN-X.
           IF IN-X = SPACE
               DISPLAY "A NOTE IS REQUIRED - NOTHING RECORDED"
               GO TO DISPOSE-EXIT.
           MOVE IN-X TO FG-NOTE
           MOVE "D" TO FG-STATUS
           MOVE SIGN-ID TO FG-OPER
           MOVE T-DATE TO FG-DATE-D
           REWRITE REDFLAG01

           MOVE SPACE TO PRT
           STRING T-DATE " " FG-SEQ " " FG-TYPE " " FG-GARNO " "
             FG-OTHER " DISPOSED " FG-DISP " BY " SIGN-ID " "
             FG-NOTE DELIMITED BY SIZE INTO PRT
           WRITE REDFLAGLOG01 FROM PRT
           DISPLAY "RECORDED".
       DISPOSE-EXIT.
           EXIT.

       FETCH-ALERT.
           IF IN-SEQ NOT NUMERIC
               DISPLAY "BAD SEQUENCE"
               MOVE SPACE TO FG-STATUS
               GO TO FETCH-ALERT-EXIT.
           MOVE FUNCTION NUMVAL (IN-SEQ) TO FG-SEQ
           READ REDFLAG WITH LOCK
             INVALID
               DISPLAY "NO SUCH ALERT"
               MOVE SPACE TO FG-STATUS
               GO TO FETCH-ALERT-EXIT.
       FETCH-ALERT-EXIT.
           EXIT.

       P99.
           CLOSE REDFLAG REDFLAGLOG.
           STOP RUN.

      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. client-maint.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CLIENTFILE ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CL-PAYCODE
             LOCK MODE MANUAL.

      * the client's paycode must already be a carrier row - it is
      * what the charge entry screens key the work under.
           SELECT INSFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS INS-KEY
             ALTERNATE RECORD KEY IS INS-NAME WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-CITY WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT CLIENTINV ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CI-KEY
             LOCK MODE MANUAL.

       DATA DIVISION.

       FILE SECTION.

       FD  CLIENTFILE.
           COPY "clientfile.cpy".

       FD  INSFILE.
           COPY "insfile.cpy".

       FD  CLIENTINV.
           COPY "clientinv.cpy".

       WORKING-STORAGE SECTION.

       01  DATAIN PIC X(20).
       01  ACTION PIC XX.
       01  IN-PAYCODE PIC XXX.
       01  IN-X PIC X(30).
       01  IN-ANS PIC X.
       01  OPER-ID PIC X(3).
       01  BAL-W PIC S9(7)V99.
       01  TOT-W PIC S9(7)V99.
       01  NEF-11 PIC -(7)9.99.

       PROCEDURE DIVISION.

      * client master desk dialog - the employers, facilities and
      * purchased-service arrangements billed directly. Same
      * DISPLAY/ACCEPT conversation recreq-maint.cob uses.
      * AC = add a client on its paycode, UC = update the address
      * and terms, IC = inactivate (or reactivate) a client, LC =
      * show a client, LI = list its open invoices, END = end the
      * job. The patient paycode "018" can never be a client.
       P0.
           OPEN I-O CLIENTFILE.
           OPEN INPUT INSFILE CLIENTINV.
           DISPLAY "OPERATOR ID".
           ACCEPT OPER-ID.

       P1.
           DISPLAY "AC,UC,IC,LC,LI,END  OPTION,PAYCODE".
           ACCEPT DATAIN.
           MOVE SPACE TO IN-PAYCODE
           UNSTRING DATAIN DELIMITED BY ","
             INTO ACTION IN-PAYCODE.

           IF ACTION = "EN" OR DATAIN = "END"
               GO TO P99.

           IF IN-PAYCODE = SPACE
               DISPLAY "PAYCODE REQUIRED"
               GO TO P1.

           EVALUATE ACTION
             WHEN "AC"
               PERFORM ADD-CLIENT THRU ADD-CLIENT-EXIT
             WHEN "UC"
               PERFORM UPD-CLIENT THRU UPD-CLIENT-EXIT
             WHEN "IC"
               PERFORM INACT-CLIENT THRU INACT-CLIENT-EXIT
             WHEN "LC"
               PERFORM SHOW-CLIENT THRU SHOW-CLIENT-EXIT
             WHEN "LI"
               PERFORM LIST-INV THRU LIST-INV-EXIT
             WHEN OTHER
               DISPLAY "BAD OPTION " ACTION
           END-EVALUATE

           GO TO P1.

       ADD-CLIENT.
           IF IN-PAYCODE = "018"
               DISPLAY "018 IS THE PATIENT - NOT A CLIENT"
               GO TO ADD-CLIENT-EXIT.
           MOVE IN-PAYCODE TO INS-KEY
           READ INSFILE
             INVALID
               DISPLAY "NO CARRIER ROW FOR PAYCODE " IN-PAYCODE
                 " - ADD IT FIRST"
               GO TO ADD-CLIENT-EXIT.
           MOVE IN-PAYCODE TO CL-PAYCODE
           READ CLIENTFILE
             INVALID
               CONTINUE
             NOT INVALID
               DISPLAY "ALREADY A CLIENT - USE UC"
               GO TO ADD-CLIENT-EXIT
           END-READ

           MOVE SPACE TO CLIENTFILE01
           MOVE IN-PAYCODE TO CL-PAYCODE
           DISPLAY "TYPE E=EMPLOYER F=FACILITY C=CHCRR PURCHASED "
             "SERVICES O=OTHER".
           ACCEPT IN-ANS.
           IF IN-ANS NOT = "E" AND IN-ANS NOT = "F"
             AND IN-ANS NOT = "C" AND IN-ANS NOT = "O"
               DISPLAY "BAD TYPE - NOTHING RECORDED"
               GO TO ADD-CLIENT-EXIT.
           MOVE IN-ANS TO CL-TYPE

           DISPLAY "CLIENT NAME OR / FOR " INS-NAME.
           ACCEPT IN-X.
           IF IN-X = "/" OR IN-X = SPACE
               MOVE INS-NAME TO CL-NAME
           ELSE
               MOVE IN-X TO CL-NAME.
           DISPLAY "ATTENTION".
           ACCEPT IN-X.
           MOVE IN-X TO CL-ATTN
           DISPLAY "STREET OR / FOR " INS-STREET.
           ACCEPT IN-X.
           IF IN-X = "/" OR IN-X = SPACE
               MOVE INS-STREET TO CL-STREET
               MOVE INS-CITY TO CL-CITY
               MOVE INS-STATE TO CL-STATE
               MOVE INS-ZIP TO CL-ZIP
               GO TO ADD-CLIENT-1.
           MOVE IN-X TO CL-STREET
           DISPLAY "CITY".
           ACCEPT IN-X.
           MOVE IN-X TO CL-CITY
           DISPLAY "STATE".
           ACCEPT IN-X.
           MOVE IN-X TO CL-STATE
           DISPLAY "ZIP".
           ACCEPT IN-X.
           MOVE IN-X TO CL-ZIP.

       ADD-CLIENT-1.
           DISPLAY "PHONE".
           ACCEPT IN-X.
           MOVE IN-X TO CL-PHONE
           PERFORM ASK-TERMS THRU ASK-TERMS-EXIT
           MOVE "A" TO CL-STATUS
           MOVE OPER-ID TO CL-OPER
           WRITE CLIENTFILE01
           DISPLAY "CLIENT " CL-PAYCODE " " CL-NAME " ADDED".
       ADD-CLIENT-EXIT.
           EXIT.

      * net 30 unless the contract says otherwise.
       ASK-TERMS.
           DISPLAY "PAYMENT TERMS IN DAYS OR / FOR 30".
           ACCEPT IN-X.
           MOVE 30 TO CL-TERMS
           IF IN-X(1:3) NUMERIC
               MOVE IN-X(1:3) TO CL-TERMS
           ELSE
               IF IN-X(1:2) NUMERIC AND IN-X(3:1) = SPACE
                   MOVE IN-X(1:2) TO CL-TERMS.
       ASK-TERMS-EXIT.
           EXIT.

       UPD-CLIENT.
           PERFORM FETCH-CLIENT THRU FETCH-CLIENT-EXIT
           IF CL-PAYCODE = SPACE
               GO TO UPD-CLIENT-EXIT.
           DISPLAY "NAME " CL-NAME " - NEW OR / TO KEEP".
           ACCEPT IN-X.
           IF IN-X NOT = "/" AND IN-X NOT = SPACE
               MOVE IN-X TO CL-NAME.
           DISPLAY "ATTENTION " CL-ATTN " - NEW OR / TO KEEP".
           ACCEPT IN-X.
           IF IN-X NOT = "/" AND IN-X NOT = SPACE
               MOVE IN-X TO CL-ATTN.
           DISPLAY "STREET " CL-STREET " - NEW OR / TO KEEP".
           ACCEPT IN-X.
           IF IN-X NOT = "/" AND IN-X NOT = SPACE
               MOVE IN-X TO CL-STREET.
           DISPLAY "CITY " CL-CITY " - NEW OR / TO KEEP".
           ACCEPT IN-X.
           IF IN-X NOT = "/" AND IN-X NOT = SPACE
               MOVE IN-X TO CL-CITY.
           DISPLAY "STATE " CL-STATE " - NEW OR / TO KEEP".
           ACCEPT IN-X.
           IF IN-X NOT = "/" AND IN-X NOT = SPACE
               MOVE IN-X TO CL-STATE.
           DISPLAY "ZIP " CL-ZIP " - NEW OR / TO KEEP".
           ACCEPT IN-X.
           IF IN-X NOT = "/" AND IN-X NOT = SPACE
               MOVE IN-X TO CL-ZIP.
           DISPLAY "PHONE " CL-PHONE " - NEW OR / TO KEEP".
           ACCEPT IN-X.
           IF IN-X NOT = "/" AND IN-X NOT = SPACE
               MOVE IN-X TO CL-PHONE.
           DISPLAY "TERMS " CL-TERMS " DAYS - CHANGE Y/N".
           ACCEPT IN-ANS.
           IF IN-ANS = "Y"
               PERFORM ASK-TERMS THRU ASK-TERMS-EXIT.
           MOVE OPER-ID TO CL-OPER
           REWRITE CLIENTFILE01
           DISPLAY "CLIENT UPDATED".
       UPD-CLIENT-EXIT.
           EXIT.

      * an inactive client gets no new invoices; what it already
      * owes still ages and still gets a statement.
       INACT-CLIENT.
           PERFORM FETCH-CLIENT THRU FETCH-CLIENT-EXIT
           IF CL-PAYCODE = SPACE
               GO TO INACT-CLIENT-EXIT.
           IF CL-STATUS = "I"
               MOVE "A" TO CL-STATUS
               DISPLAY "CLIENT REACTIVATED"
           ELSE
               MOVE "I" TO CL-STATUS
               DISPLAY "CLIENT INACTIVATED".
           MOVE OPER-ID TO CL-OPER
           REWRITE CLIENTFILE01.
       INACT-CLIENT-EXIT.
           EXIT.

       SHOW-CLIENT.
           MOVE IN-PAYCODE TO CL-PAYCODE
           READ CLIENTFILE
             INVALID
               DISPLAY "NOT A CLIENT PAYCODE " IN-PAYCODE
               GO TO SHOW-CLIENT-EXIT.
           DISPLAY CL-PAYCODE " " CL-NAME " TYPE " CL-TYPE
             " STATUS " CL-STATUS
           DISPLAY "  ATTN " CL-ATTN
           DISPLAY "  " CL-STREET " " CL-CITY " " CL-STATE " "
             CL-ZIP
           DISPLAY "  PHONE " CL-PHONE " TERMS " CL-TERMS " DAYS".
       SHOW-CLIENT-EXIT.
           EXIT.

       LIST-INV.
           MOVE 0 TO TOT-W
           MOVE IN-PAYCODE TO CI-PAYCODE
           MOVE SPACE TO CI-PERIOD
           START CLIENTINV KEY NOT < CI-KEY
             INVALID
               GO TO LIST-INV-2.

       LIST-INV-1.
           READ CLIENTINV NEXT
             AT END
               GO TO LIST-INV-2.
           IF CI-PAYCODE NOT = IN-PAYCODE
               GO TO LIST-INV-2.
           IF CI-STATUS NOT = "O"
               GO TO LIST-INV-1.
           COMPUTE BAL-W = CI-AMOUNT - CI-PAID - CI-ADJ
           ADD BAL-W TO TOT-W
           MOVE BAL-W TO NEF-11
           DISPLAY "  " CI-PERIOD " INVOICED " CI-DATE " DUE "
             CI-DUE " BALANCE " NEF-11
           GO TO LIST-INV-1.

       LIST-INV-2.
           MOVE TOT-W TO NEF-11
           DISPLAY "TOTAL OPEN " NEF-11.
       LIST-INV-EXIT.
           EXIT.

       FETCH-CLIENT.
           MOVE IN-PAYCODE TO CL-PAYCODE
           READ CLIENTFILE WITH LOCK
             INVALID
               DISPLAY "NOT A CLIENT PAYCODE " IN-PAYCODE
               MOVE SPACE TO CL-PAYCODE
               GO TO FETCH-CLIENT-EXIT.
       FETCH-CLIENT-EXIT.
           EXIT.

       P99.
           CLOSE CLIENTFILE INSFILE CLIENTINV.
           STOP RUN.

      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. idr-maint.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT IDRCASE ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS IC-KEY
             LOCK MODE MANUAL.

      * access accounting - every account displayed here is a
      * disclosure the patient may ask about.
           SELECT ACCESSLOG ASSIGN TO "S35" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  IDRCASE.
           COPY "idrcase.cpy".

       FD  ACCESSLOG.
           COPY "accesslog.cpy".

       WORKING-STORAGE SECTION.

       01  DATAIN PIC X(30).
       01  ACTION PIC XX.
       01  IN-GARNO PIC X(8).
       01  IN-CLAIM PIC X(6).
       01  IN-DATE PIC X(8).
       01  IN-DATE9 REDEFINES IN-DATE PIC 9(8).
       01  IN-X PIC X(20).
       01  IN-AMT PIC X(10).
       01  IN-ANS PIC X.
       01  IN-OK PIC X.
       01  W-AMT PIC S9(6)V99.
       01  W-INT PIC 9(7).
       01  OPER-ID PIC X(3).
       01  T-DATE PIC X(8).
       01  NEF-9 PIC -(5)9.99.
       01  NEF-9B PIC -(5)9.99.
       01  NEF-9C PIC -(5)9.99.

       01  BIZCAL-PARMS.
           02 BZ-FUNC PIC X.
           02 BZ-DATE PIC X(8).
           02 BZ-DATE2 PIC X(8).
           02 BZ-DAYS PIC S9(5).
           02 BZ-RESULT PIC X.
           02 BZ-DESC PIC X(30).

       PROCEDURE DIVISION.

      * No Surprises Act dispute desk - an "ON" out-of-network
      * denial or short payment we mean to fight becomes a case with
      * its clocks on it. Same DISPLAY/ACCEPT conversation
      * appeal-maint.cob uses. OC = open a case (payer, initial
      * payment or denial date and amount, QPA, our offer), ON =
      * open negotiation notice sent, NS = settled in negotiation,
      * IF = IDR initiated (entity and fees), FD = final
      * determination, PR = award payment received, XC = drop the
      * case, LC = list it, END = end the job. Every deadline is
      * counted in business days by bizcal.cob; idr-due.cob works
      * them and idr-post.cob posts the result to the claim.
       P0.
           OPEN I-O IDRCASE.
           OPEN EXTEND ACCESSLOG.
           ACCEPT T-DATE FROM DATE YYYYMMDD.
           DISPLAY "OPERATOR ID".
           ACCEPT OPER-ID.

       P1.
           DISPLAY "OC,ON,NS,IF,FD,PR,XC,LC,END  OPTION,GARNO,CLAIM".
           ACCEPT DATAIN.
           MOVE SPACE TO IN-GARNO IN-CLAIM
           UNSTRING DATAIN DELIMITED BY ","
             INTO ACTION IN-GARNO IN-CLAIM.

           IF ACTION = "EN" OR DATAIN = "END"
               GO TO P99.

           IF IN-GARNO NOT = SPACE
               PERFORM LOG-ACCESS
           END-IF

           EVALUATE ACTION
             WHEN "OC"
               PERFORM OPEN-CASE THRU OPEN-CASE-EXIT
             WHEN "ON"
               PERFORM NEGOTIATE THRU NEGOTIATE-EXIT
             WHEN "NS"
               PERFORM SETTLED THRU SETTLED-EXIT
             WHEN "IF"
               PERFORM IDR-FILED THRU IDR-FILED-EXIT
             WHEN "FD"
               PERFORM DETERMINED THRU DETERMINED-EXIT
             WHEN "PR"
               PERFORM PAID THRU PAID-EXIT
             WHEN "XC"
               PERFORM DROP-CASE THRU DROP-CASE-EXIT
             WHEN "LC"
               PERFORM LIST-CASE THRU LIST-CASE-EXIT
             WHEN OTHER
               DISPLAY "BAD OPTION " ACTION
           END-EVALUATE

           GO TO P1.

       OPEN-CASE.
           IF IN-GARNO = SPACE OR IN-CLAIM = SPACE
               DISPLAY "GARNO AND CLAIM REQUIRED"
               GO TO OPEN-CASE-EXIT.
           MOVE IN-GARNO TO IC-GARNO
           MOVE IN-CLAIM TO IC-CLAIM
           READ IDRCASE
             INVALID
               GO TO OPEN-CASE-1.
           DISPLAY "CASE ALREADY ON FILE - STATUS " IC-STATUS
           GO TO OPEN-CASE-EXIT.

       OPEN-CASE-1.
           MOVE SPACE TO IDRCASE01
           MOVE IN-GARNO TO IC-GARNO
           MOVE IN-CLAIM TO IC-CLAIM
           MOVE 0 TO IC-INIT-PAID IC-QPA IC-OFFER IC-ADMIN-FEE
             IC-ENTITY-FEE IC-AWARD IC-RECOVERED

           DISPLAY "PAYER CODE".
           ACCEPT IN-X.
           MOVE IN-X(1:3) TO IC-PAYCODE

           DISPLAY "INITIAL PAYMENT OR DENIAL DATE".
           PERFORM GET-DATE THRU GET-DATE-EXIT
           IF IN-OK NOT = "Y"
               GO TO OPEN-CASE-EXIT.
           MOVE IN-DATE TO IC-INIT-DATE

           DISPLAY "INITIAL PAYMENT AMOUNT (0 IF DENIED)".
           PERFORM GET-AMT THRU GET-AMT-EXIT
           IF IN-OK NOT = "Y"
               GO TO OPEN-CASE-EXIT.
           MOVE W-AMT TO IC-INIT-PAID

           DISPLAY "PAYER'S QUALIFYING PAYMENT AMOUNT".
           PERFORM GET-AMT THRU GET-AMT-EXIT
           IF IN-OK NOT = "Y"
               GO TO OPEN-CASE-EXIT.
           MOVE W-AMT TO IC-QPA

           DISPLAY "OUR OFFER".
           PERFORM GET-AMT THRU GET-AMT-EXIT
           IF IN-OK NOT = "Y"
               GO TO OPEN-CASE-EXIT.
           MOVE W-AMT TO IC-OFFER

           MOVE IC-INIT-DATE TO BZ-DATE
           MOVE 30 TO BZ-DAYS
           PERFORM ADD-BIZ
           MOVE BZ-DATE2 TO IC-ON-DEADLINE

           MOVE "N" TO IC-STATUS
           MOVE OPER-ID TO IC-OPER
           WRITE IDRCASE01
           DISPLAY "CASE OPENED - START OPEN NEGOTIATION BY "
             IC-ON-DEADLINE.
       OPEN-CASE-EXIT.
           EXIT.

      * the 30-business-day negotiation runs from the day our
      * notice goes; the IDR window is the 4 business days after.
       NEGOTIATE.
           PERFORM FETCH-CASE THRU FETCH-CASE-EXIT
           IF IC-GARNO = SPACE
               GO TO NEGOTIATE-EXIT.
           IF IC-STATUS NOT = "N"
               DISPLAY "CASE IS NOT IN NEGOTIATION - STATUS "
                 IC-STATUS
               GO TO NEGOTIATE-EXIT.

           DISPLAY "NEGOTIATION NOTICE SENT".
           PERFORM GET-DATE THRU GET-DATE-EXIT
           IF IN-OK NOT = "Y"
               GO TO NEGOTIATE-EXIT.
           IF IN-DATE > IC-ON-DEADLINE
               DISPLAY "PAST THE " IC-ON-DEADLINE " DEADLINE TO START"
                 " NEGOTIATION - RECORD ANYWAY Y/N"
               ACCEPT IN-ANS
               IF IN-ANS NOT = "Y"
                   GO TO NEGOTIATE-EXIT
               END-IF
           END-IF
           MOVE IN-DATE TO IC-ON-START

           MOVE IC-ON-START TO BZ-DATE
           MOVE 30 TO BZ-DAYS
           PERFORM ADD-BIZ
           MOVE BZ-DATE2 TO IC-ON-END
           MOVE IC-ON-END TO BZ-DATE
           MOVE 4 TO BZ-DAYS
           PERFORM ADD-BIZ
           MOVE BZ-DATE2 TO IC-IDR-DUE

           MOVE OPER-ID TO IC-OPER
           REWRITE IDRCASE01
           DISPLAY "NEGOTIATION ENDS " IC-ON-END " - IDR BY "
             IC-IDR-DUE.
       NEGOTIATE-EXIT.
           EXIT.

       SETTLED.
           PERFORM FETCH-CASE THRU FETCH-CASE-EXIT
           IF IC-GARNO = SPACE
               GO TO SETTLED-EXIT.
           IF IC-STATUS NOT = "N" AND IC-STATUS NOT = "I"
               DISPLAY "CASE IS NOT OPEN - STATUS " IC-STATUS
               GO TO SETTLED-EXIT.

           DISPLAY "TOTAL PAYMENT AGREED".
           PERFORM GET-AMT THRU GET-AMT-EXIT
           IF IN-OK NOT = "Y"
               GO TO SETTLED-EXIT.
           MOVE W-AMT TO IC-AWARD
           MOVE "S" TO IC-STATUS
           PERFORM SET-PAY-DUE
           MOVE OPER-ID TO IC-OPER
           REWRITE IDRCASE01
           DISPLAY "SETTLED - PAYMENT DUE BY " IC-PAY-DUE.
       SETTLED-EXIT.
           EXIT.

       IDR-FILED.
           PERFORM FETCH-CASE THRU FETCH-CASE-EXIT
           IF IC-GARNO = SPACE
               GO TO IDR-FILED-EXIT.
           IF IC-STATUS NOT = "N"
               DISPLAY "CASE IS NOT IN NEGOTIATION - STATUS "
                 IC-STATUS
               GO TO IDR-FILED-EXIT.
           IF IC-ON-START = SPACE
               DISPLAY "NO OPEN NEGOTIATION ON RECORD - IDR NOT"
                 " AVAILABLE YET"
               GO TO IDR-FILED-EXIT.

           DISPLAY "IDR INITIATED".
           PERFORM GET-DATE THRU GET-DATE-EXIT
           IF IN-OK NOT = "Y"
               GO TO IDR-FILED-EXIT.
           IF IN-DATE > IC-IDR-DUE
               DISPLAY "PAST THE " IC-IDR-DUE " IDR DEADLINE -"
                 " RECORD ANYWAY Y/N"
               ACCEPT IN-ANS
               IF IN-ANS NOT = "Y"
                   GO TO IDR-FILED-EXIT
               END-IF
           END-IF
           MOVE IN-DATE TO IC-IDR-DATE

           DISPLAY "CERTIFIED IDR ENTITY".
           ACCEPT IN-X.
           MOVE IN-X TO IC-ENTITY

           DISPLAY "ADMINISTRATIVE FEE PAID".
           PERFORM GET-AMT THRU GET-AMT-EXIT
           IF IN-OK NOT = "Y"
               GO TO IDR-FILED-EXIT.
           MOVE W-AMT TO IC-ADMIN-FEE

           DISPLAY "IDR ENTITY FEE PAID".
           PERFORM GET-AMT THRU GET-AMT-EXIT
           IF IN-OK NOT = "Y"
               GO TO IDR-FILED-EXIT.
           MOVE W-AMT TO IC-ENTITY-FEE

           MOVE "I" TO IC-STATUS
           MOVE OPER-ID TO IC-OPER
           REWRITE IDRCASE01
           DISPLAY "IDR RECORDED".
       IDR-FILED-EXIT.
           EXIT.

      * the entity picks one side's offer - W when it picked ours.
       DETERMINED.
           PERFORM FETCH-CASE THRU FETCH-CASE-EXIT
           IF IC-GARNO = SPACE
               GO TO DETERMINED-EXIT.
           IF IC-STATUS NOT = "I"
               DISPLAY "NO IDR PENDING - STATUS " IC-STATUS
               GO TO DETERMINED-EXIT.

           DISPLAY "DETERMINATION W=OUR OFFER L=PAYER OFFER".
           ACCEPT IN-ANS.
           IF IN-ANS NOT = "W" AND IN-ANS NOT = "L"
               DISPLAY "BAD DETERMINATION - UNCHANGED"
               GO TO DETERMINED-EXIT.

           DISPLAY "TOTAL PAYMENT DETERMINED".
           PERFORM GET-AMT THRU GET-AMT-EXIT
           IF IN-OK NOT = "Y"
               GO TO DETERMINED-EXIT.
           MOVE W-AMT TO IC-AWARD
           MOVE IN-ANS TO IC-STATUS
           PERFORM SET-PAY-DUE
           MOVE OPER-ID TO IC-OPER
           REWRITE IDRCASE01
           IF IC-AWARD > IC-INIT-PAID
               DISPLAY "DETERMINATION RECORDED - PAYMENT DUE BY "
                 IC-PAY-DUE
           ELSE
               DISPLAY "DETERMINATION RECORDED - NOTHING MORE DUE".
       DETERMINED-EXIT.
           EXIT.

       PAID.
           PERFORM FETCH-CASE THRU FETCH-CASE-EXIT
           IF IC-GARNO = SPACE
               GO TO PAID-EXIT.
           IF IC-STATUS NOT = "S" AND IC-STATUS NOT = "W"
             AND IC-STATUS NOT = "L"
               DISPLAY "NO SETTLEMENT OR DETERMINATION - STATUS "
                 IC-STATUS
               GO TO PAID-EXIT.
           IF IC-POSTED NOT = SPACE
               DISPLAY "ALREADY POSTED " IC-POSTED
               GO TO PAID-EXIT.

           DISPLAY "PAYMENT RECEIVED".
           PERFORM GET-DATE THRU GET-DATE-EXIT
           IF IN-OK NOT = "Y"
               GO TO PAID-EXIT.
           MOVE IN-DATE TO IC-PAID-DATE

           DISPLAY "AMOUNT RECEIVED BEYOND THE INITIAL PAYMENT".
           PERFORM GET-AMT THRU GET-AMT-EXIT
           IF IN-OK NOT = "Y"
               GO TO PAID-EXIT.
           MOVE W-AMT TO IC-RECOVERED
           MOVE OPER-ID TO IC-OPER
           REWRITE IDRCASE01
           DISPLAY "PAYMENT RECORDED - IDR-POST PUTS IT ON THE CLAIM".
       PAID-EXIT.
           EXIT.

       DROP-CASE.
           PERFORM FETCH-CASE THRU FETCH-CASE-EXIT
           IF IC-GARNO = SPACE
               GO TO DROP-CASE-EXIT.
           IF IC-STATUS NOT = "N" AND IC-STATUS NOT = "I"
               DISPLAY "CASE IS NOT OPEN - STATUS " IC-STATUS
               GO TO DROP-CASE-EXIT.
           MOVE "X" TO IC-STATUS
           MOVE T-DATE TO IC-DETERM-DATE
           MOVE OPER-ID TO IC-OPER
           REWRITE IDRCASE01
           DISPLAY "CASE DROPPED".
       DROP-CASE-EXIT.
           EXIT.

       LIST-CASE.
           MOVE IN-GARNO TO IC-GARNO
           MOVE IN-CLAIM TO IC-CLAIM
           READ IDRCASE
             INVALID
               DISPLAY "NO CASE ON FILE"
               GO TO LIST-CASE-EXIT.
           MOVE IC-INIT-PAID TO NEF-9
           MOVE IC-QPA TO NEF-9B
           MOVE IC-OFFER TO NEF-9C
           DISPLAY IC-GARNO " " IC-CLAIM " PAYER " IC-PAYCODE
             " STATUS " IC-STATUS
           DISPLAY "  INITIAL " IC-INIT-DATE " PAID " NEF-9 " QPA "
             NEF-9B " OFFER " NEF-9C
           DISPLAY "  NEGOTIATE BY " IC-ON-DEADLINE " SENT "
             IC-ON-START " ENDS " IC-ON-END " IDR BY " IC-IDR-DUE
           MOVE IC-ADMIN-FEE TO NEF-9
           MOVE IC-ENTITY-FEE TO NEF-9B
           DISPLAY "  IDR " IC-IDR-DATE " " IC-ENTITY " FEES " NEF-9
             " " NEF-9B
           MOVE IC-AWARD TO NEF-9
           MOVE IC-RECOVERED TO NEF-9B
           DISPLAY "  DECIDED " IC-DETERM-DATE " AWARD " NEF-9
             " DUE " IC-PAY-DUE " PAID " IC-PAID-DATE " " NEF-9B
             " POSTED " IC-POSTED.
       LIST-CASE-EXIT.
           EXIT.

       FETCH-CASE.
           MOVE IN-GARNO TO IC-GARNO
           MOVE IN-CLAIM TO IC-CLAIM
           READ IDRCASE WITH LOCK
             INVALID
               DISPLAY "NO CASE ON FILE FOR " IN-GARNO " " IN-CLAIM
               MOVE SPACE TO IC-GARNO
               GO TO FETCH-CASE-EXIT.
       FETCH-CASE-EXIT.
           EXIT.

       GET-DATE.
           DISPLAY "YYYYMMDD OR / FOR TODAY".
           ACCEPT IN-DATE.
           MOVE "Y" TO IN-OK
           IF IN-DATE = "/" OR IN-DATE = SPACE
               MOVE T-DATE TO IN-DATE.
           IF IN-DATE NOT NUMERIC
               DISPLAY "BAD DATE - UNCHANGED"
               MOVE "N" TO IN-OK
               GO TO GET-DATE-EXIT.
           IF FUNCTION TEST-DATE-YYYYMMDD (IN-DATE9) NOT = 0
               DISPLAY "BAD DATE - UNCHANGED"
               MOVE "N" TO IN-OK.
       GET-DATE-EXIT.
           EXIT.

       GET-AMT.
           ACCEPT IN-AMT.
           MOVE "Y" TO IN-OK
           IF FUNCTION TEST-NUMVAL (IN-AMT) NOT = 0
               DISPLAY "BAD AMOUNT - UNCHANGED"
               MOVE "N" TO IN-OK
               GO TO GET-AMT-EXIT.
           MOVE FUNCTION NUMVAL (IN-AMT) TO W-AMT
           IF W-AMT < 0
               DISPLAY "BAD AMOUNT - UNCHANGED"
               MOVE "N" TO IN-OK.
       GET-AMT-EXIT.
           EXIT.

       ADD-BIZ.
           MOVE "A" TO BZ-FUNC
           CALL "bizcal" USING BIZCAL-PARMS
           IF BZ-RESULT NOT = "Y"
               MOVE SPACE TO BZ-DATE2.

      * the payer has 30 calendar days from the settlement or
      * determination to pay it.
       SET-PAY-DUE.
           MOVE T-DATE TO IC-DETERM-DATE IN-DATE
           COMPUTE W-INT = FUNCTION INTEGER-OF-DATE (IN-DATE9) + 30
           COMPUTE IN-DATE9 = FUNCTION DATE-OF-INTEGER (W-INT)
           MOVE IN-DATE TO IC-PAY-DUE.

       LOG-ACCESS.
           MOVE OPER-ID TO AX-OPER
           MOVE IN-GARNO TO AX-GARNO
           MOVE "IDRMAINT" TO AX-PROGRAM
           MOVE T-DATE TO AX-DATE
           ACCEPT AX-TIME FROM TIME
           WRITE ACCESSLOG01.

       P99.
           MOVE "E" TO BZ-FUNC
           CALL "bizcal" USING BIZCAL-PARMS
           CLOSE IDRCASE ACCESSLOG.
           STOP RUN.

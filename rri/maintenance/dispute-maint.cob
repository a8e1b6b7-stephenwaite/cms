      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dispute-maint.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DISPUTE ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS DP-KEY
             LOCK MODE MANUAL.

      * the charge lines the patient names - their open amounts
      * total the disputed amount when none is keyed.
           SELECT CHARCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-DAT1 WITH DUPLICATES
             LOCK MODE MANUAL.

      * access accounting - every account displayed here is a
      * disclosure the patient may ask about.
           SELECT ACCESSLOG ASSIGN TO "S40" ORGANIZATION
             LINE SEQUENTIAL.


       DATA DIVISION.

       FILE SECTION.

       FD  DISPUTE.
           COPY "dispute.cpy".

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  ACCESSLOG.
           COPY "accesslog.cpy".


       WORKING-STORAGE SECTION.

       01  DATAIN PIC X(60).
       01  ACTION PIC XX.
       01  IN-GARNO PIC X(8).
       01  IN-CASE PIC XX.
       01  IN-X PIC X(60).
       01  NEXT-CASE PIC 99.
       01  ITEM-IDX PIC 99.
       01  ITEM-TOT PIC S9(6)V99.
       01  OPER-ID PIC X(3).
       01  T-DATE PIC X(8).
       01  NEF-8 PIC ZZZ,ZZZ.ZZ-.

       PROCEDURE DIVISION.

      * patient billing-dispute desk - one case per dispute the
      * patient raises: the lines and amount in question, the day it
      * came in, the day the validation notice went out, who is
      * looking into it, and how it came out. While a case is open
      * the statement, dunning, finance-charge, agency and Metro 2
      * runs hold back the disputed amount and pursue only the rest.
      * AD = open a dispute, UD = update notice date/investigator/
      * amount/reason, RD = resolve (the letter extract picks it up),
      * LD = list an account's disputes, END = end the job.
       P0.
           OPEN I-O DISPUTE.
           OPEN INPUT CHARCUR.
           OPEN EXTEND ACCESSLOG.
           ACCEPT T-DATE FROM DATE YYYYMMDD.
           DISPLAY "OPERATOR ID".
           ACCEPT OPER-ID.

       P1.
           DISPLAY "AD,UD,RD,LD,END  OPTION,GARNO,CASE".
           ACCEPT DATAIN.
           UNSTRING DATAIN DELIMITED BY ","
             INTO ACTION IN-GARNO IN-CASE.

           IF ACTION = "EN" OR DATAIN = "END"
               GO TO P99.

           IF IN-GARNO NOT = SPACE
               PERFORM LOG-ACCESS
           END-IF

           EVALUATE ACTION
             WHEN "AD"
               PERFORM ADD-CASE THRU ADD-CASE-EXIT
             WHEN "UD"
               PERFORM UPD-CASE THRU UPD-CASE-EXIT
             WHEN "RD"
               PERFORM RESOLVE-CASE THRU RESOLVE-CASE-EXIT
             WHEN "LD"
               PERFORM LIST-CASES THRU LIST-CASES-EXIT
             WHEN OTHER
               DISPLAY "BAD OPTION " ACTION
           END-EVALUATE

           GO TO P1.

       ADD-CASE.
           PERFORM FIND-NEXT-CASE THRU FIND-NEXT-CASE-EXIT
           IF NEXT-CASE >= 98
               DISPLAY "CASE LIMIT REACHED"
               GO TO ADD-CASE-EXIT.

           MOVE SPACE TO DISPUTE01
           MOVE IN-GARNO TO DP-GARNO
           ADD 1 TO NEXT-CASE
           MOVE NEXT-CASE TO DP-CASE

           DISPLAY "DATE RECEIVED YYYYMMDD OR BLANK FOR TODAY".
           ACCEPT IN-X.
           IF IN-X = SPACE
               MOVE T-DATE TO IN-X.
           IF IN-X(1:8) NOT NUMERIC
               DISPLAY "BAD DATE - NO CASE"
               GO TO ADD-CASE-EXIT.
           MOVE IN-X(1:8) TO DP-RECEIVED

           DISPLAY "DISPUTED LINES NNN,NNN,... (UP TO 10) OR BLANK".
           ACCEPT IN-X.
           UNSTRING IN-X DELIMITED BY ","
             INTO DP-ITEM (1) DP-ITEM (2) DP-ITEM (3) DP-ITEM (4)
               DP-ITEM (5) DP-ITEM (6) DP-ITEM (7) DP-ITEM (8)
               DP-ITEM (9) DP-ITEM (10).
           PERFORM SUM-ITEMS THRU SUM-ITEMS-EXIT

           MOVE ITEM-TOT TO NEF-8
           DISPLAY "DISPUTED AMOUNT NNNNNN.NN OR BLANK FOR THE LINES"
             " TOTAL " NEF-8.
           ACCEPT IN-X.
           IF IN-X = SPACE
               MOVE ITEM-TOT TO DP-AMOUNT
           ELSE
               MOVE FUNCTION NUMVAL (IN-X) TO DP-AMOUNT
           END-IF
           IF DP-AMOUNT NOT > 0
               DISPLAY "NO DISPUTED AMOUNT - NO CASE"
               GO TO ADD-CASE-EXIT.

           DISPLAY "VALIDATION NOTICE DATE YYYYMMDD OR BLANK IF NOT"
             " YET SENT".
           ACCEPT IN-X.
           IF IN-X(1:8) NUMERIC
               MOVE IN-X(1:8) TO DP-VALNOTICE.
           DISPLAY "INVESTIGATOR".
           ACCEPT IN-X.
           MOVE IN-X TO DP-INVEST
           DISPLAY "WHAT THE PATIENT SAYS IS WRONG".
           ACCEPT IN-X.
           MOVE IN-X TO DP-REASON

           MOVE "O" TO DP-STATUS
           MOVE OPER-ID TO DP-OPER
           WRITE DISPUTE01
           MOVE DP-AMOUNT TO NEF-8
           DISPLAY "CASE " DP-CASE " OPENED - " NEF-8
             " HELD FROM COLLECTION".

       ADD-CASE-EXIT.
           EXIT.

      * a line that is not the account's is dropped from the list
      * rather than stopping the case.
       SUM-ITEMS.
           MOVE 0 TO ITEM-TOT
           MOVE 0 TO ITEM-IDX.

       SUM-ITEMS-1.
           ADD 1 TO ITEM-IDX
           IF ITEM-IDX > 10
               GO TO SUM-ITEMS-EXIT.
           IF DP-ITEM (ITEM-IDX) = SPACE
               GO TO SUM-ITEMS-1.
           MOVE DP-GARNO TO CC-KEY8
           MOVE DP-ITEM (ITEM-IDX) TO CC-KEY3
           READ CHARCUR
             INVALID
               DISPLAY "NO LINE " DP-ITEM (ITEM-IDX) " - DROPPED"
               MOVE SPACE TO DP-ITEM (ITEM-IDX)
               GO TO SUM-ITEMS-1.
           ADD CC-AMOUNT TO ITEM-TOT
           GO TO SUM-ITEMS-1.

       SUM-ITEMS-EXIT.
           EXIT.

       UPD-CASE.
           PERFORM READ-CASE THRU READ-CASE-EXIT
           IF DP-GARNO = SPACE
               GO TO UPD-CASE-EXIT.
           IF DP-STATUS NOT = "O"
               DISPLAY "CASE ALREADY RESOLVED"
               GO TO UPD-CASE-EXIT.

           DISPLAY "VALIDATION NOTICE DATE YYYYMMDD OR / TO KEEP".
           ACCEPT IN-X.
           IF IN-X NOT = "/" AND IN-X(1:8) NUMERIC
               MOVE IN-X(1:8) TO DP-VALNOTICE.
           DISPLAY "INVESTIGATOR OR / TO KEEP".
           ACCEPT IN-X.
           IF IN-X NOT = "/"
               MOVE IN-X TO DP-INVEST.
           DISPLAY "DISPUTED AMOUNT NNNNNN.NN OR / TO KEEP".
           ACCEPT IN-X.
           IF IN-X NOT = "/" AND FUNCTION NUMVAL (IN-X) > 0
               MOVE FUNCTION NUMVAL (IN-X) TO DP-AMOUNT.
           DISPLAY "REASON OR / TO KEEP".
           ACCEPT IN-X.
           IF IN-X NOT = "/"
               MOVE IN-X TO DP-REASON.

           MOVE OPER-ID TO DP-OPER
           REWRITE DISPUTE01
           DISPLAY "CASE UPDATED".

       UPD-CASE-EXIT.
           EXIT.

      * resolving lifts the hold whatever the outcome - an adjusted
      * case has had its adjustment posted through the usual
      * posting screens by the time it is resolved here.
       RESOLVE-CASE.
           PERFORM READ-CASE THRU READ-CASE-EXIT
           IF DP-GARNO = SPACE
               GO TO RESOLVE-CASE-EXIT.
           IF DP-STATUS NOT = "O"
               DISPLAY "CASE ALREADY RESOLVED"
               GO TO RESOLVE-CASE-EXIT.

           DISPLAY "RESOLUTION U=UPHELD A=ADJUSTED W=WITHDRAWN".
           ACCEPT IN-X.
           IF IN-X(1:1) NOT = "U" AND IN-X(1:1) NOT = "A"
             AND IN-X(1:1) NOT = "W"
               DISPLAY "BAD RESOLUTION - CASE LEFT OPEN"
               GO TO RESOLVE-CASE-EXIT.
           MOVE IN-X(1:1) TO DP-RESOL
           DISPLAY "RESOLUTION TEXT FOR THE LETTER".
           ACCEPT IN-X.
           MOVE IN-X TO DP-RESOL-TEXT

           MOVE "R" TO DP-STATUS
           MOVE T-DATE TO DP-RESOL-DATE
           MOVE SPACE TO DP-LETTER
           MOVE OPER-ID TO DP-OPER
           REWRITE DISPUTE01
           DISPLAY "CASE RESOLVED - HOLD LIFTED, LETTER QUEUED".

       RESOLVE-CASE-EXIT.
           EXIT.

       READ-CASE.
           IF IN-CASE NOT NUMERIC
               DISPLAY "BAD CASE NUMBER"
               MOVE SPACE TO DP-GARNO
               GO TO READ-CASE-EXIT.
           MOVE IN-GARNO TO DP-GARNO
           MOVE FUNCTION NUMVAL (IN-CASE) TO DP-CASE
           READ DISPUTE WITH LOCK
             INVALID
               DISPLAY "NO SUCH CASE"
               MOVE SPACE TO DP-GARNO
           END-READ.

       READ-CASE-EXIT.
           EXIT.

       LIST-CASES.
           MOVE IN-GARNO TO DP-GARNO
           MOVE 0 TO DP-CASE
           START DISPUTE KEY NOT < DP-KEY
             INVALID
               DISPLAY "NO DISPUTES ON FILE"
               GO TO LIST-CASES-EXIT.

       LIST-CASES-1.
           READ DISPUTE NEXT
             AT END
               GO TO LIST-CASES-EXIT.
           IF DP-GARNO NOT = IN-GARNO
               GO TO LIST-CASES-EXIT.
           MOVE DP-AMOUNT TO NEF-8
           DISPLAY DP-GARNO " CASE " DP-CASE " STATUS " DP-STATUS
             " RECEIVED " DP-RECEIVED " AMOUNT " NEF-8
           DISPLAY "  NOTICE " DP-VALNOTICE " INVESTIGATOR "
             DP-INVEST
           DISPLAY "  LINES " DP-ITEMS
           DISPLAY "  REASON " DP-REASON
           IF DP-STATUS = "R"
               DISPLAY "  RESOLVED " DP-RESOL-DATE " " DP-RESOL
                 " LETTER " DP-LETTER
               DISPLAY "  " DP-RESOL-TEXT
           END-IF
           GO TO LIST-CASES-1.

       LIST-CASES-EXIT.
           EXIT.

       FIND-NEXT-CASE.
           MOVE 0 TO NEXT-CASE
           MOVE IN-GARNO TO DP-GARNO
           MOVE 0 TO DP-CASE
           START DISPUTE KEY NOT < DP-KEY
             INVALID
               GO TO FIND-NEXT-CASE-EXIT.

       FIND-NEXT-CASE-1.
           READ DISPUTE NEXT
             AT END
               GO TO FIND-NEXT-CASE-EXIT.
           IF DP-GARNO NOT = IN-GARNO
               GO TO FIND-NEXT-CASE-EXIT.
           MOVE DP-CASE TO NEXT-CASE
           GO TO FIND-NEXT-CASE-1.

       FIND-NEXT-CASE-EXIT.
           EXIT.

       LOG-ACCESS.
           MOVE OPER-ID TO AX-OPER
           MOVE IN-GARNO TO AX-GARNO
           MOVE "DISPMAIN" TO AX-PROGRAM
           MOVE T-DATE TO AX-DATE
           ACCEPT AX-TIME FROM TIME
           WRITE ACCESSLOG01.

       P99.
           CLOSE DISPUTE CHARCUR ACCESSLOG.
           STOP RUN.

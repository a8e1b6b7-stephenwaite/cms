      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. estate-maint.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ESTATE ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS ES-GARNO
             LOCK MODE MANUAL.

      * the deceased hold holdstat-maint.cob keys - no estate case
      * without one.
           SELECT HOLDSTAT ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS HS-GARNO
             LOCK MODE MANUAL.

      * guarantor balance summary - the patient balance is the
      * claim amount offered when a claim is filed.
           SELECT ACCTBAL ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS AB-GARNO
             LOCK MODE MANUAL.

      * access accounting - every account displayed here is a
      * disclosure the patient may ask about.
           SELECT ACCESSLOG ASSIGN TO "S45" ORGANIZATION
             LINE SEQUENTIAL.


       DATA DIVISION.

       FILE SECTION.

       FD  ESTATE.
           COPY "estate.cpy".

       FD  HOLDSTAT.
           COPY "holdstat.cpy".

       FD  ACCTBAL.
           COPY "acctbal.cpy".

       FD  ACCESSLOG.
           COPY "accesslog.cpy".


       WORKING-STORAGE SECTION.

       01  DATAIN PIC X(30).
       01  ACTION PIC XX.
       01  IN-GARNO PIC X(8).
       01  IN-X PIC X(40).
       01  OPER-ID PIC X(3).
       01  T-DATE PIC X(8).
       01  PAT-BAL PIC S9(7)V99.
       01  NEF-8 PIC ZZZ,ZZZ.ZZ-.
       01  DL-DATE.
           02 DL-YYYY PIC 9(4).
           02 DL-MM PIC 99.
           02 DL-DD PIC 99.

       PROCEDURE DIVISION.

      * probate estate-claim desk - the creditor window on a
      * deceased patient's balance is tracked instead of remembered.
      * AE = open a case (the deceased hold must already be on), UE
      * = update the estate, executor, attorney, court and docket,
      * and the notice-to-creditors publication date (which sets the
      * claim deadline), FE = record the claim filed, OE = record
      * the outcome and close the case, LE = list one, END = end the
      * job. estateclaim.cob prints the claim form itself.
       P0.
           OPEN I-O ESTATE.
           OPEN INPUT HOLDSTAT ACCTBAL.
           OPEN EXTEND ACCESSLOG.
           ACCEPT T-DATE FROM DATE YYYYMMDD.
           DISPLAY "OPERATOR ID".
           ACCEPT OPER-ID.

       P1.
           DISPLAY "AE,UE,FE,OE,LE,END  OPTION,GARNO".
           ACCEPT DATAIN.
           UNSTRING DATAIN DELIMITED BY ","
             INTO ACTION IN-GARNO.

           IF ACTION = "EN" OR DATAIN = "END"
               GO TO P99.

           IF IN-GARNO NOT = SPACE
               PERFORM LOG-ACCESS
           END-IF

           EVALUATE ACTION
             WHEN "AE"
               PERFORM ADD-CASE THRU ADD-CASE-EXIT
             WHEN "UE"
               PERFORM UPD-CASE THRU UPD-CASE-EXIT
             WHEN "FE"
               PERFORM FILE-CLAIM THRU FILE-CLAIM-EXIT
             WHEN "OE"
               PERFORM OUTCOME THRU OUTCOME-EXIT
             WHEN "LE"
               PERFORM LIST-CASE THRU LIST-CASE-EXIT
             WHEN OTHER
               DISPLAY "BAD OPTION " ACTION
           END-EVALUATE

           GO TO P1.

       ADD-CASE.
           MOVE IN-GARNO TO HS-GARNO
           READ HOLDSTAT
             INVALID
               DISPLAY "NO DECEASED HOLD - KEY THE HOLD FIRST"
               GO TO ADD-CASE-EXIT.
           IF HS-TYPE NOT = "D" OR HS-STATUS NOT = "A"
               DISPLAY "NO ACTIVE DECEASED HOLD - KEY THE HOLD FIRST"
               GO TO ADD-CASE-EXIT.

           MOVE IN-GARNO TO ES-GARNO
           READ ESTATE
             INVALID
               CONTINUE
             NOT INVALID
               DISPLAY "ESTATE CASE ALREADY ON FILE - USE UE"
               GO TO ADD-CASE-EXIT
           END-READ

           MOVE SPACE TO ESTATE01
           MOVE IN-GARNO TO ES-GARNO
           DISPLAY "ESTATE NAME".
           ACCEPT IN-X.
           MOVE IN-X TO ES-ESTATE-NAME
           DISPLAY "EXECUTOR/ADMINISTRATOR".
           ACCEPT IN-X.
           MOVE IN-X TO ES-EXECUTOR
           DISPLAY "EXECUTOR ADDRESS".
           ACCEPT IN-X.
           MOVE IN-X TO ES-EXEC-ADDR
           DISPLAY "ESTATE ATTORNEY".
           ACCEPT IN-X.
           MOVE IN-X TO ES-ATTORNEY
           DISPLAY "PROBATE COURT".
           ACCEPT IN-X.
           MOVE IN-X TO ES-COURT
           DISPLAY "DOCKET NUMBER".
           ACCEPT IN-X.
           MOVE IN-X TO ES-DOCKET
           PERFORM GET-NOTICE THRU GET-NOTICE-EXIT

           MOVE "O" TO ES-STATUS
           MOVE 0 TO ES-CLAIM-AMT ES-PAID
           MOVE T-DATE TO ES-OPENED
           MOVE OPER-ID TO ES-OPER
           WRITE ESTATE01
           DISPLAY "ESTATE CASE OPENED - DEADLINE " ES-DEADLINE.

       ADD-CASE-EXIT.
           EXIT.

      * the creditor window runs four months from first publication
      * (14 V.S.A. 1203) - a day past the 28th comes back to the
      * 28th; early is safe. A court-set date overrides it.
       GET-NOTICE.
           DISPLAY "NOTICE TO CREDITORS PUBLISHED YYYYMMDD OR BLANK".
           ACCEPT IN-X.
           IF IN-X(1:8) NOT NUMERIC
               GO TO GET-NOTICE-EXIT.
           MOVE IN-X(1:8) TO ES-NOTICE-DATE
           MOVE ES-NOTICE-DATE TO DL-DATE
           IF DL-MM > 8
               SUBTRACT 8 FROM DL-MM
               ADD 1 TO DL-YYYY
           ELSE
               ADD 4 TO DL-MM
           END-IF
           IF DL-DD > 28
               MOVE 28 TO DL-DD.
           MOVE DL-DATE TO ES-DEADLINE
           DISPLAY "CLAIM DEADLINE " ES-DEADLINE
             " - COURT-SET DATE YYYYMMDD OR BLANK TO KEEP".
           ACCEPT IN-X.
           IF IN-X(1:8) NUMERIC
               MOVE IN-X(1:8) TO ES-DEADLINE.

       GET-NOTICE-EXIT.
           EXIT.

       UPD-CASE.
           PERFORM READ-CASE THRU READ-CASE-EXIT
           IF ES-GARNO = SPACE
               GO TO UPD-CASE-EXIT.

           DISPLAY "EXECUTOR OR / TO KEEP".
           ACCEPT IN-X.
           IF IN-X NOT = "/"
               MOVE IN-X TO ES-EXECUTOR.
           DISPLAY "EXECUTOR ADDRESS OR / TO KEEP".
           ACCEPT IN-X.
           IF IN-X NOT = "/"
               MOVE IN-X TO ES-EXEC-ADDR.
           DISPLAY "ATTORNEY OR / TO KEEP".
           ACCEPT IN-X.
           IF IN-X NOT = "/"
               MOVE IN-X TO ES-ATTORNEY.
           DISPLAY "PROBATE COURT OR / TO KEEP".
           ACCEPT IN-X.
           IF IN-X NOT = "/"
               MOVE IN-X TO ES-COURT.
           DISPLAY "DOCKET OR / TO KEEP".
           ACCEPT IN-X.
           IF IN-X NOT = "/"
               MOVE IN-X TO ES-DOCKET.
           PERFORM GET-NOTICE THRU GET-NOTICE-EXIT

           MOVE OPER-ID TO ES-OPER
           REWRITE ESTATE01
           DISPLAY "ESTATE CASE UPDATED".

       UPD-CASE-EXIT.
           EXIT.

       FILE-CLAIM.
           PERFORM READ-CASE THRU READ-CASE-EXIT
           IF ES-GARNO = SPACE
               GO TO FILE-CLAIM-EXIT.
           IF ES-STATUS = "C"
               DISPLAY "CASE CLOSED"
               GO TO FILE-CLAIM-EXIT.

           MOVE 0 TO PAT-BAL
           MOVE ES-GARNO TO AB-GARNO
           READ ACCTBAL
             INVALID
               CONTINUE
             NOT INVALID
               MOVE AB-PATBAL TO PAT-BAL
           END-READ
           MOVE PAT-BAL TO NEF-8
           DISPLAY "CLAIM AMOUNT NNNNNN.NN OR BLANK FOR THE BALANCE "
             NEF-8.
           ACCEPT IN-X.
           IF IN-X = SPACE
               MOVE PAT-BAL TO ES-CLAIM-AMT
           ELSE
               MOVE FUNCTION NUMVAL (IN-X) TO ES-CLAIM-AMT
           END-IF
           IF ES-CLAIM-AMT NOT > 0
               DISPLAY "NOTHING TO CLAIM - NOT FILED"
               GO TO FILE-CLAIM-EXIT.
           DISPLAY "DATE FILED YYYYMMDD OR BLANK FOR TODAY".
           ACCEPT IN-X.
           IF IN-X(1:8) NUMERIC
               MOVE IN-X(1:8) TO ES-CLAIM-DATE
           ELSE
               MOVE T-DATE TO ES-CLAIM-DATE
           END-IF
           IF ES-DEADLINE NOT = SPACE
             AND ES-CLAIM-DATE > ES-DEADLINE
               DISPLAY "WARNING - FILED AFTER THE " ES-DEADLINE
                 " DEADLINE".

           MOVE "F" TO ES-STATUS
           MOVE OPER-ID TO ES-OPER
           REWRITE ESTATE01
           DISPLAY "CLAIM RECORDED".

       FILE-CLAIM-EXIT.
           EXIT.

       OUTCOME.
           PERFORM READ-CASE THRU READ-CASE-EXIT
           IF ES-GARNO = SPACE
               GO TO OUTCOME-EXIT.

           DISPLAY "OUTCOME P=PAID T=PART PAID D=DISALLOWED "
             "I=INSOLVENT L=MISSED N=NO ESTATE".
           ACCEPT IN-X.
           IF IN-X(1:1) NOT = "P" AND IN-X(1:1) NOT = "T"
             AND IN-X(1:1) NOT = "D" AND IN-X(1:1) NOT = "I"
             AND IN-X(1:1) NOT = "L" AND IN-X(1:1) NOT = "N"
               DISPLAY "BAD OUTCOME - CASE LEFT OPEN"
               GO TO OUTCOME-EXIT.
           MOVE IN-X(1:1) TO ES-OUTCOME
           MOVE 0 TO ES-PAID
           IF ES-OUTCOME = "P" OR ES-OUTCOME = "T"
               DISPLAY "AMOUNT THE ESTATE PAID NNNNNN.NN"
               ACCEPT IN-X
               MOVE FUNCTION NUMVAL (IN-X) TO ES-PAID
           END-IF

           MOVE "C" TO ES-STATUS
           MOVE T-DATE TO ES-OUTCOME-DATE
           MOVE OPER-ID TO ES-OPER
           REWRITE ESTATE01
           DISPLAY "CASE CLOSED - POST THE PAYMENT OR WRITE-OFF AS "
             "USUAL".

       OUTCOME-EXIT.
           EXIT.

       READ-CASE.
           MOVE IN-GARNO TO ES-GARNO
           READ ESTATE WITH LOCK
             INVALID
               DISPLAY "NO ESTATE CASE"
               MOVE SPACE TO ES-GARNO
           END-READ.

       READ-CASE-EXIT.
           EXIT.

       LIST-CASE.
           MOVE IN-GARNO TO ES-GARNO
           READ ESTATE
             INVALID
               DISPLAY "NO ESTATE CASE"
               GO TO LIST-CASE-EXIT.
           DISPLAY ES-GARNO " STATUS " ES-STATUS " OPENED "
             ES-OPENED " " ES-ESTATE-NAME
           DISPLAY "  EXECUTOR " ES-EXECUTOR " " ES-EXEC-ADDR
           DISPLAY "  ATTORNEY " ES-ATTORNEY
           DISPLAY "  COURT " ES-COURT " DOCKET " ES-DOCKET
           DISPLAY "  NOTICE " ES-NOTICE-DATE " DEADLINE "
             ES-DEADLINE
           MOVE ES-CLAIM-AMT TO NEF-8
           DISPLAY "  CLAIM " NEF-8 " FILED " ES-CLAIM-DATE
           IF ES-STATUS = "C"
               MOVE ES-PAID TO NEF-8
               DISPLAY "  OUTCOME " ES-OUTCOME " " ES-OUTCOME-DATE
                 " PAID " NEF-8
           END-IF.

       LIST-CASE-EXIT.
           EXIT.

       LOG-ACCESS.
           MOVE OPER-ID TO AX-OPER
           MOVE IN-GARNO TO AX-GARNO
           MOVE "ESTMAINT" TO AX-PROGRAM
           MOVE T-DATE TO AX-DATE
           ACCEPT AX-TIME FROM TIME
           WRITE ACCESSLOG01.

       P99.
           CLOSE ESTATE HOLDSTAT ACCTBAL ACCESSLOG.
           STOP RUN.

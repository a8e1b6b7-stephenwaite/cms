      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. roi-maint.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ROIREQ ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS RO-KEY
             LOCK MODE MANUAL.

      * access accounting - every account displayed here is logged,
      * and every release is logged again as a disclosure
      * (AX-PROGRAM "ROI-DISC").
           SELECT ACCESSLOG ASSIGN TO "S35" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT GARFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
             ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
             LOCK MODE MANUAL.

      * lines 1-3: the practice name, street and city/state/zip the
      * invoice is billed from. Then one fee schedule line per
      * requester type - "type,base,pages,rate,over-rate,cap":
      * a search/base fee, the first "pages" pages at "rate" each,
      * every page past them at "over-rate", and the statutory cap
      * on the whole fee (0 = no cap). A type with no line of its
      * own is charged on the "O" line.
           SELECT PARMFILE ASSIGN TO "S45" ORGANIZATION
             LINE SEQUENTIAL.

      * the invoices released this session, one to a page.
           SELECT FILEOUT ASSIGN TO "S50" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  ROIREQ.
           COPY "roireq.cpy".

       FD  ACCESSLOG.
           COPY "accesslog.cpy".

       FD  GARFILE.
           COPY "garfile.cpy".

       FD  PARMFILE.
       01  PARMFILE01 PIC X(60).

       FD  FILEOUT.
       01  FILEOUT01 PIC X(80).

       WORKING-STORAGE SECTION.

       01  DATAIN PIC X(30).
       01  ACTION PIC XX.
       01  IN-GARNO PIC X(8).
       01  IN-SEQ PIC XX.
       01  IN-DATE PIC X(8).
       01  IN-DATE9 REDEFINES IN-DATE PIC 9(8).
       01  IN-X PIC X(40).
       01  IN-ANS PIC X.
       01  IN-AMT PIC X(10).
       01  NEXT-SEQ PIC 99.
       01  OPER-ID PIC X(3).
       01  T-DATE PIC X(8).
       01  PRT PIC X(80).
       01  NEF-9 PIC -(5)9.99.
       01  NEF-5 PIC ZZZZ9.
       01  AMT-W PIC S9(5)V99.

       01  PRAC-NAME PIC X(40).
       01  PRAC-STREET PIC X(40).
       01  PRAC-CSZ PIC X(40).

       01  FEE-TAB01.
           02 FEE-ENT OCCURS 10 TIMES.
             03 FS-TYPE PIC X.
             03 FS-BASE PIC S9(5)V99.
             03 FS-TIER PIC 9(5).
             03 FS-RATE PIC S9(3)V99.
             03 FS-OVER PIC S9(3)V99.
             03 FS-CAP PIC S9(5)V99.
       01  FEE-CNTR PIC 99 VALUE 0.
       01  F PIC 99.
       01  Z PIC 99.
       01  P-TYPE PIC X.
       01  P-BASE PIC X(10).
       01  P-TIER PIC X(10).
       01  P-RATE PIC X(10).
       01  P-OVER PIC X(10).
       01  P-CAP PIC X(10).

       01  FEE-W PIC S9(5)V99.
       01  BASE-W PIC S9(5)V99.
       01  COPY1-W PIC S9(5)V99.
       01  COPY2-W PIC S9(5)V99.
       01  PAGES1-W PIC 9(5).
       01  PAGES2-W PIC 9(5).
       01  CAP-SW PIC X.

       PROCEDURE DIVISION.

      * release-of-information desk dialog - the attorney, life
      * insurer and patient requests for copies of the billing
      * records (ledger.cob prints them) get logged, charged and
      * invoiced. Same DISPLAY/ACCEPT conversation recreq-maint.cob
      * uses. AR = log a new request, RL = release the records -
      * pages counted, the fee figured off the schedule and its
      * cap, the invoice printed and the disclosure logged, PY =
      * post a payment on the fee, WV = withdraw the request or
      * waive the fee, IV = reprint an invoice, LR = list the
      * account's requests, END = end the job. The fee is carried
      * on the request itself, a receivable of its own that
      * roi-ar.cob ages - nothing is posted to the patient.
       P0.
           OPEN I-O ROIREQ.
           OPEN INPUT GARFILE PARMFILE.
           OPEN EXTEND ACCESSLOG.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-FEES THRU LOAD-FEES-EXIT
           DISPLAY "OPERATOR ID".
           ACCEPT OPER-ID.

       P1.
           DISPLAY "AR,RL,PY,WV,IV,LR,END  OPTION,GARNO,REQUEST#".
           ACCEPT DATAIN.
           MOVE SPACE TO IN-GARNO IN-SEQ
           UNSTRING DATAIN DELIMITED BY ","
             INTO ACTION IN-GARNO IN-SEQ.

           IF ACTION = "EN" OR DATAIN = "END"
               GO TO P99.

           IF IN-GARNO NOT = SPACE
               PERFORM LOG-ACCESS
           END-IF

           IF IN-SEQ = SPACE
               MOVE "01" TO IN-SEQ.
           IF IN-SEQ(2:1) = SPACE
               MOVE IN-SEQ(1:1) TO IN-SEQ(2:1)
               MOVE "0" TO IN-SEQ(1:1).

           EVALUATE ACTION
             WHEN "AR"
               PERFORM ADD-REQ THRU ADD-REQ-EXIT
             WHEN "RL"
               PERFORM RELEASE-REQ THRU RELEASE-REQ-EXIT
             WHEN "PY"
               PERFORM PAY-REQ THRU PAY-REQ-EXIT
             WHEN "WV"
               PERFORM WAIVE-REQ THRU WAIVE-REQ-EXIT
             WHEN "IV"
               PERFORM REPRINT-REQ THRU REPRINT-REQ-EXIT
             WHEN "LR"
               PERFORM LIST-REQ THRU LIST-REQ-EXIT
             WHEN OTHER
               DISPLAY "BAD OPTION " ACTION
           END-EVALUATE

           GO TO P1.

      * the practice lines, then the schedule into FEE-TAB01.
       LOAD-FEES.
           MOVE SPACE TO PRAC-NAME PRAC-STREET PRAC-CSZ
           READ PARMFILE
             AT END
               GO TO LOAD-FEES-2.
           MOVE PARMFILE01 TO PRAC-NAME
           READ PARMFILE
             AT END
               GO TO LOAD-FEES-2.
           MOVE PARMFILE01 TO PRAC-STREET
           READ PARMFILE
             AT END
               GO TO LOAD-FEES-2.
           MOVE PARMFILE01 TO PRAC-CSZ.

       LOAD-FEES-1.
           READ PARMFILE
             AT END
               GO TO LOAD-FEES-2.
           IF PARMFILE01 = SPACE OR FEE-CNTR = 10
               GO TO LOAD-FEES-1.
           MOVE SPACE TO P-TYPE P-BASE P-TIER P-RATE P-OVER P-CAP
           UNSTRING PARMFILE01 DELIMITED BY ","
             INTO P-TYPE P-BASE P-TIER P-RATE P-OVER P-CAP
           ADD 1 TO FEE-CNTR
           MOVE P-TYPE TO FS-TYPE(FEE-CNTR)
           MOVE 0 TO FS-BASE(FEE-CNTR) FS-TIER(FEE-CNTR)
             FS-RATE(FEE-CNTR) FS-OVER(FEE-CNTR) FS-CAP(FEE-CNTR)
           IF FUNCTION TEST-NUMVAL (P-BASE) = 0
               MOVE FUNCTION NUMVAL (P-BASE) TO FS-BASE(FEE-CNTR).
           IF FUNCTION TEST-NUMVAL (P-TIER) = 0
               MOVE FUNCTION NUMVAL (P-TIER) TO FS-TIER(FEE-CNTR).
           IF FUNCTION TEST-NUMVAL (P-RATE) = 0
               MOVE FUNCTION NUMVAL (P-RATE) TO FS-RATE(FEE-CNTR).
           IF FUNCTION TEST-NUMVAL (P-OVER) = 0
               MOVE FUNCTION NUMVAL (P-OVER) TO FS-OVER(FEE-CNTR).
           IF FUNCTION TEST-NUMVAL (P-CAP) = 0
               MOVE FUNCTION NUMVAL (P-CAP) TO FS-CAP(FEE-CNTR).
           GO TO LOAD-FEES-1.

       LOAD-FEES-2.
           IF FEE-CNTR = 0
               DISPLAY "NO ROI FEE SCHEDULE - RELEASES CHARGE 0".
       LOAD-FEES-EXIT.
           EXIT.

      * a new request takes the next request number on the account.
       ADD-REQ.
           IF IN-GARNO = SPACE
               DISPLAY "GARNO REQUIRED"
               GO TO ADD-REQ-EXIT.
           MOVE IN-GARNO TO G-GARNO
           READ GARFILE
             INVALID
               DISPLAY "NO GARFILE RECORD " IN-GARNO
               GO TO ADD-REQ-EXIT.
           DISPLAY G-GARNAME
           PERFORM FIND-NEXT-SEQ THRU FIND-NEXT-SEQ-EXIT
           IF NEXT-SEQ = 99
               DISPLAY "REQUEST LIMIT REACHED FOR " IN-GARNO
               GO TO ADD-REQ-EXIT.

           MOVE SPACE TO ROIREQ01
           MOVE IN-GARNO TO RO-GARNO
           ADD 1 TO NEXT-SEQ
           MOVE NEXT-SEQ TO RO-SEQ

           DISPLAY "REQUESTER A=ATTORNEY L=LIFE INSURER P=PATIENT "
             "O=OTHER".
           ACCEPT IN-ANS.
           IF IN-ANS NOT = "A" AND IN-ANS NOT = "L"
             AND IN-ANS NOT = "P" AND IN-ANS NOT = "O"
               DISPLAY "BAD TYPE - NOTHING RECORDED"
               GO TO ADD-REQ-EXIT.
           MOVE IN-ANS TO RO-TYPE

           DISPLAY "REQUESTER NAME".
           ACCEPT IN-X.
           IF IN-X = SPACE
               DISPLAY "REQUESTER REQUIRED - NOTHING RECORDED"
               GO TO ADD-REQ-EXIT.
           MOVE IN-X TO RO-REQUESTER
           DISPLAY "REQUESTER STREET".
           ACCEPT IN-X.
           MOVE IN-X TO RO-REQ-STREET
           DISPLAY "REQUESTER CITY STATE ZIP".
           ACCEPT IN-X.
           MOVE IN-X TO RO-REQ-CSZ

           DISPLAY "DATE RECEIVED YYYYMMDD OR / FOR TODAY".
           ACCEPT IN-DATE.
           IF IN-DATE = "/" OR IN-DATE = SPACE
               MOVE T-DATE TO IN-DATE.
           IF IN-DATE NOT NUMERIC
               DISPLAY "BAD DATE - NOTHING RECORDED"
               GO TO ADD-REQ-EXIT.
           IF FUNCTION TEST-DATE-YYYYMMDD (IN-DATE9) NOT = 0
               DISPLAY "BAD DATE - NOTHING RECORDED"
               GO TO ADD-REQ-EXIT.
           MOVE IN-DATE TO RO-RECEIVED

      * a third party needs the patient's signed authorization
      * before anything is released; the patient's own request
      * does not.
           DISPLAY "AUTHORIZATION RECEIVED YYYYMMDD, / FOR TODAY, "
             "BLANK IF NOT YET".
           ACCEPT IN-DATE.
           IF IN-DATE = "/"
               MOVE T-DATE TO IN-DATE.
           IF IN-DATE NOT = SPACE AND IN-DATE NOT NUMERIC
               DISPLAY "BAD DATE - NOTHING RECORDED"
               GO TO ADD-REQ-EXIT.
           MOVE IN-DATE TO RO-AUTH-DATE

           DISPLAY "RECORDS REQUESTED".
           ACCEPT IN-X.
           MOVE IN-X TO RO-RECORDS

           MOVE 0 TO RO-PAGES RO-FEE RO-PAID
           MOVE "O" TO RO-STATUS
           MOVE OPER-ID TO RO-OPER
           WRITE ROIREQ01
           DISPLAY "REQUEST " RO-SEQ " RECORDED".
       ADD-REQ-EXIT.
           EXIT.

      * the release - the authorization is checked (and can be
      * recorded here when it arrived after the request), the fee
      * figured, the invoice printed and the disclosure logged.
       RELEASE-REQ.
           PERFORM FETCH-REQ THRU FETCH-REQ-EXIT
           IF RO-GARNO = SPACE
               GO TO RELEASE-REQ-EXIT.
           IF RO-STATUS NOT = "O"
               DISPLAY "ALREADY RELEASED OR CLOSED - STATUS "
                 RO-STATUS
               GO TO RELEASE-REQ-EXIT.

           IF RO-AUTH-DATE = SPACE AND RO-TYPE NOT = "P"
               DISPLAY "AUTHORIZATION RECEIVED YYYYMMDD OR / FOR "
                 "TODAY"
               ACCEPT IN-DATE
               IF IN-DATE = "/"
                   MOVE T-DATE TO IN-DATE
               END-IF
               IF IN-DATE = SPACE OR IN-DATE NOT NUMERIC
                   DISPLAY "NO AUTHORIZATION - NOT RELEASED"
                   GO TO RELEASE-REQ-EXIT
               END-IF
               MOVE IN-DATE TO RO-AUTH-DATE
           END-IF

           DISPLAY "RECORDS RELEASED OR / FOR " RO-RECORDS.
           ACCEPT IN-X.
           IF IN-X NOT = "/" AND IN-X NOT = SPACE
               MOVE IN-X TO RO-RECORDS.

           DISPLAY "PAGE COUNT".
           ACCEPT IN-AMT.
           IF FUNCTION TEST-NUMVAL (IN-AMT) NOT = 0
               DISPLAY "BAD PAGE COUNT - NOT RELEASED"
               GO TO RELEASE-REQ-EXIT.
           MOVE FUNCTION NUMVAL (IN-AMT) TO RO-PAGES
           IF RO-PAGES = 0
               DISPLAY "BAD PAGE COUNT - NOT RELEASED"
               GO TO RELEASE-REQ-EXIT.

           DISPLAY "DATE RELEASED YYYYMMDD OR / FOR TODAY".
           ACCEPT IN-DATE.
           IF IN-DATE = "/" OR IN-DATE = SPACE
               MOVE T-DATE TO IN-DATE.
           IF IN-DATE NOT NUMERIC
               DISPLAY "BAD DATE - NOT RELEASED"
               GO TO RELEASE-REQ-EXIT.
           MOVE IN-DATE TO RO-RELEASED

           PERFORM CALC-FEE THRU CALC-FEE-EXIT
           MOVE FEE-W TO RO-FEE NEF-9
           IF CAP-SW = "Y"
               DISPLAY "FEE " NEF-9 " - HELD TO THE STATUTORY CAP"
           ELSE
               DISPLAY "FEE " NEF-9.

           MOVE 0 TO RO-PAID
           MOVE "R" TO RO-STATUS
           IF RO-FEE = 0
               MOVE "P" TO RO-STATUS.
           MOVE OPER-ID TO RO-OPER
           REWRITE ROIREQ01

           MOVE OPER-ID TO AX-OPER
           MOVE RO-GARNO TO AX-GARNO
           MOVE "ROI-DISC" TO AX-PROGRAM
           MOVE RO-RELEASED TO AX-DATE
           ACCEPT AX-TIME FROM TIME
           WRITE ACCESSLOG01

           PERFORM PRINT-INVOICE THRU PRINT-INVOICE-EXIT
           DISPLAY "RELEASED - INVOICE ROI-" RO-GARNO "-" RO-SEQ.
       RELEASE-REQ-EXIT.
           EXIT.

       PAY-REQ.
           PERFORM FETCH-REQ THRU FETCH-REQ-EXIT
           IF RO-GARNO = SPACE
               GO TO PAY-REQ-EXIT.
           IF RO-STATUS NOT = "R"
               DISPLAY "NO OPEN FEE - STATUS " RO-STATUS
               GO TO PAY-REQ-EXIT.
           COMPUTE AMT-W = RO-FEE - RO-PAID
           MOVE AMT-W TO NEF-9
           DISPLAY "FEE BALANCE " NEF-9 " - AMOUNT PAID".
           ACCEPT IN-AMT.
           IF FUNCTION TEST-NUMVAL (IN-AMT) NOT = 0
               DISPLAY "BAD AMOUNT - UNCHANGED"
               GO TO PAY-REQ-EXIT.
           MOVE FUNCTION NUMVAL (IN-AMT) TO AMT-W
           IF AMT-W NOT > 0
               DISPLAY "BAD AMOUNT - UNCHANGED"
               GO TO PAY-REQ-EXIT.
           ADD AMT-W TO RO-PAID
           MOVE T-DATE TO RO-PAID-DATE
           IF RO-PAID NOT < RO-FEE
               MOVE "P" TO RO-STATUS.
           MOVE OPER-ID TO RO-OPER
           REWRITE ROIREQ01
           COMPUTE AMT-W = RO-FEE - RO-PAID
           MOVE AMT-W TO NEF-9
           DISPLAY "PAYMENT RECORDED - FEE BALANCE " NEF-9.
       PAY-REQ-EXIT.
           EXIT.

      * an open request withdrawn, or a released fee written off.
       WAIVE-REQ.
           PERFORM FETCH-REQ THRU FETCH-REQ-EXIT
           IF RO-GARNO = SPACE
               GO TO WAIVE-REQ-EXIT.
           IF RO-STATUS NOT = "O" AND RO-STATUS NOT = "R"
               DISPLAY "ALREADY CLOSED - STATUS " RO-STATUS
               GO TO WAIVE-REQ-EXIT.
           DISPLAY "CLOSE REQUEST " RO-SEQ " " RO-REQUESTER " Y/N".
           ACCEPT IN-ANS.
           IF IN-ANS NOT = "Y"
               DISPLAY "UNCHANGED"
               GO TO WAIVE-REQ-EXIT.
           MOVE "X" TO RO-STATUS
           MOVE OPER-ID TO RO-OPER
           REWRITE ROIREQ01
           DISPLAY "REQUEST CLOSED".
       WAIVE-REQ-EXIT.
           EXIT.

       REPRINT-REQ.
           PERFORM FETCH-REQ THRU FETCH-REQ-EXIT
           IF RO-GARNO = SPACE
               GO TO REPRINT-REQ-EXIT.
           IF RO-RELEASED = SPACE
               DISPLAY "NOT RELEASED - NO INVOICE"
               GO TO REPRINT-REQ-EXIT.
           UNLOCK ROIREQ
           PERFORM PRINT-INVOICE THRU PRINT-INVOICE-EXIT
           DISPLAY "INVOICE REPRINTED".
       REPRINT-REQ-EXIT.
           EXIT.

       LIST-REQ.
           MOVE IN-GARNO TO RO-GARNO
           MOVE 0 TO RO-SEQ
           START ROIREQ KEY NOT < RO-KEY
             INVALID
               DISPLAY "NO REQUESTS ON FILE"
               GO TO LIST-REQ-EXIT.

       LIST-REQ-1.
           READ ROIREQ NEXT
             AT END
               GO TO LIST-REQ-EXIT.
           IF RO-GARNO NOT = IN-GARNO
               GO TO LIST-REQ-EXIT.
           DISPLAY RO-GARNO " REQ " RO-SEQ " TYPE " RO-TYPE " "
             RO-REQUESTER " STATUS " RO-STATUS
           DISPLAY "  RECEIVED " RO-RECEIVED " AUTHORIZED "
             RO-AUTH-DATE " RELEASED " RO-RELEASED
           MOVE RO-PAGES TO NEF-5
           DISPLAY "  RECORDS " RO-RECORDS " PAGES " NEF-5
           MOVE RO-FEE TO NEF-9
           DISPLAY "  FEE " NEF-9 WITH NO ADVANCING
           MOVE RO-PAID TO NEF-9
           DISPLAY " PAID " NEF-9 " " RO-PAID-DATE
           GO TO LIST-REQ-1.
       LIST-REQ-EXIT.
           EXIT.

      * base fee, the first tier of pages at the page rate, the rest
      * at the over rate, then the cap.
       CALC-FEE.
           MOVE 0 TO FEE-W BASE-W COPY1-W COPY2-W PAGES1-W PAGES2-W
           MOVE "N" TO CAP-SW
           MOVE RO-TYPE TO P-TYPE
           PERFORM FIND-FEE THRU FIND-FEE-EXIT
           IF F = 0
               MOVE "O" TO P-TYPE
               PERFORM FIND-FEE THRU FIND-FEE-EXIT.
           IF F = 0
               DISPLAY "NO FEE SCHEDULE LINE FOR TYPE " RO-TYPE
               GO TO CALC-FEE-EXIT.

           MOVE FS-BASE(F) TO BASE-W
           IF FS-TIER(F) = 0 OR RO-PAGES NOT > FS-TIER(F)
               MOVE RO-PAGES TO PAGES1-W
           ELSE
               MOVE FS-TIER(F) TO PAGES1-W
               COMPUTE PAGES2-W = RO-PAGES - FS-TIER(F).
           COMPUTE COPY1-W ROUNDED = PAGES1-W * FS-RATE(F)
           COMPUTE COPY2-W ROUNDED = PAGES2-W * FS-OVER(F)
           COMPUTE FEE-W = BASE-W + COPY1-W + COPY2-W
           IF FS-CAP(F) > 0 AND FEE-W > FS-CAP(F)
               MOVE FS-CAP(F) TO FEE-W
               MOVE "Y" TO CAP-SW.
       CALC-FEE-EXIT.
           EXIT.

       FIND-FEE.
           MOVE 1 TO Z
           MOVE 0 TO F.
       FIND-FEE-1.
           IF Z > FEE-CNTR
               GO TO FIND-FEE-EXIT.
           IF FS-TYPE(Z) = P-TYPE
               MOVE Z TO F
               GO TO FIND-FEE-EXIT.
           ADD 1 TO Z
           GO TO FIND-FEE-1.
       FIND-FEE-EXIT.
           EXIT.

      * one page per invoice. A reprint after the schedule changed
      * shows the fee as charged, without the breakdown.
       PRINT-INVOICE.
           MOVE RO-GARNO TO G-GARNO
           READ GARFILE
             INVALID
               MOVE SPACE TO G-GARNAME.
           MOVE RO-FEE TO AMT-W
           PERFORM CALC-FEE THRU CALC-FEE-EXIT

           MOVE SPACE TO PRT
           MOVE PRAC-NAME TO PRT
           WRITE FILEOUT01 FROM PRT AFTER PAGE
           MOVE PRAC-STREET TO FILEOUT01
           WRITE FILEOUT01
           MOVE PRAC-CSZ TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "INVOICE ROI-" RO-GARNO "-" RO-SEQ
             "          DATE " T-DATE
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE RO-REQUESTER TO FILEOUT01
           WRITE FILEOUT01
           MOVE RO-REQ-STREET TO FILEOUT01
           WRITE FILEOUT01
           MOVE RO-REQ-CSZ TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "RE: COPIES OF BILLING RECORDS - " G-GARNAME
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           STRING "    REQUEST RECEIVED " RO-RECEIVED
             "  AUTHORIZATION " RO-AUTH-DATE
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           STRING "    RECORDS RELEASED " RO-RECORDS
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE RO-PAGES TO NEF-5
           MOVE SPACE TO PRT
           STRING "    RELEASED " RO-RELEASED "  PAGES " NEF-5
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01

           IF FEE-W NOT = AMT-W
               GO TO PRINT-INVOICE-1.
           IF BASE-W NOT = 0
               MOVE SPACE TO PRT
               MOVE "SEARCH AND HANDLING" TO PRT(5:30)
               MOVE BASE-W TO NEF-9
               MOVE NEF-9 TO PRT(50:10)
               WRITE FILEOUT01 FROM PRT.
           MOVE SPACE TO PRT
           MOVE PAGES1-W TO NEF-5
           STRING "COPIES - " NEF-5 " PAGES"
             DELIMITED BY SIZE INTO PRT(5:30)
           MOVE COPY1-W TO NEF-9
           MOVE NEF-9 TO PRT(50:10)
           WRITE FILEOUT01 FROM PRT
           IF PAGES2-W NOT = 0
               MOVE SPACE TO PRT
               MOVE PAGES2-W TO NEF-5
               STRING "COPIES - " NEF-5 " ADDITIONAL PAGES"
                 DELIMITED BY SIZE INTO PRT(5:30)
               MOVE COPY2-W TO NEF-9
               MOVE NEF-9 TO PRT(50:10)
               WRITE FILEOUT01 FROM PRT.
           IF CAP-SW = "Y"
               MOVE SPACE TO PRT
               MOVE "LIMITED TO THE STATUTORY MAXIMUM" TO PRT(5:40)
               WRITE FILEOUT01 FROM PRT.

       PRINT-INVOICE-1.
           MOVE SPACE TO PRT
           MOVE "TOTAL FEE" TO PRT(5:30)
           MOVE RO-FEE TO NEF-9
           MOVE NEF-9 TO PRT(50:10)
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           MOVE "PAID" TO PRT(5:30)
           MOVE RO-PAID TO NEF-9
           MOVE NEF-9 TO PRT(50:10)
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           MOVE "BALANCE DUE" TO PRT(5:30)
           COMPUTE AMT-W = RO-FEE - RO-PAID
           MOVE AMT-W TO NEF-9
           MOVE NEF-9 TO PRT(50:10)
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "PLEASE RETURN A COPY OF THIS INVOICE WITH YOUR "
             "PAYMENT."
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.
       PRINT-INVOICE-EXIT.
           EXIT.

       FETCH-REQ.
           MOVE IN-GARNO TO RO-GARNO
           IF IN-SEQ NOT NUMERIC
               DISPLAY "BAD REQUEST NUMBER"
               MOVE SPACE TO RO-GARNO
               GO TO FETCH-REQ-EXIT.
           MOVE IN-SEQ TO RO-SEQ
           READ ROIREQ WITH LOCK
             INVALID
               DISPLAY "NO REQUEST ON FILE FOR " IN-GARNO " REQ "
                 IN-SEQ
               MOVE SPACE TO RO-GARNO
               GO TO FETCH-REQ-EXIT.
       FETCH-REQ-EXIT.
           EXIT.

       FIND-NEXT-SEQ.
           MOVE 0 TO NEXT-SEQ
           MOVE IN-GARNO TO RO-GARNO
           MOVE 0 TO RO-SEQ
           START ROIREQ KEY NOT < RO-KEY
             INVALID
               GO TO FIND-NEXT-SEQ-EXIT.

       FIND-NEXT-SEQ-1.
           READ ROIREQ NEXT
             AT END
               GO TO FIND-NEXT-SEQ-EXIT.
           IF RO-GARNO NOT = IN-GARNO
               GO TO FIND-NEXT-SEQ-EXIT.
           MOVE RO-SEQ TO NEXT-SEQ
           GO TO FIND-NEXT-SEQ-1.

       FIND-NEXT-SEQ-EXIT.
           EXIT.

       LOG-ACCESS.
           MOVE OPER-ID TO AX-OPER
           MOVE IN-GARNO TO AX-GARNO
           MOVE "ROIMAINT" TO AX-PROGRAM
           MOVE T-DATE TO AX-DATE
           ACCEPT AX-TIME FROM TIME
           WRITE ACCESSLOG01.

       P99.
           CLOSE ROIREQ ACCESSLOG GARFILE PARMFILE FILEOUT.
           STOP RUN.

      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. client-post.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * the client remittances keyed from the checks:
      * "paycode|invoice period|type|amount|check#|date" - type "P"
      * a payment, "A" an adjustment; date YYYYMMDD, blank = today.
      * A period of "*" applies the money to the client's oldest
      * open invoices first.
           SELECT FILEIN ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT CLIENTFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CL-PAYCODE
             LOCK MODE MANUAL.

           SELECT CLIENTINV ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CI-KEY
             LOCK MODE MANUAL.

           SELECT CLIENTPAY ASSIGN TO "S45" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CP-KEY
             LOCK MODE MANUAL.

      * the posting register.
           SELECT FILEOUT ASSIGN TO "S50" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  FILEIN.
       01  FILEIN01 PIC X(80).

       FD  CLIENTFILE.
           COPY "clientfile.cpy".

       FD  CLIENTINV.
           COPY "clientinv.cpy".

       FD  CLIENTPAY.
           COPY "clientpay.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(100).

       WORKING-STORAGE SECTION.

       01  IN-PAYCODE PIC XXX.
       01  IN-PERIOD PIC X(6).
       01  IN-TYPE PIC X.
       01  IN-AMT PIC X(12).
       01  IN-CHECK PIC X(12).
       01  IN-DATE PIC X(8).
       01  T-DATE PIC X(8).
       01  AMT-W PIC S9(7)V99.
       01  LEFT-W PIC S9(7)V99.
       01  BAL-W PIC S9(7)V99.
       01  APPLY-W PIC S9(7)V99.
       01  NEXT-SEQ PIC 99.
       01  REJ-WHY PIC X(20).
       01  NEF-11 PIC -(7)9.99.
       01  PRT PIC X(100).
       01  PERCHK-PARMS.
           02 PE-FUNC PIC X.
           02 PE-DATE PIC X(8).
           02 PE-RESULT PIC X.
           02 PE-OPEN-DATE PIC X(8).
           02 PE-MSG PIC X(40).

       01  TOT-CNTR PIC 9(7) VALUE 0.
       01  POST-CNTR PIC 9(7) VALUE 0.
       01  REJ-CNTR PIC 9(7) VALUE 0.
       01  PAY-TOT PIC S9(9)V99 VALUE 0.
       01  ADJ-TOT PIC S9(9)V99 VALUE 0.

       PROCEDURE DIVISION.

      * client payment posting - a client's check (or an agreed
      * adjustment) is posted against its invoice on CLIENTINV,
      * never to a patient's PAYCUR, so the patient's statement
      * and balance do not move. Each posting is a CLIENTPAY row
      * the client statement lists; the invoice closes ("P") when
      * it is paid down to zero. Money left over after the named
      * invoice (or after every open invoice, for "*") is reported
      * as unapplied and not posted, for the desk to sort out.
       P0.
           OPEN INPUT FILEIN CLIENTFILE.
           OPEN I-O CLIENTINV CLIENTPAY.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

           MOVE SPACE TO PRT
           STRING "CLIENT PAYMENT POSTING REGISTER   RUN " T-DATE
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01.

       P1.
           READ FILEIN
             AT END
               GO TO P9.
           IF FILEIN01 = SPACE
               GO TO P1.

           ADD 1 TO TOT-CNTR
           MOVE SPACE TO IN-PAYCODE IN-PERIOD IN-TYPE IN-AMT IN-CHECK
             IN-DATE
           UNSTRING FILEIN01 DELIMITED BY "|"
             INTO IN-PAYCODE IN-PERIOD IN-TYPE IN-AMT IN-CHECK
               IN-DATE

           MOVE IN-PAYCODE TO CL-PAYCODE
           READ CLIENTFILE
             INVALID
               MOVE "NOT A CLIENT PAYCODE" TO REJ-WHY
               GO TO P8.
           IF IN-TYPE NOT = "P" AND IN-TYPE NOT = "A"
               MOVE "TYPE MUST BE P OR A" TO REJ-WHY
               GO TO P8.
           IF FUNCTION TEST-NUMVAL (IN-AMT) NOT = 0
               MOVE "BAD AMOUNT" TO REJ-WHY
               GO TO P8.
           MOVE FUNCTION NUMVAL (IN-AMT) TO AMT-W
           IF AMT-W NOT > 0
               MOVE "BAD AMOUNT" TO REJ-WHY
               GO TO P8.
           IF IN-DATE = SPACE
               MOVE T-DATE TO IN-DATE.
           IF IN-DATE NOT NUMERIC
               MOVE "BAD DATE" TO REJ-WHY
               GO TO P8.
      * the money posts under its own date unless that month has
      * been closed - perchk.cob then names the open date to use.
           MOVE "C" TO PE-FUNC
           MOVE IN-DATE TO PE-DATE
           CALL "perchk" USING PERCHK-PARMS
           IF PE-RESULT = "N"
               MOVE SPACE TO PRT
               STRING IN-PAYCODE " CHECK " IN-CHECK " " PE-MSG
                 " - POSTING AS OF " PE-OPEN-DATE
                 DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT
               MOVE PE-OPEN-DATE TO IN-DATE.

           MOVE AMT-W TO LEFT-W
           IF IN-PERIOD = "*"
               GO TO P2.

           MOVE IN-PAYCODE TO CI-PAYCODE
           MOVE IN-PERIOD TO CI-PERIOD
           READ CLIENTINV WITH LOCK
             INVALID
               MOVE "NO SUCH INVOICE" TO REJ-WHY
               GO TO P8.
           IF CI-STATUS NOT = "O"
               UNLOCK CLIENTINV
               MOVE "INVOICE ALREADY PAID" TO REJ-WHY
               GO TO P8.
           PERFORM APPLY-INV THRU APPLY-INV-EXIT
           GO TO P7.

      * oldest open invoice first - the key reads out by period.
       P2.
           MOVE IN-PAYCODE TO CI-PAYCODE
           MOVE SPACE TO CI-PERIOD
           START CLIENTINV KEY NOT < CI-KEY
             INVALID
               GO TO P7.

       P3.
           IF LEFT-W NOT > 0
               GO TO P7.
           READ CLIENTINV NEXT WITH LOCK
             AT END
               GO TO P7.
           IF CI-PAYCODE NOT = IN-PAYCODE
               UNLOCK CLIENTINV
               GO TO P7.
           IF CI-STATUS NOT = "O"
               UNLOCK CLIENTINV
               GO TO P3.
           PERFORM APPLY-INV THRU APPLY-INV-EXIT
           GO TO P3.

       P7.
           IF LEFT-W > 0
               MOVE LEFT-W TO NEF-11
               MOVE SPACE TO PRT
               STRING IN-PAYCODE " " CL-NAME " CHECK " IN-CHECK
                 " UNAPPLIED " NEF-11
                 DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT.
           GO TO P1.

       P8.
           ADD 1 TO REJ-CNTR
           MOVE SPACE TO PRT
           STRING FILEIN01 DELIMITED BY "  "
             " - " REJ-WHY DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           GO TO P1.

      * as much of what is left as the invoice still owes; a
      * payment with more left over than one invoice owes pays it
      * off and moves on.
       APPLY-INV.
           COMPUTE BAL-W = CI-AMOUNT - CI-PAID - CI-ADJ
           IF BAL-W NOT > 0
               UNLOCK CLIENTINV
               GO TO APPLY-INV-EXIT.
           MOVE LEFT-W TO APPLY-W
           IF APPLY-W > BAL-W
               MOVE BAL-W TO APPLY-W.

           PERFORM FIND-NEXT-SEQ THRU FIND-NEXT-SEQ-EXIT
           IF NEXT-SEQ = 99
               UNLOCK CLIENTINV
               MOVE SPACE TO PRT
               STRING CI-PAYCODE "-" CI-PERIOD
                 " - POSTING LIMIT REACHED"
                 DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT
               GO TO APPLY-INV-EXIT.

           IF IN-TYPE = "P"
               ADD APPLY-W TO CI-PAID PAY-TOT
               MOVE IN-DATE TO CI-LASTPAY
           ELSE
               ADD APPLY-W TO CI-ADJ ADJ-TOT.
           IF CI-AMOUNT - CI-PAID - CI-ADJ NOT > 0
               MOVE "P" TO CI-STATUS.
           REWRITE CLIENTINV01

           MOVE SPACE TO CLIENTPAY01
           MOVE CI-PAYCODE TO CP-PAYCODE
           MOVE CI-PERIOD TO CP-PERIOD
           ADD 1 TO NEXT-SEQ
           MOVE NEXT-SEQ TO CP-SEQ
           MOVE IN-TYPE TO CP-TYPE
           MOVE APPLY-W TO CP-AMOUNT
           MOVE IN-DATE TO CP-DATE
           MOVE IN-CHECK TO CP-CHECK
           MOVE T-DATE TO CP-POSTED
           WRITE CLIENTPAY01
           SUBTRACT APPLY-W FROM LEFT-W
           ADD 1 TO POST-CNTR

           MOVE SPACE TO PRT
           MOVE APPLY-W TO NEF-11
           STRING CI-PAYCODE "-" CI-PERIOD " " CL-NAME " " IN-TYPE
             " " IN-CHECK " " NEF-11
             DELIMITED BY SIZE INTO PRT
           IF CI-STATUS = "P"
               MOVE "PAID IN FULL" TO PRT(85:12).
           WRITE FILEOUT01 FROM PRT.
       APPLY-INV-EXIT.
           EXIT.

       FIND-NEXT-SEQ.
           MOVE 0 TO NEXT-SEQ
           MOVE CI-PAYCODE TO CP-PAYCODE
           MOVE CI-PERIOD TO CP-PERIOD
           MOVE 0 TO CP-SEQ
           START CLIENTPAY KEY NOT < CP-KEY
             INVALID
               GO TO FIND-NEXT-SEQ-EXIT.

       FIND-NEXT-SEQ-1.
           READ CLIENTPAY NEXT
             AT END
               GO TO FIND-NEXT-SEQ-EXIT.
           IF CP-PAYCODE NOT = CI-PAYCODE
             OR CP-PERIOD NOT = CI-PERIOD
               GO TO FIND-NEXT-SEQ-EXIT.
           MOVE CP-SEQ TO NEXT-SEQ
           GO TO FIND-NEXT-SEQ-1.

       FIND-NEXT-SEQ-EXIT.
           EXIT.

       P9.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           MOVE PAY-TOT TO NEF-11
           STRING "PAYMENTS POSTED " NEF-11 DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           MOVE ADJ-TOT TO NEF-11
           STRING "ADJUSTMENTS POSTED " NEF-11
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT

           DISPLAY "CLIENT-POST - LINES READ: " TOT-CNTR
           DISPLAY "CLIENT-POST - POSTINGS: " POST-CNTR
           DISPLAY "CLIENT-POST - REJECTED: " REJ-CNTR
           MOVE "E" TO PE-FUNC
           CALL "perchk" USING PERCHK-PARMS
           CLOSE FILEIN CLIENTFILE CLIENTINV CLIENTPAY FILEOUT.
           STOP RUN.

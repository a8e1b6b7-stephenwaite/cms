      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. recreq-maint.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RECREQ ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS RR-KEY
             LOCK MODE MANUAL.

      * access accounting - every account displayed here is a
      * disclosure the patient may ask about.
           SELECT ACCESSLOG ASSIGN TO "S35" ORGANIZATION
             LINE SEQUENTIAL.

      * a denied or recouped result that is appealed goes straight
      * onto the appeal tracker appeal-maint.cob and appealage.cob
      * work.
           SELECT APPEALFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS AP-KEY
             LOCK MODE MANUAL.

       DATA DIVISION.

       FILE SECTION.

       FD  RECREQ.
           COPY "recreq.cpy".

       FD  ACCESSLOG.
           COPY "accesslog.cpy".

       FD  APPEALFILE.
           COPY "appealfile.cpy".

       WORKING-STORAGE SECTION.

       01  DATAIN PIC X(30).
       01  ACTION PIC XX.
       01  IN-GARNO PIC X(8).
       01  IN-CLAIM PIC X(6).
       01  IN-SEQ PIC X.
       01  IN-DATE PIC X(8).
       01  IN-DATE9 REDEFINES IN-DATE PIC 9(8).
       01  IN-X PIC X(40).
       01  IN-ANS PIC X.
       01  IN-LEVEL PIC X.
       01  IN-AMT PIC X(10).
       01  NEXT-SEQ PIC 9.
       01  DUE-INT PIC 9(7).
       01  OPER-ID PIC X(3).
       01  T-DATE PIC X(8).
       01  NEF-9 PIC -(5)9.99.

       PROCEDURE DIVISION.

      * records-request desk dialog - the folder of ADR, RAC and TPE
      * letters becomes a tracker with a clock on it. Same
      * DISPLAY/ACCEPT conversation appeal-maint.cob uses.
      * AR = record a new request, SR = record the documents sent and
      * the tracking number, OR = record the result, AP = appeal a
      * denied or recouped result, LR = list a claim's requests, END
      * = end the job. The response window defaults to 45 days from
      * receipt, the contractors' ADR window; recreq-due.cob works
      * the deadlines.
       P0.
           OPEN I-O RECREQ APPEALFILE.
           OPEN EXTEND ACCESSLOG.
           ACCEPT T-DATE FROM DATE YYYYMMDD.
           DISPLAY "OPERATOR ID".
           ACCEPT OPER-ID.

       P1.
           DISPLAY "AR,SR,OR,AP,LR,END  OPTION,GARNO,CLAIM,REQUEST#".
           ACCEPT DATAIN.
           MOVE SPACE TO IN-GARNO IN-CLAIM IN-SEQ
           UNSTRING DATAIN DELIMITED BY ","
             INTO ACTION IN-GARNO IN-CLAIM IN-SEQ.

           IF ACTION = "EN" OR DATAIN = "END"
               GO TO P99.

           IF IN-GARNO NOT = SPACE
               PERFORM LOG-ACCESS
           END-IF

           IF IN-SEQ = SPACE
               MOVE "1" TO IN-SEQ.

           EVALUATE ACTION
             WHEN "AR"
               PERFORM ADD-REQ THRU ADD-REQ-EXIT
             WHEN "SR"
               PERFORM SENT-REQ THRU SENT-REQ-EXIT
             WHEN "OR"
               PERFORM OUTCOME-REQ THRU OUTCOME-REQ-EXIT
             WHEN "AP"
               PERFORM APPEAL-REQ THRU APPEAL-REQ-EXIT
             WHEN "LR"
               PERFORM LIST-REQ THRU LIST-REQ-EXIT
             WHEN OTHER
               DISPLAY "BAD OPTION " ACTION
           END-EVALUATE

           GO TO P1.

      * a new request takes the next request number on the claim.
       ADD-REQ.
           IF IN-GARNO = SPACE OR IN-CLAIM = SPACE
               DISPLAY "GARNO AND CLAIM REQUIRED"
               GO TO ADD-REQ-EXIT.
           PERFORM FIND-NEXT-SEQ THRU FIND-NEXT-SEQ-EXIT
           IF NEXT-SEQ = 9
               DISPLAY "REQUEST LIMIT REACHED FOR " IN-CLAIM
               GO TO ADD-REQ-EXIT.

           MOVE SPACE TO RECREQ01
           MOVE IN-GARNO TO RR-GARNO
           MOVE IN-CLAIM TO RR-CLAIM
           ADD 1 TO NEXT-SEQ
           MOVE NEXT-SEQ TO RR-SEQ

           DISPLAY "TYPE A=ADR R=RAC T=TPE C=COMMERCIAL PAYER".
           ACCEPT IN-ANS.
           IF IN-ANS NOT = "A" AND IN-ANS NOT = "R"
             AND IN-ANS NOT = "T" AND IN-ANS NOT = "C"
               DISPLAY "BAD TYPE - NOTHING RECORDED"
               GO TO ADD-REQ-EXIT.
           MOVE IN-ANS TO RR-TYPE

           DISPLAY "REQUESTING ENTITY (CONTRACTOR OR PAYER NAME)".
           ACCEPT IN-X.
           MOVE IN-X TO RR-ENTITY

           DISPLAY "PAYER CODE".
           ACCEPT IN-X.
           MOVE IN-X(1:3) TO RR-PAYCODE

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
           MOVE IN-DATE TO RR-RECEIVED

           COMPUTE DUE-INT = FUNCTION INTEGER-OF-DATE (IN-DATE9) + 45
           COMPUTE IN-DATE9 = FUNCTION DATE-OF-INTEGER (DUE-INT)
           DISPLAY "RESPONSE DUE YYYYMMDD OR / FOR " IN-DATE.
           ACCEPT IN-X.
           IF IN-X NOT = "/" AND IN-X NOT = SPACE
               MOVE IN-X(1:8) TO IN-DATE.
           IF IN-DATE NOT NUMERIC
               DISPLAY "BAD DUE DATE - NOTHING RECORDED"
               GO TO ADD-REQ-EXIT.
           MOVE IN-DATE TO RR-DUE

           MOVE "P" TO RR-OUTCOME
           MOVE 0 TO RR-LOST
           MOVE OPER-ID TO RR-OPER
           WRITE RECREQ01
           DISPLAY "REQUEST " RR-SEQ " RECORDED - RESPONSE DUE "
             RR-DUE.
       ADD-REQ-EXIT.
           EXIT.

       SENT-REQ.
           PERFORM FETCH-REQ THRU FETCH-REQ-EXIT
           IF RR-GARNO = SPACE
               GO TO SENT-REQ-EXIT.

           DISPLAY "DATE SENT YYYYMMDD OR / FOR TODAY".
           ACCEPT IN-DATE.
           IF IN-DATE = "/" OR IN-DATE = SPACE
               MOVE T-DATE TO IN-DATE.
           IF IN-DATE NOT NUMERIC
               DISPLAY "BAD DATE - UNCHANGED"
               GO TO SENT-REQ-EXIT.

           DISPLAY "DOCUMENTS SENT".
           ACCEPT IN-X.
           IF IN-X = SPACE
               DISPLAY "DOCUMENTS REQUIRED - UNCHANGED"
               GO TO SENT-REQ-EXIT.
           MOVE IN-X TO RR-DOCS
           MOVE IN-DATE TO RR-SENT

           DISPLAY "TRACKING NUMBER".
           ACCEPT IN-X.
           MOVE IN-X TO RR-TRACK

           MOVE OPER-ID TO RR-OPER
           REWRITE RECREQ01
           IF RR-SENT > RR-DUE
               DISPLAY "RESPONSE RECORDED - SENT AFTER THE " RR-DUE
                 " DEADLINE"
           ELSE
               DISPLAY "RESPONSE RECORDED".
       SENT-REQ-EXIT.
           EXIT.

       OUTCOME-REQ.
           PERFORM FETCH-REQ THRU FETCH-REQ-EXIT
           IF RR-GARNO = SPACE
               GO TO OUTCOME-REQ-EXIT.

           DISPLAY "RESULT U=UPHELD D=DENIED R=RECOUPED".
           ACCEPT IN-ANS.
           IF IN-ANS NOT = "U" AND IN-ANS NOT = "D"
             AND IN-ANS NOT = "R"
               DISPLAY "BAD RESULT - UNCHANGED"
               GO TO OUTCOME-REQ-EXIT.
           MOVE IN-ANS TO RR-OUTCOME
           MOVE 0 TO RR-LOST

           IF RR-OUTCOME NOT = "U"
               DISPLAY "AMOUNT DENIED OR RECOUPED"
               ACCEPT IN-AMT
               IF FUNCTION TEST-NUMVAL (IN-AMT) = 0
                   MOVE FUNCTION NUMVAL (IN-AMT) TO RR-LOST
               END-IF
           END-IF

           MOVE T-DATE TO RR-DECIDED
           MOVE OPER-ID TO RR-OPER
           REWRITE RECREQ01
           DISPLAY "RESULT RECORDED".

           IF RR-OUTCOME = "U"
               GO TO OUTCOME-REQ-EXIT.
           DISPLAY "APPEAL NOW Y/N".
           ACCEPT IN-ANS.
           IF IN-ANS = "Y"
               PERFORM FILE-APPEAL THRU FILE-APPEAL-EXIT.
       OUTCOME-REQ-EXIT.
           EXIT.

       APPEAL-REQ.
           PERFORM FETCH-REQ THRU FETCH-REQ-EXIT
           IF RR-GARNO = SPACE
               GO TO APPEAL-REQ-EXIT.
           IF RR-OUTCOME NOT = "D" AND RR-OUTCOME NOT = "R"
               DISPLAY "ONLY A DENIED OR RECOUPED RESULT IS APPEALED"
               GO TO APPEAL-REQ-EXIT.
           IF RR-AP-LEVEL NOT = SPACE
               DISPLAY "ALREADY APPEALED - LEVEL " RR-AP-LEVEL
               GO TO APPEAL-REQ-EXIT.
           PERFORM FILE-APPEAL THRU FILE-APPEAL-EXIT.
       APPEAL-REQ-EXIT.
           EXIT.

      * the appeal row is the same one appeal-maint.cob's AA option
      * files; an appeal already keyed there is linked, not doubled.
       FILE-APPEAL.
           DISPLAY "APPEAL LEVEL OR / FOR 1".
           ACCEPT IN-LEVEL.
           IF IN-LEVEL = "/" OR IN-LEVEL = SPACE
               MOVE "1" TO IN-LEVEL.

           MOVE RR-GARNO TO AP-GARNO
           MOVE RR-CLAIM TO AP-CLAIM
           MOVE IN-LEVEL TO AP-LEVEL
           READ APPEALFILE
             INVALID
               GO TO FILE-APPEAL-1.
           DISPLAY "APPEAL LEVEL " IN-LEVEL " ALREADY ON FILE - LINKED"
           GO TO FILE-APPEAL-2.

       FILE-APPEAL-1.
           DISPLAY "DENIAL CODE".
           ACCEPT IN-X.
           MOVE IN-X(1:2) TO AP-DENIAL

           DISPLAY "PAYER DEADLINE YYYYMMDD".
           ACCEPT IN-DATE.
           IF IN-DATE NOT NUMERIC
               DISPLAY "BAD DEADLINE - NOT APPEALED"
               GO TO FILE-APPEAL-EXIT.

           MOVE RR-GARNO TO AP-GARNO
           MOVE RR-CLAIM TO AP-CLAIM
           MOVE IN-LEVEL TO AP-LEVEL
           MOVE T-DATE TO AP-FILED
           MOVE IN-DATE TO AP-DEADLINE
           MOVE SPACE TO AP-NOTE
           STRING "RECORDS REQUEST " RR-SEQ " " RR-ENTITY
             DELIMITED BY SIZE INTO AP-NOTE
           MOVE "P" TO AP-OUTCOME
           MOVE SPACE TO AP-DECIDED
           MOVE OPER-ID TO AP-OPER
           MOVE SPACE TO AP-FUTURE
           WRITE APPEALFILE01
           DISPLAY "APPEAL FILED - LEVEL " AP-LEVEL.

       FILE-APPEAL-2.
           MOVE RR-GARNO TO IN-GARNO
           MOVE RR-CLAIM TO IN-CLAIM
           MOVE RR-SEQ TO IN-SEQ
           PERFORM FETCH-REQ THRU FETCH-REQ-EXIT
           IF RR-GARNO = SPACE
               GO TO FILE-APPEAL-EXIT.
           MOVE IN-LEVEL TO RR-AP-LEVEL
           MOVE OPER-ID TO RR-OPER
           REWRITE RECREQ01.
       FILE-APPEAL-EXIT.
           EXIT.

       LIST-REQ.
           MOVE IN-GARNO TO RR-GARNO
           MOVE IN-CLAIM TO RR-CLAIM
           MOVE 0 TO RR-SEQ
           START RECREQ KEY NOT < RR-KEY
             INVALID
               DISPLAY "NO REQUESTS ON FILE"
               GO TO LIST-REQ-EXIT.

       LIST-REQ-1.
           READ RECREQ NEXT
             AT END
               GO TO LIST-REQ-EXIT.
           IF RR-GARNO NOT = IN-GARNO OR RR-CLAIM NOT = IN-CLAIM
               GO TO LIST-REQ-EXIT.
           MOVE RR-LOST TO NEF-9
           DISPLAY RR-GARNO " " RR-CLAIM " REQ " RR-SEQ " TYPE "
             RR-TYPE " " RR-ENTITY " " RR-PAYCODE
           DISPLAY "  RECEIVED " RR-RECEIVED " DUE " RR-DUE " SENT "
             RR-SENT " TRACKING " RR-TRACK
           DISPLAY "  DOCS " RR-DOCS
           DISPLAY "  RESULT " RR-OUTCOME " " RR-DECIDED " LOST "
             NEF-9 " APPEAL LEVEL " RR-AP-LEVEL
           GO TO LIST-REQ-1.
       LIST-REQ-EXIT.
           EXIT.

       FETCH-REQ.
           MOVE IN-GARNO TO RR-GARNO
           MOVE IN-CLAIM TO RR-CLAIM
           IF IN-SEQ NOT NUMERIC
               DISPLAY "BAD REQUEST NUMBER"
               MOVE SPACE TO RR-GARNO
               GO TO FETCH-REQ-EXIT.
           MOVE IN-SEQ TO RR-SEQ
           READ RECREQ WITH LOCK
             INVALID
               DISPLAY "NO REQUEST ON FILE FOR " IN-GARNO " "
                 IN-CLAIM " REQ " IN-SEQ
               MOVE SPACE TO RR-GARNO
               GO TO FETCH-REQ-EXIT.
       FETCH-REQ-EXIT.
           EXIT.

       FIND-NEXT-SEQ.
           MOVE 0 TO NEXT-SEQ
           MOVE IN-GARNO TO RR-GARNO
           MOVE IN-CLAIM TO RR-CLAIM
           MOVE 0 TO RR-SEQ
           START RECREQ KEY NOT < RR-KEY
             INVALID
               GO TO FIND-NEXT-SEQ-EXIT.

       FIND-NEXT-SEQ-1.
           READ RECREQ NEXT
             AT END
               GO TO FIND-NEXT-SEQ-EXIT.
           IF RR-GARNO NOT = IN-GARNO OR RR-CLAIM NOT = IN-CLAIM
               GO TO FIND-NEXT-SEQ-EXIT.
           MOVE RR-SEQ TO NEXT-SEQ
           GO TO FIND-NEXT-SEQ-1.

       FIND-NEXT-SEQ-EXIT.
           EXIT.

       LOG-ACCESS.
           MOVE OPER-ID TO AX-OPER
           MOVE IN-GARNO TO AX-GARNO
           MOVE "RECREQM " TO AX-PROGRAM
           MOVE T-DATE TO AX-DATE
           ACCEPT AX-TIME FROM TIME
           WRITE ACCESSLOG01.

       P99.
           CLOSE RECREQ APPEALFILE ACCESSLOG.
           STOP RUN.

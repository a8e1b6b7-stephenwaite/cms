      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. carc-maint.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DENIALMST ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS DM-KEY
             LOCK MODE MANUAL.

           SELECT CARCXREF ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CX-KEY
             LOCK MODE MANUAL.

       DATA DIVISION.

       FILE SECTION.

       FD  DENIALMST.
           COPY "denialmst.cpy".

       FD  CARCXREF.
           COPY "carcxref.cpy".

       WORKING-STORAGE SECTION.

       01  DATAIN PIC X(30).
       01  ACTION PIC XX.
       01  IN-CODE PIC XX.
       01  IN-CARC PIC X(5).
       01  IN-DESC PIC X(30).
       01  IN-FLAG PIC X.
       01  IN-DENIAL PIC XX.
       01  IN-CLASS PIC X.
       01  IN-PRTYPE PIC XX.
       01  T-DATE PIC X(8).
       01  LIST-CNTR PIC 9(5).

       PROCEDURE DIVISION.

      * denial-code master and CARC crosswalk dialog - same DISPLAY/
      * ACCEPT conversation contr-maint.cob uses.
      *   AD = add or change a denial code   DN = retire one
      *   LD = list the denial codes
      *   AX = add or change a crosswalk row (group,carc)
      *   XX = delete a crosswalk row        LX = list a group's rows
      *   END = end the job
      * A crosswalk row may only point at an active denial code, so
      * the posters never stamp a code the payment screens reject.
       P0.
           OPEN I-O DENIALMST CARCXREF.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

       P1.
           DISPLAY "AD,DN,LD,AX,XX,LX,END  OPTION,CODE/GROUP,CARC".
           MOVE SPACE TO DATAIN ACTION IN-CODE IN-CARC.
           ACCEPT DATAIN.
           UNSTRING DATAIN DELIMITED BY ","
             INTO ACTION IN-CODE IN-CARC.

           IF ACTION = "EN" OR DATAIN = "END"
               GO TO P99.

           EVALUATE ACTION
             WHEN "AD"
               PERFORM ADD-DENIAL THRU ADD-DENIAL-EXIT
             WHEN "DN"
               PERFORM RETIRE-DENIAL THRU RETIRE-DENIAL-EXIT
             WHEN "LD"
               PERFORM LIST-DENIAL THRU LIST-DENIAL-EXIT
             WHEN "AX"
               PERFORM ADD-XREF THRU ADD-XREF-EXIT
             WHEN "XX"
               PERFORM DEL-XREF THRU DEL-XREF-EXIT
             WHEN "LX"
               PERFORM LIST-XREF THRU LIST-XREF-EXIT
             WHEN OTHER
               DISPLAY "BAD OPTION " ACTION
           END-EVALUATE

           GO TO P1.

       ADD-DENIAL.
           IF IN-CODE = SPACE
               DISPLAY "NO DENIAL CODE - NOTHING ADDED"
               GO TO ADD-DENIAL-EXIT.

           DISPLAY "DESCRIPTION".
           MOVE SPACE TO IN-DESC
           ACCEPT IN-DESC.
           IF IN-DESC = SPACE
               DISPLAY "NO DESCRIPTION - NOTHING ADDED"
               GO TO ADD-DENIAL-EXIT.

           DISPLAY "ADJUSTMENT-ROW CODE? Y OR N".
           MOVE SPACE TO IN-FLAG
           ACCEPT IN-FLAG.
           IF IN-FLAG NOT = "Y"
               MOVE "N" TO IN-FLAG.

           MOVE IN-CODE TO DM-KEY
           READ DENIALMST WITH LOCK
             INVALID
               MOVE IN-CODE TO DM-KEY
               MOVE IN-DESC TO DM-DESC
               MOVE IN-FLAG TO DM-ADJ
               MOVE "A" TO DM-STATUS
               MOVE SPACE TO DM-FUTURE
               WRITE DENIALMST01
               DISPLAY "DENIAL CODE ADDED " IN-CODE
             NOT INVALID
               MOVE IN-DESC TO DM-DESC
               MOVE IN-FLAG TO DM-ADJ
               MOVE "A" TO DM-STATUS
               REWRITE DENIALMST01
               DISPLAY "DENIAL CODE CHANGED " IN-CODE
           END-READ.

       ADD-DENIAL-EXIT.
           EXIT.

       RETIRE-DENIAL.
           MOVE IN-CODE TO DM-KEY
           READ DENIALMST WITH LOCK
             INVALID
               DISPLAY "NO DENIAL CODE " IN-CODE
               GO TO RETIRE-DENIAL-EXIT.

           MOVE "I" TO DM-STATUS
           REWRITE DENIALMST01
           DISPLAY "DENIAL CODE RETIRED " IN-CODE.

       RETIRE-DENIAL-EXIT.
           EXIT.

       LIST-DENIAL.
           MOVE SPACE TO DM-KEY
           MOVE 0 TO LIST-CNTR
           START DENIALMST KEY NOT < DM-KEY
             INVALID
               DISPLAY "NO DENIAL CODES ON FILE"
               GO TO LIST-DENIAL-EXIT.

       LIST-DENIAL-1.
           READ DENIALMST NEXT
             AT END
               DISPLAY LIST-CNTR " CODES"
               GO TO LIST-DENIAL-EXIT.

           ADD 1 TO LIST-CNTR
           DISPLAY DM-KEY " " DM-DESC " ADJ " DM-ADJ
             " STATUS " DM-STATUS
           GO TO LIST-DENIAL-1.

       LIST-DENIAL-EXIT.
           EXIT.

       ADD-XREF.
           IF NOT (IN-CODE = "CO" OR "PR" OR "OA" OR "PI")
               DISPLAY "GROUP MUST BE CO, PR, OA OR PI"
               GO TO ADD-XREF-EXIT.

           IF IN-CARC = SPACE
               DISPLAY "NO CARC - NOTHING ADDED"
               GO TO ADD-XREF-EXIT.

           DISPLAY "CLASS C=CONTRACTUAL P=PATIENT RESP D=DENIAL".
           MOVE SPACE TO IN-CLASS
           ACCEPT IN-CLASS.
           IF NOT (IN-CLASS = "C" OR "P" OR "D")
               DISPLAY "BAD CLASS - NOTHING ADDED"
               GO TO ADD-XREF-EXIT.

           DISPLAY "DENIAL CODE OR / FOR NONE".
           MOVE SPACE TO IN-DENIAL
           ACCEPT IN-DENIAL.
           IF IN-DENIAL = "/"
               MOVE SPACE TO IN-DENIAL.

           IF IN-DENIAL = SPACE AND IN-CLASS NOT = "P"
               DISPLAY "CONTRACTUAL AND DENIAL ROWS NEED A CODE"
               GO TO ADD-XREF-EXIT.

           IF IN-DENIAL NOT = SPACE
               MOVE IN-DENIAL TO DM-KEY
               READ DENIALMST
                 INVALID
                   DISPLAY "DENIAL CODE NOT ON FILE " IN-DENIAL
                   GO TO ADD-XREF-EXIT
               END-READ
               IF DM-STATUS = "I"
                   DISPLAY "DENIAL CODE IS RETIRED " IN-DENIAL
                   GO TO ADD-XREF-EXIT
               END-IF
           END-IF.

           MOVE SPACE TO IN-PRTYPE
           IF IN-CLASS = "P"
               DISPLAY "DD=DEDUCTIBLE CI=CO-INSURANCE CP=COPAY / OTHER"
               ACCEPT IN-PRTYPE
               IF IN-PRTYPE = "/"
                   MOVE SPACE TO IN-PRTYPE
               END-IF
               IF NOT (IN-PRTYPE = SPACE OR "DD" OR "CI" OR "CP")
                   DISPLAY "BAD BUCKET - NOTHING ADDED"
                   GO TO ADD-XREF-EXIT
               END-IF
           END-IF.

           DISPLAY "DESCRIPTION".
           MOVE SPACE TO IN-DESC
           ACCEPT IN-DESC.

           MOVE IN-CODE TO CX-GROUP
           MOVE IN-CARC TO CX-CARC
           READ CARCXREF WITH LOCK
             INVALID
               MOVE IN-CODE TO CX-GROUP
               MOVE IN-CARC TO CX-CARC
               MOVE IN-DENIAL TO CX-DENIAL
               MOVE IN-CLASS TO CX-CLASS
               MOVE IN-DESC TO CX-DESC
               MOVE IN-PRTYPE TO CX-PRTYPE
               MOVE T-DATE TO CX-DATE
               MOVE SPACE TO CX-FUTURE
               WRITE CARCXREF01
               DISPLAY "CROSSWALK ADDED " IN-CODE " " IN-CARC
             NOT INVALID
               MOVE IN-DENIAL TO CX-DENIAL
               MOVE IN-CLASS TO CX-CLASS
               MOVE IN-PRTYPE TO CX-PRTYPE
               IF IN-DESC NOT = SPACE
                   MOVE IN-DESC TO CX-DESC
               END-IF
               MOVE T-DATE TO CX-DATE
               REWRITE CARCXREF01
               DISPLAY "CROSSWALK CHANGED " IN-CODE " " IN-CARC
           END-READ.

       ADD-XREF-EXIT.
           EXIT.

       DEL-XREF.
           MOVE IN-CODE TO CX-GROUP
           MOVE IN-CARC TO CX-CARC
           READ CARCXREF WITH LOCK
             INVALID
               DISPLAY "NO CROSSWALK ROW " IN-CODE " " IN-CARC
               GO TO DEL-XREF-EXIT.

           DELETE CARCXREF RECORD
           DISPLAY "CROSSWALK ROW DELETED".

       DEL-XREF-EXIT.
           EXIT.

       LIST-XREF.
           MOVE IN-CODE TO CX-GROUP
           MOVE SPACE TO CX-CARC
           MOVE 0 TO LIST-CNTR
           START CARCXREF KEY NOT < CX-KEY
             INVALID
               DISPLAY "NO CROSSWALK ROWS"
               GO TO LIST-XREF-EXIT.

       LIST-XREF-1.
           READ CARCXREF NEXT
             AT END
               GO TO LIST-XREF-2.

           IF IN-CODE NOT = SPACE AND CX-GROUP NOT = IN-CODE
               GO TO LIST-XREF-2.

           ADD 1 TO LIST-CNTR
           DISPLAY CX-GROUP " " CX-CARC " " CX-CLASS " " CX-DENIAL
             " " CX-PRTYPE " " CX-DESC " " CX-DATE
           GO TO LIST-XREF-1.

       LIST-XREF-2.
           DISPLAY LIST-CNTR " ROWS".

       LIST-XREF-EXIT.
           EXIT.

       P99.
           CLOSE DENIALMST CARCXREF.
           STOP RUN.

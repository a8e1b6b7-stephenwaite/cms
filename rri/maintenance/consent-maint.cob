      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. consent-maint.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONSENT ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CN-GARNO
             LOCK MODE MANUAL.

           SELECT GARFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
             ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT SIGNRULE ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS SR-INS
             LOCK MODE MANUAL.

       DATA DIVISION.

       FILE SECTION.

       FD  CONSENT.
           COPY "consent.cpy".

       FD  GARFILE.
           COPY "garfile.cpy".

       FD  SIGNRULE.
           COPY "signrule.cpy".

       WORKING-STORAGE SECTION.

       01  DATAIN PIC X(30).
       01  ACTION PIC XX.
       01  IN-KEY PIC X(8).
       01  IN-DATE PIC X(8).
       01  IN-MONTHS PIC XX.
       01  OPER-ID PIC X(3).
       01  TODAY-8 PIC X(8).
       01  SIGN-NAME PIC X(16).
       01  NEW-DATE PIC X(8).
       01  NEW-ROW PIC X.

       PROCEDURE DIVISION.

      * consent dialog - same DISPLAY/ACCEPT conversation
      * contr-maint.cob uses. SS = record the signatures a guarantor
      * gave at check-in (T = signed today), AR = add or replace a
      * payer's renewal months, XR = delete one, LR = list them all,
      * END = end the job. The encform.cob signature worklist says
      * whose to collect; consentchk.cob judges them.
       P0.
           OPEN I-O CONSENT SIGNRULE.
           OPEN INPUT GARFILE.
           ACCEPT TODAY-8 FROM DATE YYYYMMDD.
           DISPLAY "OPERATOR ID".
           ACCEPT OPER-ID.

       P1.
           DISPLAY "SS,AR,XR,LR,END  OPTION,GARNO OR INS".
           ACCEPT DATAIN.
           MOVE SPACE TO IN-KEY
           UNSTRING DATAIN DELIMITED BY ","
             INTO ACTION IN-KEY.

           IF ACTION = "EN" OR DATAIN = "END"
               GO TO P99.

           EVALUATE ACTION
             WHEN "SS"
               PERFORM SIGN-SET THRU SIGN-SET-EXIT
             WHEN "AR"
               PERFORM ADD-RULE THRU ADD-RULE-EXIT
             WHEN "XR"
               PERFORM DEL-RULE THRU DEL-RULE-EXIT
             WHEN "LR"
               PERFORM LIST-RULES THRU LIST-RULES-EXIT
             WHEN OTHER
               DISPLAY "BAD OPTION " ACTION
           END-EVALUATE

           GO TO P1.

       SIGN-SET.
           MOVE IN-KEY TO G-GARNO
           READ GARFILE
             INVALID
               DISPLAY "NO ACCOUNT " IN-KEY
               GO TO SIGN-SET-EXIT.
           DISPLAY G-GARNO " " G-GARNAME " INS " G-PRINS " " G-SEINS

           MOVE "N" TO NEW-ROW
           MOVE IN-KEY TO CN-GARNO
           READ CONSENT WITH LOCK
             INVALID
               MOVE "Y" TO NEW-ROW
               MOVE SPACE TO CN-AOB-DATE CN-ROI-DATE CN-FIN-DATE
                 CN-FUTURE.

           MOVE "ASSIGNMENT" TO SIGN-NAME
           MOVE CN-AOB-DATE TO NEW-DATE
           PERFORM ASK-DATE THRU ASK-DATE-EXIT
           MOVE NEW-DATE TO CN-AOB-DATE

           MOVE "RELEASE OF INFO" TO SIGN-NAME
           MOVE CN-ROI-DATE TO NEW-DATE
           PERFORM ASK-DATE THRU ASK-DATE-EXIT
           MOVE NEW-DATE TO CN-ROI-DATE

           MOVE "FINANCIAL POLICY" TO SIGN-NAME
           MOVE CN-FIN-DATE TO NEW-DATE
           PERFORM ASK-DATE THRU ASK-DATE-EXIT
           MOVE NEW-DATE TO CN-FIN-DATE

           MOVE OPER-ID TO CN-OPER
           MOVE TODAY-8 TO CN-DATE-E
           IF NEW-ROW = "Y"
               WRITE CONSENT01
           ELSE
               REWRITE CONSENT01.
           DISPLAY "SIGNATURES RECORDED FOR " CN-GARNO.

       SIGN-SET-EXIT.
           EXIT.

      * T = signed today, YYYYMMDD = signed then, X = clear it
      * (revoked), / or enter = no change.
       ASK-DATE.
           DISPLAY SIGN-NAME " SIGNED " NEW-DATE
             "  T,YYYYMMDD,X OR / NO CHANGE".
           ACCEPT IN-DATE.
           IF IN-DATE = "/" OR IN-DATE = SPACE
               GO TO ASK-DATE-EXIT.
           IF IN-DATE = "T"
               MOVE TODAY-8 TO NEW-DATE
               GO TO ASK-DATE-EXIT.
           IF IN-DATE = "X"
               MOVE SPACE TO NEW-DATE
               GO TO ASK-DATE-EXIT.
           IF IN-DATE NOT NUMERIC OR IN-DATE > TODAY-8
               DISPLAY "BAD DATE"
               GO TO ASK-DATE.
           MOVE IN-DATE TO NEW-DATE.

       ASK-DATE-EXIT.
           EXIT.

       ADD-RULE.
           IF IN-KEY (1:3) = SPACE
               DISPLAY "NO INS - NOTHING ADDED"
               GO TO ADD-RULE-EXIT.
           MOVE "N" TO NEW-ROW
           MOVE IN-KEY (1:3) TO SR-INS
           READ SIGNRULE WITH LOCK
             INVALID
               MOVE "Y" TO NEW-ROW
               MOVE 0 TO SR-AOB-MONTHS SR-ROI-MONTHS SR-FIN-MONTHS
               MOVE SPACE TO SR-FUTURE.

           DISPLAY "ASSIGNMENT GOOD FOR MONTHS (0 = NO RENEWAL)".
           PERFORM ASK-MONTHS THRU ASK-MONTHS-EXIT
           MOVE IN-MONTHS TO SR-AOB-MONTHS
           DISPLAY "RELEASE OF INFO GOOD FOR MONTHS".
           PERFORM ASK-MONTHS THRU ASK-MONTHS-EXIT
           MOVE IN-MONTHS TO SR-ROI-MONTHS
           DISPLAY "FINANCIAL POLICY GOOD FOR MONTHS".
           PERFORM ASK-MONTHS THRU ASK-MONTHS-EXIT
           MOVE IN-MONTHS TO SR-FIN-MONTHS

           IF NEW-ROW = "Y"
               WRITE SIGNRULE01
           ELSE
               REWRITE SIGNRULE01.
           DISPLAY "RULE RECORDED FOR " SR-INS.

       ADD-RULE-EXIT.
           EXIT.

       ASK-MONTHS.
           ACCEPT IN-MONTHS.
           IF IN-MONTHS (2:1) = SPACE
               MOVE IN-MONTHS (1:1) TO IN-MONTHS (2:1)
               MOVE "0" TO IN-MONTHS (1:1).
           IF IN-MONTHS NOT NUMERIC
               DISPLAY "MONTHS 0 TO 99"
               GO TO ASK-MONTHS.

       ASK-MONTHS-EXIT.
           EXIT.

       DEL-RULE.
           MOVE IN-KEY (1:3) TO SR-INS
           READ SIGNRULE WITH LOCK
             INVALID
               DISPLAY "NO RULE ON FILE FOR " SR-INS
               GO TO DEL-RULE-EXIT.

           DELETE SIGNRULE RECORD
           DISPLAY "RULE DELETED".

       DEL-RULE-EXIT.
           EXIT.

       LIST-RULES.
           MOVE SPACE TO SR-INS
           START SIGNRULE KEY NOT < SR-INS
             INVALID
               DISPLAY "NO RULES ON FILE"
               GO TO LIST-RULES-EXIT.

       LIST-RULES-1.
           READ SIGNRULE NEXT
             AT END
               GO TO LIST-RULES-EXIT.

           DISPLAY SR-INS " AOB " SR-AOB-MONTHS " ROI " SR-ROI-MONTHS
             " FIN " SR-FIN-MONTHS
           GO TO LIST-RULES-1.

       LIST-RULES-EXIT.
           EXIT.

       P99.
           CLOSE CONSENT GARFILE SIGNRULE.
           STOP RUN.

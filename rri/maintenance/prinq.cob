      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. prinq.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PRDETAIL ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PRD-KEY
             ALTERNATE RECORD KEY IS PRD-PAT-KEY WITH DUPLICATES
             LOCK MODE MANUAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PRDETAIL.
           COPY "prdetail.cpy".

       WORKING-STORAGE SECTION.

       01  DATAIN PIC X(20).
       01  IN-PATID PIC X(8).
       01  IN-YEAR PIC X(4).
       01  T-DATE PIC X(8).
       01  HOLD-PAYCODE PIC XXX.
       01  PAY-DEDUCT PIC S9(6)V99.
       01  PAY-COINS PIC S9(6)V99.
       01  PAY-COPAY PIC S9(6)V99.
       01  HIT-CNTR PIC 9(4).
       01  NEF-8 PIC -(5)9.99.
       01  NEF-9 PIC -(5)9.99.
       01  NEF-10 PIC -(5)9.99.

       PROCEDURE DIVISION.

      * patient-responsibility inquiry - "patid,yyyy" lists what
      * each payer's remits applied to the deductible, co-insurance
      * and copay for services in that year, line by line, with the
      * year-to-date totals per payer. The year defaults to this
      * one. END ends the job.
       P0.
           OPEN INPUT PRDETAIL.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

       P1.
           DISPLAY "PATID,YEAR OR END".
           ACCEPT DATAIN.

           IF DATAIN = "END" OR DATAIN = SPACE
               GO TO P99.

           MOVE SPACE TO IN-PATID IN-YEAR
           UNSTRING DATAIN DELIMITED BY ","
             INTO IN-PATID IN-YEAR

           IF IN-YEAR NOT NUMERIC
               MOVE T-DATE(1:4) TO IN-YEAR.

           MOVE 0 TO HIT-CNTR
           MOVE SPACE TO HOLD-PAYCODE
           MOVE IN-PATID TO PRD-PATID
           MOVE SPACE TO PRD-PAT-PAYCODE PRD-DATE-T
           START PRDETAIL KEY NOT < PRD-PAT-KEY
             INVALID
               DISPLAY "NO PATIENT RESPONSIBILITY ON FILE"
               GO TO P1.

       P2.
           READ PRDETAIL NEXT
             AT END
               GO TO P3.
           IF PRD-PATID NOT = IN-PATID
               GO TO P3.
           IF PRD-DATE-T(1:4) NOT = IN-YEAR
               GO TO P2.

           IF PRD-PAT-PAYCODE NOT = HOLD-PAYCODE
               PERFORM PAY-TOTAL
               MOVE PRD-PAT-PAYCODE TO HOLD-PAYCODE
               MOVE 0 TO PAY-DEDUCT PAY-COINS PAY-COPAY
               DISPLAY "PAYER " HOLD-PAYCODE
                 "   SERVICE   DEDUCTIBLE COINSURANCE   COPAY"
           END-IF

           ADD 1 TO HIT-CNTR
           ADD PRD-DEDUCT TO PAY-DEDUCT
           ADD PRD-COINS TO PAY-COINS
           ADD PRD-COPAY TO PAY-COPAY
           MOVE PRD-DEDUCT TO NEF-8
           MOVE PRD-COINS TO NEF-9
           MOVE PRD-COPAY TO NEF-10
           DISPLAY "  " PRD-KEY8 " " PRD-KEY3 " " PRD-DATE-T " "
             NEF-8 "  " NEF-9 " " NEF-10 " " PRD-CLP1
           GO TO P2.

       P3.
           IF HIT-CNTR = 0
               DISPLAY "NOTHING APPLIED FOR " IN-YEAR
               GO TO P1.
           PERFORM PAY-TOTAL
           GO TO P1.

       PAY-TOTAL.
           IF HOLD-PAYCODE NOT = SPACE
               MOVE PAY-DEDUCT TO NEF-8
               MOVE PAY-COINS TO NEF-9
               MOVE PAY-COPAY TO NEF-10
               DISPLAY "  " IN-YEAR " TO DATE " HOLD-PAYCODE
                 "         " NEF-8 "  " NEF-9 " " NEF-10.

       P99.
           CLOSE PRDETAIL.
           STOP RUN.

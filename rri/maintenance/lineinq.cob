      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lineinq.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LINEBAL ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS BL-KEY
             LOCK MODE MANUAL.

       DATA DIVISION.
       FILE SECTION.

       FD  LINEBAL.
           COPY "linebal.cpy".

       WORKING-STORAGE SECTION.

       01  DATAIN PIC X(20).
       01  IN-GARNO PIC X(8).
       01  IN-CLAIM PIC X(6).
       01  HIT-CNTR PIC 9(4).
       01  TOT-CHARGE PIC S9(7)V99.
       01  TOT-INSPAID PIC S9(7)V99.
       01  TOT-PATPAID PIC S9(7)V99.
       01  TOT-CONTRACT PIC S9(7)V99.
       01  TOT-OTHADJ PIC S9(7)V99.
       01  TOT-BALANCE PIC S9(7)V99.
       01  NEF-1 PIC -(5)9.99.
       01  NEF-2 PIC -(5)9.99.
       01  NEF-3 PIC -(5)9.99.
       01  NEF-4 PIC -(5)9.99.
       01  NEF-5 PIC -(5)9.99.
       01  NEF-6 PIC -(5)9.99.

       PROCEDURE DIVISION.

      * charge-line ledger inquiry - "garno" or "garno,claim" lists
      * each line's charge, what insurance and the patient paid,
      * the contractual and other adjustments and what is still
      * open, with the totals. END ends the job.
       P0.
           OPEN INPUT LINEBAL.

       P1.
           DISPLAY "GARNO,CLAIM OR END".
           ACCEPT DATAIN.

           IF DATAIN = "END" OR DATAIN = SPACE
               GO TO P99.

           MOVE SPACE TO IN-GARNO IN-CLAIM
           UNSTRING DATAIN DELIMITED BY ","
             INTO IN-GARNO IN-CLAIM

           MOVE 0 TO HIT-CNTR TOT-CHARGE TOT-INSPAID TOT-PATPAID
             TOT-CONTRACT TOT-OTHADJ TOT-BALANCE
           MOVE IN-GARNO TO BL-KEY8
           MOVE SPACE TO BL-KEY3
           START LINEBAL KEY NOT < BL-KEY
             INVALID
               DISPLAY "NO LINES ON FILE"
               GO TO P1.

           DISPLAY "LINE CLAIM  PAY SERVICE     CHARGE  INS PAID"
             "  PAT PAID  CONTRACT   OTH ADJ   BALANCE".

       P2.
           READ LINEBAL NEXT
             AT END
               GO TO P3.
           IF BL-KEY8 NOT = IN-GARNO
               GO TO P3.
           IF IN-CLAIM NOT = SPACE AND BL-CLAIM NOT = IN-CLAIM
               GO TO P2.

           ADD 1 TO HIT-CNTR
           ADD BL-CHARGE TO TOT-CHARGE
           ADD BL-INSPAID TO TOT-INSPAID
           ADD BL-PATPAID TO TOT-PATPAID
           ADD BL-CONTRACT TO TOT-CONTRACT
           ADD BL-OTHADJ TO TOT-OTHADJ
           ADD BL-BALANCE TO TOT-BALANCE
           MOVE BL-CHARGE TO NEF-1
           MOVE BL-INSPAID TO NEF-2
           MOVE BL-PATPAID TO NEF-3
           MOVE BL-CONTRACT TO NEF-4
           MOVE BL-OTHADJ TO NEF-5
           MOVE BL-BALANCE TO NEF-6
           DISPLAY BL-KEY3 "  " BL-CLAIM " " BL-PAYCODE " " BL-DAT1
             " " NEF-1 " " NEF-2 " " NEF-3 " " NEF-4 " " NEF-5
             " " NEF-6
           GO TO P2.

       P3.
           IF HIT-CNTR = 0
               DISPLAY "NO LINES ON FILE"
               GO TO P1.
           MOVE TOT-CHARGE TO NEF-1
           MOVE TOT-INSPAID TO NEF-2
           MOVE TOT-PATPAID TO NEF-3
           MOVE TOT-CONTRACT TO NEF-4
           MOVE TOT-OTHADJ TO NEF-5
           MOVE TOT-BALANCE TO NEF-6
           DISPLAY "TOTAL                     " NEF-1 " " NEF-2 " "
             NEF-3 " " NEF-4 " " NEF-5 " " NEF-6
           GO TO P1.

       P99.
           CLOSE LINEBAL.
           STOP RUN.

      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. estateclaim.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * line 1 the garno, line 2 the practice name (the claimant),
      * line 3 the affiant name and title, line 4 the practice
      * address for the claimant block.
           SELECT PARMFILE ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

      * the estate case estate-maint.cob keeps - court, docket,
      * executor and the claim amount come from here.
           SELECT ESTATE ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS ES-GARNO
             LOCK MODE MANUAL.

           SELECT GARFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
             ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT CHARCUR ASSIGN TO "S45" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-DAT1 WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT PAYCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
             LOCK MODE MANUAL.

           SELECT FILEOUT ASSIGN TO "S55" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PARMFILE.
       01  PARMFILE01 PIC X(60).

       FD  ESTATE.
           COPY "estate.cpy".

       FD  GARFILE.
           COPY "garfile.cpy".

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  PAYCUR.
           COPY "paycur.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(100).

       WORKING-STORAGE SECTION.

       01  T-DATE PIC X(8).
       01  PRAC-NAME PIC X(60).
       01  AFFIANT PIC X(60).
       01  PRAC-ADDR PIC X(60).
       01  RUN-BAL PIC S9(6)V99 VALUE 0.
       01  CHG-TOT PIC S9(6)V99 VALUE 0.
       01  PAY-TOT PIC S9(6)V99 VALUE 0.
       01  CLAIM-AMT PIC S9(6)V99 VALUE 0.
       01  NEF-9 PIC -(5)9.99.
       01  PRT PIC X(100).

       01  DTL01.
           02 DL-DATE PIC X(8).
           02 FILLER PIC XX VALUE SPACE.
           02 DL-DESC PIC X(30).
           02 FILLER PIC XX VALUE SPACE.
           02 DL-AMT PIC -(5)9.99.
           02 FILLER PIC XX VALUE SPACE.
           02 DL-BAL PIC -(5)9.99.

       PROCEDURE DIVISION.

      * claim against a deceased patient's estate - courtpacket.cob's
      * packet for the probate court: the claim form naming the
      * court, docket, estate and executor, the sworn amount, and
      * the itemized ledger as Exhibit A. The amount is the claim
      * estate-maint.cob recorded, or the ledger balance when none
      * has been recorded yet. A form printed after the creditor
      * deadline still prints, but says so at the console - a late
      * claim is the executor's to refuse.
       P0.
           OPEN INPUT PARMFILE ESTATE GARFILE CHARCUR PAYCUR.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

           READ PARMFILE
             AT END
               DISPLAY "ESTATECLAIM - NO PARM"
               GO TO P99.
           MOVE PARMFILE01(1:8) TO G-GARNO ES-GARNO

           READ PARMFILE AT END GO TO P99.
           MOVE PARMFILE01 TO PRAC-NAME
           READ PARMFILE AT END GO TO P99.
           MOVE PARMFILE01 TO AFFIANT
           MOVE SPACE TO PRAC-ADDR
           READ PARMFILE
             AT END
               CONTINUE
             NOT AT END
               MOVE PARMFILE01 TO PRAC-ADDR
           END-READ

           READ GARFILE
             INVALID
               DISPLAY "ESTATECLAIM - NO SUCH ACCOUNT " G-GARNO
               GO TO P99.

           READ ESTATE
             INVALID
               DISPLAY "ESTATECLAIM - NO ESTATE CASE " ES-GARNO
               GO TO P99.

           IF ES-DEADLINE NOT = SPACE AND T-DATE > ES-DEADLINE
               DISPLAY "ESTATECLAIM - PAST THE " ES-DEADLINE
                 " CREDITOR DEADLINE".

           PERFORM LEDGER THRU LEDGER-EXIT
           PERFORM CLAIM-FORM
           PERFORM PRINT-LEDGER THRU PRINT-LEDGER-EXIT
           DISPLAY "ESTATECLAIM - CLAIM PRINTED FOR " G-GARNO.

       P99.
           CLOSE PARMFILE ESTATE GARFILE CHARCUR PAYCUR FILEOUT.
           STOP RUN.

      * totals pass - the claim quotes the amount before the exhibit
      * prints it.
       LEDGER.
           MOVE 0 TO CHG-TOT PAY-TOT
           MOVE G-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO LEDGER-2.

       LEDGER-1.
           READ CHARCUR NEXT
             AT END
               GO TO LEDGER-2.
           IF CC-KEY8 NOT = G-GARNO
               GO TO LEDGER-2.
           ADD CC-AMOUNT TO CHG-TOT
           GO TO LEDGER-1.

       LEDGER-2.
           MOVE G-GARNO TO PC-KEY8
           MOVE SPACE TO PC-KEY3
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO LEDGER-EXIT.

       LEDGER-3.
           READ PAYCUR NEXT
             AT END
               GO TO LEDGER-EXIT.
           IF PC-KEY8 NOT = G-GARNO
               GO TO LEDGER-EXIT.
           ADD PC-AMOUNT TO PAY-TOT
           GO TO LEDGER-3.

       LEDGER-EXIT.
           EXIT.

       CLAIM-FORM.
           COMPUTE RUN-BAL = CHG-TOT + PAY-TOT
           MOVE RUN-BAL TO CLAIM-AMT
           IF ES-CLAIM-AMT > 0
               MOVE ES-CLAIM-AMT TO CLAIM-AMT.

           MOVE "STATE OF VERMONT" TO PRT
           WRITE FILEOUT01 FROM PRT AFTER PAGE
           MOVE SPACE TO PRT
           STRING ES-COURT "  PROBATE DIVISION"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "IN RE: ESTATE OF " ES-ESTATE-NAME
             "   DOCKET NO. " ES-DOCKET
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE "CLAIM AGAINST ESTATE" TO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "TO:        " ES-EXECUTOR
             ", EXECUTOR/ADMINISTRATOR"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           STRING "           " ES-EXEC-ADDR
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           IF ES-ATTORNEY NOT = SPACE
               MOVE SPACE TO PRT
               STRING "           C/O " ES-ATTORNEY
                 DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT
           END-IF
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "CLAIMANT:  " PRAC-NAME
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           STRING "           " PRAC-ADDR
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           STRING "DECEDENT:  " G-GARNAME "   ACCOUNT " G-GARNO
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE CLAIM-AMT TO NEF-9
           MOVE SPACE TO PRT
           STRING "THE CLAIMANT PRESENTS A CLAIM AGAINST THE ESTATE "
             "IN THE AMOUNT OF " NEF-9
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           STRING "FOR MEDICAL SERVICES RENDERED TO THE DECEDENT, "
             "ITEMIZED IN EXHIBIT A."
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           STRING "THE AMOUNT IS JUSTLY DUE, NO PART HAS BEEN PAID "
             "EXCEPT AS CREDITED, AND"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           STRING "THERE ARE NO OFFSETS OR COUNTERCLAIMS KNOWN TO "
             "THE CLAIMANT."
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           IF ES-NOTICE-DATE NOT = SPACE
               MOVE SPACE TO FILEOUT01
               WRITE FILEOUT01
               MOVE SPACE TO PRT
               STRING "NOTICE TO CREDITORS PUBLISHED " ES-NOTICE-DATE
                 " - CLAIMS DUE BY " ES-DEADLINE
                 DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT
           END-IF
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "_______________________________   DATE " T-DATE
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           WRITE FILEOUT01 FROM AFFIANT.

       PRINT-LEDGER.
           MOVE SPACE TO PRT
           MOVE "EXHIBIT A - ITEMIZED LEDGER" TO PRT
           WRITE FILEOUT01 FROM PRT AFTER PAGE
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "DATE      DESCRIPTION                     "
             "AMOUNT      BALANCE"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01

           MOVE 0 TO RUN-BAL
           MOVE G-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO PRINT-LEDGER-2.

       PRINT-LEDGER-1.
           READ CHARCUR NEXT
             AT END
               GO TO PRINT-LEDGER-2.
           IF CC-KEY8 NOT = G-GARNO
               GO TO PRINT-LEDGER-2.
           ADD CC-AMOUNT TO RUN-BAL
           MOVE SPACE TO DTL01
           MOVE CC-DAT1 TO DL-DATE
           MOVE SPACE TO DL-DESC
           STRING "SERVICE " CC-PROC1 " CLAIM " CC-CLAIM
             DELIMITED BY SIZE INTO DL-DESC
           MOVE CC-AMOUNT TO DL-AMT
           MOVE RUN-BAL TO DL-BAL
           WRITE FILEOUT01 FROM DTL01
           GO TO PRINT-LEDGER-1.

       PRINT-LEDGER-2.
           MOVE G-GARNO TO PC-KEY8
           MOVE SPACE TO PC-KEY3
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO PRINT-LEDGER-3.

       PRINT-LEDGER-2A.
           READ PAYCUR NEXT
             AT END
               GO TO PRINT-LEDGER-3.
           IF PC-KEY8 NOT = G-GARNO
               GO TO PRINT-LEDGER-3.
           ADD PC-AMOUNT TO RUN-BAL
           MOVE SPACE TO DTL01
           MOVE PC-DATE-T TO DL-DATE
           MOVE SPACE TO DL-DESC
           STRING "PAYMENT/ADJ " PC-PAYCODE " CLAIM " PC-CLAIM
             DELIMITED BY SIZE INTO DL-DESC
           MOVE PC-AMOUNT TO DL-AMT
           MOVE RUN-BAL TO DL-BAL
           WRITE FILEOUT01 FROM DTL01
           GO TO PRINT-LEDGER-2A.

       PRINT-LEDGER-3.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE RUN-BAL TO NEF-9
           MOVE SPACE TO PRT
           STRING "BALANCE DUE " NEF-9
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.
       PRINT-LEDGER-EXIT.
           EXIT.

      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. wccase-bal.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT WCCASE ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS WC-KEY
             LOCK MODE MANUAL.

      * the charge lines tied to each case, in line order under the
      * account.
           SELECT WCLINK ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS WL-KEY
             LOCK MODE MANUAL.

           SELECT CHARCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-DAT1 WITH DUPLICATES
             LOCK MODE MANUAL.

      * what the carrier has paid on each line and what is still
      * owed on it.
           SELECT LINEBAL ASSIGN TO "S45" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS BL-KEY
             LOCK MODE MANUAL.

      * the state WC fee schedule wcfee-load.cob keeps.
           SELECT WCFEE ASSIGN TO "S50" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS WF-KEY
             LOCK MODE MANUAL.

           SELECT GARFILE ASSIGN TO "S55" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
             ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT INSFILE ASSIGN TO "S60" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS INS-KEY
             ALTERNATE RECORD KEY IS INS-NAME WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-CITY WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-ASSIGN WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-CLAIMTYPE WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-NEIC WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-NEIC-ASSIGN WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT MPLRFILE ASSIGN TO "S65" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS MPLR-KEY
             LOCK MODE MANUAL.

           SELECT FILEOUT ASSIGN TO "S70" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  WCCASE.
           COPY "wccase.cpy".

       FD  WCLINK.
           COPY "wclink.cpy".

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  LINEBAL.
           COPY "linebal.cpy".

       FD  WCFEE.
           COPY "wcfee.cpy".

       FD  GARFILE.
           COPY "garfile.cpy".

       FD  INSFILE.
           COPY "insfile.cpy".

       FD  MPLRFILE.
           COPY "mplrfile.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(132).

       WORKING-STORAGE SECTION.

       01  T-DATE PIC X(8).
       01  UNITS PIC 9(4).
       01  FEE-FLAG PIC X.
       01  STAT-TEXT PIC X(9).
       01  LINE-BILLED PIC S9(6)V99.
       01  LINE-EXPECT PIC S9(6)V99.
       01  LINE-PAID PIC S9(6)V99.
       01  LINE-BAL PIC S9(6)V99.
       01  LINE-SHORT PIC S9(6)V99.
       01  CASE-BILLED PIC S9(7)V99.
       01  CASE-EXPECT PIC S9(7)V99.
       01  CASE-PAID PIC S9(7)V99.
       01  CASE-BAL PIC S9(7)V99.
       01  CASE-SHORT PIC S9(7)V99.
       01  GRAND-BAL PIC S9(8)V99.
       01  GRAND-SHORT PIC S9(8)V99.
       01  CASE-CNTR PIC 9(5) VALUE 0.
       01  LINE-CNTR PIC 9(7) VALUE 0.
       01  NOFEE-CNTR PIC 9(7) VALUE 0.
       01  NEF-1 PIC -(6)9.99.
       01  NEF-2 PIC -(6)9.99.
       01  NEF-3 PIC -(6)9.99.
       01  NEF-4 PIC -(6)9.99.
       01  NEF-5 PIC -(6)9.99.
       01  NEF-G PIC -(8)9.99.
       01  PRT PIC X(132).

       PROCEDURE DIVISION.

      * workers' compensation case balance sheet - what the desk
      * has in front of it when it calls the adjuster. For every
      * case not closed: the carrier, claim number, adjuster's phone
      * and fax, employer, injury and state, then each visit tied to
      * the case with what was billed, what the state fee schedule
      * says the carrier owes for it, what the carrier has paid and
      * what is still open - the short-pay being the expected
      * payment less what came in. A line whose CPT has no fee on
      * the state's schedule is priced at the billed amount and
      * flagged NO FEE.
       P0.
           OPEN INPUT WCCASE WCLINK CHARCUR LINEBAL WCFEE GARFILE
             INSFILE MPLRFILE.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO GRAND-BAL GRAND-SHORT

           MOVE SPACE TO PRT FILEOUT01
           STRING "WORKERS COMPENSATION CASE BALANCES AS OF " T-DATE
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01

           MOVE SPACE TO WC-KEY
           START WCCASE KEY NOT < WC-KEY
             INVALID
               GO TO P8.

       P1.
           READ WCCASE NEXT
             AT END
               GO TO P8.
           IF WC-STATUS = "C"
               GO TO P1.
           ADD 1 TO CASE-CNTR
           PERFORM CASE-HEAD
           MOVE 0 TO CASE-BILLED CASE-EXPECT CASE-PAID CASE-BAL
             CASE-SHORT

           MOVE WC-GARNO TO WL-KEY8
           MOVE SPACE TO WL-KEY3
           START WCLINK KEY NOT < WL-KEY
             INVALID
               GO TO P3.

       P2.
           READ WCLINK NEXT
             AT END
               GO TO P3.
           IF WL-KEY8 NOT = WC-GARNO
               GO TO P3.
           IF WL-CASE NOT = WC-CASE
               GO TO P2.
           MOVE WL-KEY TO CHARCUR-KEY
           READ CHARCUR
             INVALID
               GO TO P2.
           PERFORM PRICE-LINE THRU PRICE-LINE-EXIT
           GO TO P2.

       P3.
           MOVE CASE-BILLED TO NEF-1
           MOVE CASE-EXPECT TO NEF-2
           MOVE CASE-PAID TO NEF-3
           MOVE CASE-BAL TO NEF-4
           MOVE CASE-SHORT TO NEF-5
           MOVE SPACE TO PRT FILEOUT01
           STRING "         CASE TOTAL       " NEF-1 " " NEF-2 " "
             NEF-3 " " NEF-4 " " NEF-5
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           ADD CASE-BAL TO GRAND-BAL
           ADD CASE-SHORT TO GRAND-SHORT
           GO TO P1.

       CASE-HEAD.
           MOVE WC-GARNO TO G-GARNO
           READ GARFILE
             INVALID
               MOVE SPACE TO G-GARNAME
           END-READ
           MOVE WC-CARRIER TO INS-KEY
           READ INSFILE
             INVALID
               MOVE SPACE TO INS-NAME
           END-READ
           MOVE WC-EMPLOYER TO MPLR-KEY
           READ MPLRFILE
             INVALID
               MOVE SPACE TO MPLR-NAME
           END-READ
           MOVE "OPEN" TO STAT-TEXT
           IF WC-STATUS = "D"
               MOVE "CONTESTED" TO STAT-TEXT
           END-IF

           MOVE SPACE TO PRT FILEOUT01
           STRING WC-GARNO " " G-GARNAME " CASE " WC-CASE " "
             STAT-TEXT " INJURY " WC-INJURY-DATE " " WC-STATE " "
             WC-BODYPART
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           STRING "         CARRIER " WC-CARRIER " " INS-NAME
             " CLAIM " WC-CLAIMNO " EMPLOYER " MPLR-NAME
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           STRING "         ADJUSTER " WC-ADJUSTER " PHONE "
             WC-ADJ-PHONE " FAX " WC-ADJ-FAX
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           STRING "         LINE SERVICE  CPT    BILLED   EXPECTED"
             "       PAID    BALANCE  SHORT-PAY"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.

      * the expected payment is the state allowance for the CPT
      * (the modifier row when there is one) times the units, never
      * more than was billed.
       PRICE-LINE.
           ADD 1 TO LINE-CNTR
           MOVE CC-AMOUNT TO LINE-BILLED
           MOVE 1 TO UNITS
           IF CC-UNITS NUMERIC AND CC-UNITS > 0
               MOVE CC-UNITS TO UNITS.

           MOVE SPACE TO FEE-FLAG
           MOVE WC-STATE TO WF-STATE
           MOVE CC-PROC1 TO WF-CPT
           MOVE CC-PROC2 TO WF-MOD
           READ WCFEE
             INVALID
               MOVE SPACE TO WF-MOD
               READ WCFEE
                 INVALID
                   MOVE "N" TO FEE-FLAG
               END-READ
           END-READ
           IF FEE-FLAG = "N"
               MOVE LINE-BILLED TO LINE-EXPECT
               ADD 1 TO NOFEE-CNTR
           ELSE
               COMPUTE LINE-EXPECT = WF-FEE * UNITS
               IF LINE-EXPECT > LINE-BILLED
                   MOVE LINE-BILLED TO LINE-EXPECT
               END-IF
           END-IF

           MOVE 0 TO LINE-PAID
           MOVE LINE-BILLED TO LINE-BAL
           MOVE CHARCUR-KEY TO BL-KEY
           READ LINEBAL
             INVALID
               CONTINUE
             NOT INVALID
               MOVE BL-INSPAID TO LINE-PAID
               MOVE BL-BALANCE TO LINE-BAL
           END-READ
           MOVE 0 TO LINE-SHORT
           IF LINE-BAL > 0 AND LINE-EXPECT > LINE-PAID
               COMPUTE LINE-SHORT = LINE-EXPECT - LINE-PAID
           END-IF

           ADD LINE-BILLED TO CASE-BILLED
           ADD LINE-EXPECT TO CASE-EXPECT
           ADD LINE-PAID TO CASE-PAID
           ADD LINE-BAL TO CASE-BAL
           ADD LINE-SHORT TO CASE-SHORT

           MOVE LINE-BILLED TO NEF-1
           MOVE LINE-EXPECT TO NEF-2
           MOVE LINE-PAID TO NEF-3
           MOVE LINE-BAL TO NEF-4
           MOVE LINE-SHORT TO NEF-5
           MOVE SPACE TO PRT FILEOUT01
           IF FEE-FLAG = "N"
               STRING "         " CC-KEY3 "  " CC-DATE-T " " CC-PROC1
                 NEF-1 " " NEF-2 " " NEF-3 " " NEF-4 " " NEF-5
                 "  NO FEE"
                 DELIMITED BY SIZE INTO PRT
           ELSE
               STRING "         " CC-KEY3 "  " CC-DATE-T " " CC-PROC1
                 NEF-1 " " NEF-2 " " NEF-3 " " NEF-4 " " NEF-5
                 DELIMITED BY SIZE INTO PRT
           END-IF
           WRITE FILEOUT01 FROM PRT.

       PRICE-LINE-EXIT.
           EXIT.

       P8.
           MOVE GRAND-BAL TO NEF-G
           MOVE SPACE TO PRT FILEOUT01
           STRING "OPEN CASES " CASE-CNTR "  LINES " LINE-CNTR
             "  BALANCE " NEF-G
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE GRAND-SHORT TO NEF-G
           MOVE SPACE TO PRT
           STRING "SHORT-PAID AGAINST THE FEE SCHEDULE " NEF-G
             "  LINES WITH NO FEE " NOFEE-CNTR
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.

       P9.
           DISPLAY "WCCASE-BAL - OPEN CASES: " CASE-CNTR
           DISPLAY "WCCASE-BAL - LINES PRICED: " LINE-CNTR
           DISPLAY "WCCASE-BAL - LINES WITH NO FEE: " NOFEE-CNTR
           CLOSE WCCASE WCLINK CHARCUR LINEBAL WCFEE GARFILE INSFILE
             MPLRFILE FILEOUT.
           STOP RUN.

      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. estate-dl.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ESTATE ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS ES-GARNO
             LOCK MODE MANUAL.

      * deceased holds holdstat-maint.cob keys - each should have an
      * estate case behind it.
           SELECT HOLDSTAT ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS HS-GARNO
             LOCK MODE MANUAL.

           SELECT GARFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
             ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
             LOCK MODE MANUAL.

      * guarantor balance summary - the money the window protects.
           SELECT ACCTBAL ASSIGN TO "S45" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS AB-GARNO
             LOCK MODE MANUAL.

           SELECT FILEOUT ASSIGN TO "S50" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  ESTATE.
           COPY "estate.cpy".

       FD  HOLDSTAT.
           COPY "holdstat.cpy".

       FD  GARFILE.
           COPY "garfile.cpy".

       FD  ACCTBAL.
           COPY "acctbal.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(120).

       WORKING-STORAGE SECTION.

       01  T-DATE PIC X(8).
       01  TODAY-INT PIC 9(7).
       01  DL-INT PIC 9(7).
       01  DAYS-LEFT PIC S9(5).
       01  WARN-DAYS PIC 999 VALUE 30.
       01  NEW-DAYS PIC 999 VALUE 30.
       01  ACT-TEXT PIC X(30).
       01  PAT-BAL PIC S9(7)V99.
       01  CASE-CNTR PIC 9(5) VALUE 0.
       01  PAST-CNTR PIC 9(5) VALUE 0.
       01  DUE-CNTR PIC 9(5) VALUE 0.
       01  NOCASE-CNTR PIC 9(5) VALUE 0.
       01  NEWHOLD-CNTR PIC 9(5) VALUE 0.
       01  NEF-8 PIC -(6)9.99.
       01  NEF-D PIC -(4)9.
       01  PRT PIC X(120).

       PROCEDURE DIVISION.

      * probate deadline worklist. Part one is every estate case
      * still open, with what the desk has to do next: watch for the
      * notice to creditors, file before the deadline (inside 30
      * days is called out), or chase the outcome of a filed claim;
      * a deadline already passed with no claim filed is the money
      * kin013.cbl would otherwise write off as bad debt. Part two
      * is every active deceased hold with no estate case at all -
      * the ones keyed in the last 30 days marked NEW - so no death
      * sits on HOLDSTAT while the creditor window runs out unseen.
       P0.
           OPEN INPUT ESTATE HOLDSTAT GARFILE ACCTBAL.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.
           COMPUTE TODAY-INT =
             FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (T-DATE)).

           MOVE SPACE TO PRT FILEOUT01
           STRING "PROBATE ESTATE-CLAIM DEADLINES AS OF " T-DATE
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE "OPEN ESTATE CASES" TO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01

           MOVE SPACE TO ES-GARNO
           START ESTATE KEY NOT < ES-GARNO
             INVALID
               GO TO P2.

       P1.
           READ ESTATE NEXT
             AT END
               GO TO P2.
           IF ES-STATUS = "C"
               GO TO P1.
           ADD 1 TO CASE-CNTR

           MOVE 0 TO DAYS-LEFT
           IF ES-DEADLINE NUMERIC
               COMPUTE DL-INT = FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL (ES-DEADLINE))
               COMPUTE DAYS-LEFT = DL-INT - TODAY-INT
           END-IF

           EVALUATE TRUE
             WHEN ES-STATUS = "F"
               MOVE "CLAIM FILED - GET OUTCOME" TO ACT-TEXT
             WHEN ES-DEADLINE NOT NUMERIC
               MOVE "WATCH FOR NOTICE TO CREDITORS" TO ACT-TEXT
             WHEN DAYS-LEFT < 0
               MOVE "*** DEADLINE PASSED - NO CLAIM" TO ACT-TEXT
               ADD 1 TO PAST-CNTR
             WHEN DAYS-LEFT NOT > WARN-DAYS
               MOVE "** FILE CLAIM NOW" TO ACT-TEXT
               ADD 1 TO DUE-CNTR
             WHEN OTHER
               MOVE "FILE CLAIM BY DEADLINE" TO ACT-TEXT
           END-EVALUATE

           MOVE ES-GARNO TO G-GARNO
           READ GARFILE
             INVALID
               MOVE SPACE TO G-GARNAME
           END-READ
           PERFORM GET-BAL

           MOVE PAT-BAL TO NEF-8
           MOVE DAYS-LEFT TO NEF-D
           MOVE SPACE TO PRT FILEOUT01
           STRING ES-GARNO " " G-GARNAME " BAL " NEF-8
             " DEADLINE " ES-DEADLINE " " NEF-D " DAYS  " ACT-TEXT
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           STRING "         " ES-COURT " DOCKET " ES-DOCKET
             " EXECUTOR " ES-EXECUTOR
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           GO TO P1.

       P2.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE "DECEASED HOLDS WITH NO ESTATE CASE" TO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01

           MOVE SPACE TO HS-GARNO
           START HOLDSTAT KEY NOT < HS-GARNO
             INVALID
               GO TO P4.

       P3.
           READ HOLDSTAT NEXT
             AT END
               GO TO P4.
           IF HS-TYPE NOT = "D" OR HS-STATUS NOT = "A"
               GO TO P3.
           MOVE HS-GARNO TO ES-GARNO
           READ ESTATE
             INVALID
               CONTINUE
             NOT INVALID
               GO TO P3
           END-READ
           ADD 1 TO NOCASE-CNTR

           MOVE 0 TO DAYS-LEFT
           IF HS-DATED NUMERIC
               COMPUTE DL-INT = FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL (HS-DATED))
               COMPUTE DAYS-LEFT = TODAY-INT - DL-INT
           END-IF
           MOVE SPACE TO ACT-TEXT
           IF DAYS-LEFT NOT > NEW-DAYS
               MOVE "NEW" TO ACT-TEXT
               ADD 1 TO NEWHOLD-CNTR
           END-IF

           MOVE HS-GARNO TO G-GARNO
           READ GARFILE
             INVALID
               MOVE SPACE TO G-GARNAME
           END-READ
           PERFORM GET-BAL

           MOVE PAT-BAL TO NEF-8
           MOVE DAYS-LEFT TO NEF-D
           MOVE SPACE TO PRT FILEOUT01
           STRING HS-GARNO " " G-GARNAME " BAL " NEF-8
             " HOLD KEYED " HS-DATED " " NEF-D " DAYS AGO  "
             ACT-TEXT
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           STRING "         CONTACT " HS-CONTACT
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           GO TO P3.

       GET-BAL.
           MOVE 0 TO PAT-BAL
           MOVE G-GARNO TO AB-GARNO
           READ ACCTBAL
             INVALID
               CONTINUE
             NOT INVALID
               MOVE AB-PATBAL TO PAT-BAL
           END-READ.

       P4.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "OPEN CASES " CASE-CNTR "  DEADLINE PASSED "
             PAST-CNTR "  DUE INSIDE 30 DAYS " DUE-CNTR
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           STRING "DECEASED HOLDS WITH NO CASE " NOCASE-CNTR
             "  NEW " NEWHOLD-CNTR
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.

       P9.
           DISPLAY "ESTATE-DL - OPEN CASES: " CASE-CNTR
           DISPLAY "ESTATE-DL - DEADLINE PASSED, NO CLAIM: "
             PAST-CNTR
           DISPLAY "ESTATE-DL - DECEASED HOLDS WITH NO CASE: "
             NOCASE-CNTR
           CLOSE ESTATE HOLDSTAT GARFILE ACCTBAL FILEOUT.
           STOP RUN.

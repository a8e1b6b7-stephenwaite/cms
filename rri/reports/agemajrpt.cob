      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. agemajrpt.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * line 1: report month YYYYMM - last month when blank or
      * missing, same as unspecrpt.cob.
           SELECT OPTIONAL PARMFILE ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT PATFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS P-PATNO
             ALTERNATE RECORD KEY IS P-GARNO WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT GARFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
             ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT FILEOUT ASSIGN TO "S45" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PARMFILE.
       01  PARMFILE01 PIC X(10).

       FD  PATFILE.
           COPY "patfile.cpy".

       FD  GARFILE.
           COPY "garfile.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(100).

       WORKING-STORAGE SECTION.

       01  T-DATE PIC X(8).
       01  RPT-MONTH PIC X(6).
       01  YYMM-X.
           02 YYMM-YEAR PIC 9(4).
           02 YYMM-MON PIC 99.
       01  BORN-MONTH PIC X(6).
       01  PAT-CNTR PIC 9(7) VALUE 0.
       01  LIST-CNTR PIC 9(5) VALUE 0.
       01  PRT PIC X(100).

       PROCEDURE DIVISION.

      * age-of-majority worklist - patients who turned 18 in the
      * report month (P-DOB) and are still filed under somebody
      * else's garno. A patient is their own guarantor when the
      * account carries their name and birth date; anyone else on a
      * parent's account is listed with the account and plan, for
      * the front desk to open their own account and move them over
      * with patxfer.cob.
       P0.
           OPEN INPUT PARMFILE PATFILE GARFILE.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

           MOVE T-DATE (1:6) TO YYMM-X
           IF YYMM-MON = 1
               MOVE 12 TO YYMM-MON
               SUBTRACT 1 FROM YYMM-YEAR
           ELSE
               SUBTRACT 1 FROM YYMM-MON.
           MOVE YYMM-X TO RPT-MONTH
           READ PARMFILE
             AT END
               CONTINUE
             NOT AT END
               IF PARMFILE01 (1:6) NOT = SPACE
                   MOVE PARMFILE01 (1:6) TO RPT-MONTH
               END-IF
           END-READ.

           MOVE RPT-MONTH TO YYMM-X
           SUBTRACT 18 FROM YYMM-YEAR
           MOVE YYMM-X TO BORN-MONTH

           MOVE SPACE TO PRT
           STRING "AGE OF MAJORITY WORKLIST - TURNED 18 IN "
             RPT-MONTH "  (BORN " BORN-MONTH ")   RUN " T-DATE
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "PATNO    PATIENT                  DOB      "
             "GARNO    GUARANTOR                PRI SEC"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT

           MOVE SPACE TO P-PATNO
           START PATFILE KEY NOT < P-PATNO
             INVALID
               GO TO P9.

       P1.
           READ PATFILE NEXT
             AT END
               GO TO P9.
           ADD 1 TO PAT-CNTR

           IF P-DOB (1:6) NOT = BORN-MONTH
               GO TO P1.
           IF P-PATNAME (1:3) = "***"
               GO TO P1.

           MOVE P-GARNO TO G-GARNO
           READ GARFILE
             INVALID
               GO TO P1.
           IF G-GARNAME = P-PATNAME AND G-DOB = P-DOB
               GO TO P1.

           ADD 1 TO LIST-CNTR
           MOVE SPACE TO PRT
           STRING P-PATNO " " P-PATNAME " " P-DOB " " G-GARNO " "
             G-GARNAME " " G-PRINS " " G-SEINS
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           GO TO P1.

       P9.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "DEPENDENTS NOW 18: " LIST-CNTR
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT

           DISPLAY "AGEMAJRPT - PATIENTS READ: " PAT-CNTR
           DISPLAY "AGEMAJRPT - LISTED: " LIST-CNTR
           CLOSE PARMFILE PATFILE GARFILE FILEOUT.
           STOP RUN.

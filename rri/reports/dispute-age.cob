      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dispute-age.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DISPUTE ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS DP-KEY
             LOCK MODE MANUAL.

           SELECT FILEOUT ASSIGN TO "S35" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  DISPUTE.
           COPY "dispute.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(120).

       WORKING-STORAGE SECTION.

       01  T-DATE PIC X(8).
       01  TODAY-INT PIC 9(7).
       01  RCV-INT PIC 9(7).
       01  AGE-DAYS PIC S9(5).
       01  AGE-FLAG PIC X(10).
       01  TOT-CNTR PIC 9(5) VALUE 0.
       01  OPEN-CNTR PIC 9(5) VALUE 0.
       01  NONOTICE-CNTR PIC 9(5) VALUE 0.
       01  DISP-TOT PIC S9(8)V99 VALUE 0.
       01  BKT-TAB01.
           02 BKT-ENT OCCURS 4 TIMES.
             03 BKT-CNT PIC 9(5).
             03 BKT-AMT PIC S9(8)V99.
       01  BKT PIC 9.
       01  BKT-NAME PIC X(12).
       01  NEF-8 PIC -(6)9.99.
       01  NEF-D PIC -(4)9.
       01  PRT PIC X(120).

       PROCEDURE DIVISION.

      * open billing-dispute worklist - each open case with its age
      * from the day it was received, the money held back, who has
      * it, and a NO NOTICE flag where the validation notice has not
      * gone out. Bucket totals at the foot show whether the desk is
      * keeping up; a dispute left open holds its money out of
      * collection indefinitely.
       P0.
           OPEN INPUT DISPUTE.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.
           COMPUTE TODAY-INT =
             FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (T-DATE)).
           INITIALIZE BKT-TAB01

           MOVE SPACE TO PRT FILEOUT01
           STRING "OPEN BILLING DISPUTES AS OF " T-DATE
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           STRING "GARNO    CASE RECEIVED    AGE  BUCKET     "
             "   DISPUTED  NOTICE    INVESTIGATOR"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01

           MOVE SPACE TO DP-KEY
           START DISPUTE KEY NOT < DP-KEY
             INVALID
               GO TO P2.

       P1.
           READ DISPUTE NEXT
             AT END
               GO TO P2.

           ADD 1 TO TOT-CNTR

           IF DP-STATUS NOT = "O"
               GO TO P1.

           ADD 1 TO OPEN-CNTR
           ADD DP-AMOUNT TO DISP-TOT

           MOVE 0 TO AGE-DAYS
           IF DP-RECEIVED NUMERIC
               COMPUTE RCV-INT = FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL (DP-RECEIVED))
               COMPUTE AGE-DAYS = TODAY-INT - RCV-INT
           END-IF

           EVALUATE TRUE
             WHEN AGE-DAYS NOT > 30
               MOVE 1 TO BKT
             WHEN AGE-DAYS NOT > 60
               MOVE 2 TO BKT
             WHEN AGE-DAYS NOT > 90
               MOVE 3 TO BKT
             WHEN OTHER
               MOVE 4 TO BKT
           END-EVALUATE
           ADD 1 TO BKT-CNT (BKT)
           ADD DP-AMOUNT TO BKT-AMT (BKT)
           PERFORM SET-BKT-NAME

           MOVE SPACE TO AGE-FLAG
           IF DP-VALNOTICE = SPACE
               MOVE "NO NOTICE" TO AGE-FLAG
               ADD 1 TO NONOTICE-CNTR
           ELSE
               MOVE DP-VALNOTICE TO AGE-FLAG
           END-IF

           MOVE DP-AMOUNT TO NEF-8
           MOVE AGE-DAYS TO NEF-D
           MOVE SPACE TO PRT FILEOUT01
           STRING DP-GARNO " " DP-CASE "   " DP-RECEIVED " "
             NEF-D "  " BKT-NAME NEF-8 "  " AGE-FLAG
             DP-INVEST
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           STRING "              " DP-REASON "  LINES " DP-ITEMS
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT

           GO TO P1.

       SET-BKT-NAME.
           EVALUATE BKT
             WHEN 1
               MOVE "0-30 DAYS" TO BKT-NAME
             WHEN 2
               MOVE "31-60 DAYS" TO BKT-NAME
             WHEN 3
               MOVE "61-90 DAYS" TO BKT-NAME
             WHEN OTHER
               MOVE "OVER 90" TO BKT-NAME
           END-EVALUATE.

       P2.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE 0 TO BKT.

       P2-1.
           ADD 1 TO BKT
           IF BKT > 4
               GO TO P2-2.
           PERFORM SET-BKT-NAME
           MOVE BKT-AMT (BKT) TO NEF-8
           MOVE SPACE TO PRT
           STRING BKT-NAME " CASES " BKT-CNT (BKT) "  DISPUTED "
             NEF-8
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           GO TO P2-1.

       P2-2.
           MOVE DISP-TOT TO NEF-8
           MOVE SPACE TO PRT
           STRING "OPEN CASES " OPEN-CNTR "  DISPUTED DOLLARS " NEF-8
             "  NO VALIDATION NOTICE " NONOTICE-CNTR
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.

       P9.
           DISPLAY "DISPUTE-AGE - CASES READ: " TOT-CNTR
           DISPLAY "DISPUTE-AGE - OPEN: " OPEN-CNTR
           CLOSE DISPUTE FILEOUT.
           STOP RUN.

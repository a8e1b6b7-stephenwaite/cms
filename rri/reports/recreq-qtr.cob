      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. recreq-qtr.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RECREQ ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS RR-KEY
             LOCK MODE MANUAL.

      * the claim's lines - the CPTs, the rendering provider and the
      * dollars the review puts at risk.
           SELECT CHARCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             LOCK MODE MANUAL.

      * one record - the quarter, YYYYQ (e.g. 20263).
           SELECT PARMFILE ASSIGN TO "S40" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT FILEOUT ASSIGN TO "S45" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RECREQ.
           COPY "recreq.cpy".

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  PARMFILE.
       01  PARMFILE01.
           02 PF-YEAR PIC X(4).
           02 PF-QTR PIC X.

       FD  FILEOUT.
       01  FILEOUT01 PIC X(100).

       WORKING-STORAGE SECTION.

       01  CPT-TAB01.
           02 CPT-ENT OCCURS 300 TIMES.
             03 CT-CPT PIC X(5).
             03 CT-LINES PIC 9(5).
             03 CT-EXP PIC S9(7)V99.
             03 CT-UP PIC S9(7)V99.
             03 CT-LOST PIC S9(7)V99.
             03 CT-PEND PIC S9(7)V99.
       01  CPT-CNTR PIC 999 VALUE 0.

       01  PRV-TAB01.
           02 PRV-ENT OCCURS 60 TIMES.
             03 PT-DOCR PIC X(3).
             03 PT-LINES PIC 9(5).
             03 PT-EXP PIC S9(7)V99.
             03 PT-UP PIC S9(7)V99.
             03 PT-LOST PIC S9(7)V99.
             03 PT-PEND PIC S9(7)V99.
       01  PRV-CNTR PIC 99 VALUE 0.

       01  LOW-MONTH PIC X(6).
       01  HIGH-MONTH PIC X(6).
       01  W-MONTH.
           02 W-YYYY PIC 9(4).
           02 W-MM PIC 99.
       01  Z PIC 999.
       01  D PIC 999.
       01  T-DATE PIC X(8).
       01  REQ-CNTR PIC 9(7) VALUE 0.
       01  ADR-CNTR PIC 9(7) VALUE 0.
       01  RAC-CNTR PIC 9(7) VALUE 0.
       01  TPE-CNTR PIC 9(7) VALUE 0.
       01  COM-CNTR PIC 9(7) VALUE 0.
       01  UP-CNTR PIC 9(7) VALUE 0.
       01  DEN-CNTR PIC 9(7) VALUE 0.
       01  REC-CNTR PIC 9(7) VALUE 0.
       01  PEND-CNTR PIC 9(7) VALUE 0.
       01  LATE-CNTR PIC 9(7) VALUE 0.
       01  APPL-CNTR PIC 9(7) VALUE 0.
       01  EXP-TOT PIC S9(7)V99 VALUE 0.
       01  LOST-TOT PIC S9(7)V99 VALUE 0.
       01  NEF-5 PIC ZZZZ9.
       01  NEF-11 PIC -(7)9.99.
       01  PRT PIC X(100).

       PROCEDURE DIVISION.

      * quarterly audit exposure and results - every records request
      * received in the parm quarter, with the claim's charge lines
      * from CHARCUR spread by CPT and by rendering provider: the
      * dollars put under review, and how much of it was upheld,
      * denied or recouped, or is still pending. The request-level
      * totals add the late responses, the appeals filed and the
      * dollars actually lost as recorded by recreq-maint.cob.
       P0.
           OPEN INPUT RECREQ CHARCUR PARMFILE.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

           READ PARMFILE
             AT END
               DISPLAY "RECREQ-QTR - NO PARM QUARTER"
               GO TO P99.
           IF PF-YEAR NOT NUMERIC OR PF-QTR < "1" OR PF-QTR > "4"
               DISPLAY "RECREQ-QTR - BAD PARM QUARTER " PARMFILE01
               GO TO P99.

           MOVE PF-YEAR TO W-YYYY
           COMPUTE W-MM = FUNCTION NUMVAL (PF-QTR) * 3 - 2
           MOVE W-MONTH TO LOW-MONTH
           ADD 2 TO W-MM
           MOVE W-MONTH TO HIGH-MONTH

           MOVE SPACE TO CPT-TAB01 PRV-TAB01
           MOVE SPACE TO RR-KEY
           START RECREQ KEY NOT < RR-KEY
             INVALID
               GO TO P9.

       P1.
           READ RECREQ NEXT
             AT END
               GO TO P9.

           IF RR-RECEIVED(1:6) < LOW-MONTH
             OR RR-RECEIVED(1:6) > HIGH-MONTH
               GO TO P1.

           ADD 1 TO REQ-CNTR
           EVALUATE RR-TYPE
             WHEN "A"
               ADD 1 TO ADR-CNTR
             WHEN "R"
               ADD 1 TO RAC-CNTR
             WHEN "T"
               ADD 1 TO TPE-CNTR
             WHEN OTHER
               ADD 1 TO COM-CNTR
           END-EVALUATE
           EVALUATE RR-OUTCOME
             WHEN "U"
               ADD 1 TO UP-CNTR
             WHEN "D"
               ADD 1 TO DEN-CNTR
             WHEN "R"
               ADD 1 TO REC-CNTR
             WHEN OTHER
               ADD 1 TO PEND-CNTR
           END-EVALUATE

      * late = sent after the deadline, or never sent and past it.
           IF RR-SENT NOT = SPACE
               IF RR-SENT > RR-DUE
                   ADD 1 TO LATE-CNTR
               END-IF
           ELSE
               IF T-DATE > RR-DUE
                   ADD 1 TO LATE-CNTR
               END-IF
           END-IF
           IF RR-AP-LEVEL NOT = SPACE
               ADD 1 TO APPL-CNTR
           END-IF
           ADD RR-LOST TO LOST-TOT

           PERFORM CLAIM-LINES THRU CLAIM-LINES-EXIT
           GO TO P1.

       CLAIM-LINES.
           MOVE RR-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO CLAIM-LINES-EXIT.

       CLAIM-LINES-1.
           READ CHARCUR NEXT
             AT END
               GO TO CLAIM-LINES-EXIT.
           IF CC-KEY8 NOT = RR-GARNO
               GO TO CLAIM-LINES-EXIT.
           IF CC-CLAIM NOT = RR-CLAIM
               GO TO CLAIM-LINES-1.

           ADD CC-AMOUNT TO EXP-TOT
           PERFORM FIND-CPT THRU FIND-CPT-EXIT
           ADD 1 TO CT-LINES(D)
           ADD CC-AMOUNT TO CT-EXP(D)
           EVALUATE RR-OUTCOME
             WHEN "U"
               ADD CC-AMOUNT TO CT-UP(D)
             WHEN "D"
               ADD CC-AMOUNT TO CT-LOST(D)
             WHEN "R"
               ADD CC-AMOUNT TO CT-LOST(D)
             WHEN OTHER
               ADD CC-AMOUNT TO CT-PEND(D)
           END-EVALUATE

           PERFORM FIND-PRV THRU FIND-PRV-EXIT
           ADD 1 TO PT-LINES(D)
           ADD CC-AMOUNT TO PT-EXP(D)
           EVALUATE RR-OUTCOME
             WHEN "U"
               ADD CC-AMOUNT TO PT-UP(D)
             WHEN "D"
               ADD CC-AMOUNT TO PT-LOST(D)
             WHEN "R"
               ADD CC-AMOUNT TO PT-LOST(D)
             WHEN OTHER
               ADD CC-AMOUNT TO PT-PEND(D)
           END-EVALUATE
           GO TO CLAIM-LINES-1.
       CLAIM-LINES-EXIT.
           EXIT.

      * a full table lumps the rest into its last row.
       FIND-CPT.
           MOVE 1 TO Z.
       FIND-CPT-1.
           IF Z > CPT-CNTR
               GO TO FIND-CPT-2.
           IF CT-CPT(Z) = CC-PROC1
               MOVE Z TO D
               GO TO FIND-CPT-EXIT.
           ADD 1 TO Z
           GO TO FIND-CPT-1.
       FIND-CPT-2.
           IF CPT-CNTR = 300
               MOVE 300 TO D
               MOVE "OTHER" TO CT-CPT(D)
               GO TO FIND-CPT-EXIT.
           ADD 1 TO CPT-CNTR
           MOVE CPT-CNTR TO D
           MOVE CC-PROC1 TO CT-CPT(D)
           MOVE 0 TO CT-LINES(D) CT-EXP(D) CT-UP(D) CT-LOST(D)
             CT-PEND(D).
       FIND-CPT-EXIT.
           EXIT.

       FIND-PRV.
           MOVE 1 TO Z.
       FIND-PRV-1.
           IF Z > PRV-CNTR
               GO TO FIND-PRV-2.
           IF PT-DOCR(Z) = CC-DOCR
               MOVE Z TO D
               GO TO FIND-PRV-EXIT.
           ADD 1 TO Z
           GO TO FIND-PRV-1.
       FIND-PRV-2.
           IF PRV-CNTR = 60
               MOVE 60 TO D
               MOVE "OTH" TO PT-DOCR(D)
               GO TO FIND-PRV-EXIT.
           ADD 1 TO PRV-CNTR
           MOVE PRV-CNTR TO D
           MOVE CC-DOCR TO PT-DOCR(D)
           MOVE 0 TO PT-LINES(D) PT-EXP(D) PT-UP(D) PT-LOST(D)
             PT-PEND(D).
       FIND-PRV-EXIT.
           EXIT.

       P9.
           MOVE SPACE TO PRT
           STRING "RECORDS REQUEST AUDIT EXPOSURE AND RESULTS   "
             PF-YEAR " Q" PF-QTR "   RUN " T-DATE
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT AFTER PAGE
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01

           MOVE SPACE TO PRT
           STRING "REQUESTS " REQ-CNTR "  ADR " ADR-CNTR "  RAC "
             RAC-CNTR "  TPE " TPE-CNTR "  PAYER " COM-CNTR
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           STRING "UPHELD " UP-CNTR "  DENIED " DEN-CNTR
             "  RECOUPED " REC-CNTR "  PENDING " PEND-CNTR
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           MOVE EXP-TOT TO NEF-11
           STRING "LATE RESPONSES " LATE-CNTR "  APPEALED " APPL-CNTR
             "  DOLLARS UNDER REVIEW " NEF-11
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           MOVE LOST-TOT TO NEF-11
           STRING "DOLLARS DENIED OR RECOUPED " NEF-11
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT

           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "CPT    LINES    UNDER REVIEW       UPHELD  "
             "DENIED/RECOUP      PENDING"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE 1 TO Z
           PERFORM PRINT-CPT THRU PRINT-CPT-EXIT

           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "DOC    LINES    UNDER REVIEW       UPHELD  "
             "DENIED/RECOUP      PENDING"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE 1 TO Z
           PERFORM PRINT-PRV THRU PRINT-PRV-EXIT

           DISPLAY "RECREQ-QTR - REQUESTS IN QUARTER " REQ-CNTR
           DISPLAY "RECREQ-QTR - DENIED OR RECOUPED " DEN-CNTR " "
             REC-CNTR
           GO TO P99.

       PRINT-CPT.
           IF Z > CPT-CNTR
               GO TO PRINT-CPT-EXIT.
           MOVE SPACE TO PRT
           MOVE CT-CPT(Z) TO PRT(1:5)
           MOVE CT-LINES(Z) TO NEF-5
           MOVE NEF-5 TO PRT(8:5)
           MOVE CT-EXP(Z) TO NEF-11
           MOVE NEF-11 TO PRT(18:11)
           MOVE CT-UP(Z) TO NEF-11
           MOVE NEF-11 TO PRT(31:11)
           MOVE CT-LOST(Z) TO NEF-11
           MOVE NEF-11 TO PRT(46:11)
           MOVE CT-PEND(Z) TO NEF-11
           MOVE NEF-11 TO PRT(59:11)
           WRITE FILEOUT01 FROM PRT
           ADD 1 TO Z
           GO TO PRINT-CPT.
       PRINT-CPT-EXIT.
           EXIT.

       PRINT-PRV.
           IF Z > PRV-CNTR
               GO TO PRINT-PRV-EXIT.
           MOVE SPACE TO PRT
           MOVE PT-DOCR(Z) TO PRT(1:3)
           MOVE PT-LINES(Z) TO NEF-5
           MOVE NEF-5 TO PRT(8:5)
           MOVE PT-EXP(Z) TO NEF-11
           MOVE NEF-11 TO PRT(18:11)
           MOVE PT-UP(Z) TO NEF-11
           MOVE NEF-11 TO PRT(31:11)
           MOVE PT-LOST(Z) TO NEF-11
           MOVE NEF-11 TO PRT(46:11)
           MOVE PT-PEND(Z) TO NEF-11
           MOVE NEF-11 TO PRT(59:11)
           WRITE FILEOUT01 FROM PRT
           ADD 1 TO Z
           GO TO PRINT-PRV.
       PRINT-PRV-EXIT.
           EXIT.

       P99.
           CLOSE RECREQ CHARCUR PARMFILE FILEOUT.
           STOP RUN.

      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mipscalc.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * optional: "fromdate,todate" service dates (absent = January
      * 1 of this year through today).
           SELECT OPTIONAL PARMFILE ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

      * the measure definitions, re-keyed each performance year when
      * the specifications change. "*" lines are comments.
      *   E,measure,cpt            - an exam that is eligible
      *   C,measure,code,role      - a quality code line (G-code or
      *                              CPT II) mea004.cob stamps
      *   R,measure,slot,resp,role - a response xxx003c.cob keeps in
      *                              the exam's CD-QP1-3 (slot 1-3;
      *                              empty resp = left blank)
      *   I,measure                - inverse measure, lower is better
      * role: M met, N not met, X exclusion/exception, P in the
      * denominator, D denominator not met (not eligible).
           SELECT QUALMAP ASSIGN TO "S35" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT CHARCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-DAT1 WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT CHARFILE ASSIGN TO "S45" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARFILE-KEY
             LOCK MODE MANUAL.

           SELECT DOCFILENEW ASSIGN TO "S50" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS DOC-KEY
             LOCK MODE MANUAL.

      * one row per measure, provider and exam.
           SELECT QMWORK ASSIGN TO "S55" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS QW-KEY
             LOCK MODE MANUAL.

           SELECT FILEOUT ASSIGN TO "S60" ORGANIZATION
             LINE SEQUENTIAL.

      * the totals for the registry upload - comma-delimited with a
      * header line.
           SELECT SUBMIT ASSIGN TO "S65" ORGANIZATION
             LINE SEQUENTIAL.

      * eligible exams with no quality code yet, for the coders.
           SELECT GAPOUT ASSIGN TO "S70" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PARMFILE.
       01  PARMFILE01 PIC X(30).

       FD  QUALMAP.
       01  QUALMAP01 PIC X(40).

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  CHARFILE.
           COPY "charfile.cpy".

       FD  DOCFILENEW.
           COPY "docfile.cpy".

       FD  QMWORK.
       01  QMWORK01.
           02 QW-KEY.
             03 QW-MEAS PIC X(5).
             03 QW-DOCP PIC XX.
             03 QW-GARNO PIC X(8).
             03 QW-DATE PIC X(8).
           02 QW-KEY3 PIC XXX.
           02 QW-CPT PIC X(5).
           02 QW-PAYCODE PIC XXX.
           02 QW-ELIG PIC X.
           02 QW-PEND PIC X.
           02 QW-ROLE PIC X.
           02 QW-RANK PIC 9.

       FD  FILEOUT.
       01  FILEOUT01 PIC X(110).

       FD  SUBMIT.
       01  SUBMIT01 PIC X(120).

       FD  GAPOUT.
       01  GAPOUT01 PIC X(80).

       WORKING-STORAGE SECTION.

       01  DATE-LO PIC X(8).
       01  DATE-HI PIC X(8).
       01  T-DATE PIC X(8).

       01  MAP-F1 PIC X(5).
       01  MAP-F2 PIC X(5).
       01  MAP-F3 PIC X(5).
       01  MAP-F4 PIC X(5).
       01  MAP-F5 PIC X(5).

       01  MAP-TAB01.
           02 QM-ENT OCCURS 1500 TIMES.
             03 QM-TYPE PIC X.
             03 QM-MEAS PIC X(5).
             03 QM-CODE PIC X(5).
             03 QM-SLOT PIC 9.
             03 QM-RESP PIC XX.
             03 QM-ROLE PIC X.
       01  QM-CNT PIC 9(4) VALUE 0.
       01  QI PIC 9(4).
       01  QJ PIC 9(4).

       01  INV-TAB01.
           02 INV-MEAS PIC X(5) OCCURS 30 TIMES.
       01  INV-CNT PIC 99 VALUE 0.
       01  INV-IDX PIC 99.
       01  INV-FLAG PIC X.

      * the charge line being looked at, from either file.
       01  LINE-GARNO PIC X(8).
       01  LINE-KEY3 PIC XXX.
       01  LINE-DATE PIC X(8).
       01  LINE-DOCP PIC XX.
       01  LINE-CPT PIC X(5).
       01  LINE-PAYCODE PIC XXX.
       01  LINE-PEND PIC X.
       01  LINE-QP.
           02 LINE-RESP PIC XX OCCURS 3 TIMES.
           02 FILLER PIC X.

       01  NEW-ROLE PIC X.
       01  NEW-RANK PIC 9.
       01  ROLE-VALUES.
           02 FILLER PIC X(5) VALUE "DPMNX".
       01  ROLE-TAB01 REDEFINES ROLE-VALUES.
           02 ROLE-CHAR PIC X OCCURS 5 TIMES.
       01  RK PIC 9.

       01  HOLD-MEAS PIC X(5).
       01  HOLD-DOCP PIC XX.
       01  HOLD-NPI PIC X(10).
       01  HOLD-TIN PIC X(14).
       01  EOF-FLAG PIC X VALUE "N".

      * counts for one provider and for the whole measure.
       01  CNT-TAB01.
           02 CNT-ENT OCCURS 2 TIMES.
             03 CN-POP PIC 9(7).
             03 CN-MET PIC 9(7).
             03 CN-NOT PIC 9(7).
             03 CN-EXCL PIC 9(7).
             03 CN-GAP PIC 9(7).
             03 CN-NOTELIG PIC 9(7).
       01  CX PIC 9.
       01  PERF-RATE PIC 999V99.
       01  COMP-RATE PIC 999V99.
       01  RATE-DEN PIC 9(7).

       01  READ-CNTR PIC 9(9) VALUE 0.
       01  EXAM-CNTR PIC 9(7) VALUE 0.
       01  GAP-CNTR PIC 9(7) VALUE 0.
       01  OVER-CNTR PIC 9(7) VALUE 0.
       01  NEF-7 PIC ZZZZZZ9.
       01  NEF-7B PIC ZZZZZZ9.
       01  NEF-7C PIC ZZZZZZ9.
       01  NEF-7D PIC ZZZZZZ9.
       01  NEF-7E PIC ZZZZZZ9.
       01  NEF-R PIC ZZ9.99.
       01  NEF-C PIC ZZ9.99.
       01  CSV-R PIC 999.99.
       01  CSV-C PIC 999.99.
       01  CSV-POP PIC 9(7).
       01  CSV-MET PIC 9(7).
       01  CSV-NOT PIC 9(7).
       01  CSV-EXCL PIC 9(7).
       01  PRT PIC X(120).

       PROCEDURE DIVISION.

      * year-to-date MIPS quality calculator. mea003.cob flags the
      * eligible exams with the quality paycodes, xxx003c.cob takes
      * the reader's answers into CD-QP1-3, and mea004.cob turns them
      * into the G-code lines and registry CSV rows. This adds them
      * up before the registry does: every charge line in the window
      * (CHARCUR and the aged-off CHARFILE) is matched against the
      * QUALMAP definitions, each exam landing on one QMWORK row per
      * measure and reading provider with the strongest answer found
      * for it (exclusion over not met over met). An exam still
      * carrying a quality paycode 008-017 has not been through
      * mea004.cob yet. Per provider NPI and measure: the eligible
      * population, met, not met, exclusions, the performance rate
      * (met over population less exclusions) and data completeness
      * (answered over population). Eligible exams with no answer go
      * to the gap list while there is still time to code them.
       P0.
           OPEN INPUT PARMFILE QUALMAP CHARCUR CHARFILE DOCFILENEW.
           OPEN OUTPUT FILEOUT SUBMIT GAPOUT QMWORK.
           CLOSE QMWORK.
           OPEN I-O QMWORK.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

           MOVE T-DATE TO DATE-HI
           MOVE T-DATE TO DATE-LO
           MOVE "0101" TO DATE-LO (5:4)
           READ PARMFILE
             AT END
               CONTINUE
             NOT AT END
               IF PARMFILE01 NOT = SPACE
                   UNSTRING PARMFILE01 DELIMITED BY ","
                     INTO DATE-LO DATE-HI
               END-IF
           END-READ.

       P0A.
           READ QUALMAP
             AT END
               GO TO P0B.
           IF QUALMAP01 = SPACE OR QUALMAP01 (1:1) = "*"
               GO TO P0A.
           MOVE SPACE TO MAP-F1 MAP-F2 MAP-F3 MAP-F4 MAP-F5
           UNSTRING QUALMAP01 DELIMITED BY ","
             INTO MAP-F1 MAP-F2 MAP-F3 MAP-F4 MAP-F5
           IF MAP-F1 = "I"
               IF INV-CNT < 30
                   ADD 1 TO INV-CNT
                   MOVE MAP-F2 TO INV-MEAS (INV-CNT)
               END-IF
               GO TO P0A.
           IF QM-CNT >= 1500
               ADD 1 TO OVER-CNTR
               GO TO P0A.
           ADD 1 TO QM-CNT
           MOVE MAP-F1 TO QM-TYPE (QM-CNT)
           MOVE MAP-F2 TO QM-MEAS (QM-CNT)
           MOVE SPACE TO QM-CODE (QM-CNT) QM-RESP (QM-CNT)
             QM-ROLE (QM-CNT)
           MOVE 0 TO QM-SLOT (QM-CNT)
           IF MAP-F1 = "E"
               MOVE MAP-F3 TO QM-CODE (QM-CNT).
           IF MAP-F1 = "C"
               MOVE MAP-F3 TO QM-CODE (QM-CNT)
               MOVE MAP-F4 TO QM-ROLE (QM-CNT).
           IF MAP-F1 = "R"
               MOVE MAP-F3 (1:1) TO QM-SLOT (QM-CNT)
               MOVE MAP-F4 TO QM-RESP (QM-CNT)
               MOVE MAP-F5 TO QM-ROLE (QM-CNT).
           GO TO P0A.

       P0B.
           IF QM-CNT = 0
               DISPLAY "MIPSCALC - NO MEASURE DEFINITIONS"
               GO TO P99.

           MOVE SPACE TO CHARCUR-KEY
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO P2.
       P1.
           READ CHARCUR NEXT
             AT END
               GO TO P2.
           IF CC-DATE-T < DATE-LO OR CC-DATE-T > DATE-HI
               GO TO P1.
           MOVE CC-KEY8 TO LINE-GARNO
           MOVE CC-KEY3 TO LINE-KEY3
           MOVE CC-DATE-T TO LINE-DATE
           MOVE CC-DOCP TO LINE-DOCP
           MOVE CC-PROC1 TO LINE-CPT
           MOVE CC-PAYCODE TO LINE-PAYCODE
           MOVE CC-DX5 TO LINE-QP
           PERFORM MATCH-LINE THRU MATCH-LINE-EXIT
           GO TO P1.

       P2.
           MOVE SPACE TO CHARFILE-KEY
           START CHARFILE KEY NOT < CHARFILE-KEY
             INVALID
               GO TO P4.
       P3.
           READ CHARFILE NEXT
             AT END
               GO TO P4.
           IF CD-DATE-T < DATE-LO OR CD-DATE-T > DATE-HI
               GO TO P3.
           MOVE CD-KEY8 TO LINE-GARNO
           MOVE CD-KEY3 TO LINE-KEY3
           MOVE CD-DATE-T TO LINE-DATE
           MOVE CD-DOCP TO LINE-DOCP
           MOVE CD-PROC1 TO LINE-CPT
           MOVE CD-PAYCODE TO LINE-PAYCODE
           MOVE CD-DX5 TO LINE-QP
           PERFORM MATCH-LINE THRU MATCH-LINE-EXIT
           GO TO P3.

      * every definition the line's code appears in.
       MATCH-LINE.
           ADD 1 TO READ-CNTR
           MOVE 1 TO QI.
       MATCH-LINE-1.
           IF QI > QM-CNT
               GO TO MATCH-LINE-EXIT.
           IF QM-CODE (QI) = LINE-CPT
               IF QM-TYPE (QI) = "E"
                   PERFORM NOTE-EXAM THRU NOTE-EXAM-EXIT
               ELSE
                   IF QM-TYPE (QI) = "C"
                       MOVE QM-ROLE (QI) TO NEW-ROLE
                       PERFORM NOTE-ROLE THRU NOTE-ROLE-EXIT
                   END-IF
               END-IF
           END-IF
           ADD 1 TO QI
           GO TO MATCH-LINE-1.
       MATCH-LINE-EXIT.
           EXIT.

      * an eligible exam - its row, then any answers the reader left
      * on the exam line itself.
       NOTE-EXAM.
           PERFORM GET-ROW THRU GET-ROW-EXIT
           MOVE "Y" TO QW-ELIG
           MOVE LINE-KEY3 TO QW-KEY3
           MOVE LINE-CPT TO QW-CPT
           MOVE LINE-PAYCODE TO QW-PAYCODE
           MOVE "N" TO LINE-PEND
           IF LINE-PAYCODE = "008" OR "009" OR "010" OR "011" OR "012"
             OR "013" OR "014" OR "015" OR "016" OR "017"
               MOVE "Y" TO LINE-PEND QW-PEND.
           REWRITE QMWORK01
           MOVE 1 TO QJ.
       NOTE-EXAM-1.
           IF QJ > QM-CNT
               GO TO NOTE-EXAM-EXIT.
           IF QM-TYPE (QJ) = "R" AND QM-MEAS (QJ) = QM-MEAS (QI)
             AND QM-SLOT (QJ) > 0 AND QM-SLOT (QJ) < 4
             AND LINE-PEND = "N"
               IF LINE-RESP (QM-SLOT (QJ)) = QM-RESP (QJ)
                   MOVE QM-ROLE (QJ) TO NEW-ROLE
                   PERFORM NOTE-ROLE THRU NOTE-ROLE-EXIT
               END-IF
           END-IF
           ADD 1 TO QJ
           GO TO NOTE-EXAM-1.
       NOTE-EXAM-EXIT.
           EXIT.

      * an answer for the exam - kept when it outranks the one
      * already there.
       NOTE-ROLE.
           MOVE 0 TO NEW-RANK
           MOVE 1 TO RK.
       NOTE-ROLE-1.
           IF ROLE-CHAR (RK) = NEW-ROLE
               MOVE RK TO NEW-RANK
               GO TO NOTE-ROLE-2.
           ADD 1 TO RK
           IF RK < 6
               GO TO NOTE-ROLE-1.
           GO TO NOTE-ROLE-EXIT.
       NOTE-ROLE-2.
           PERFORM GET-ROW THRU GET-ROW-EXIT
           IF NEW-RANK > QW-RANK
               MOVE NEW-ROLE TO QW-ROLE
               MOVE NEW-RANK TO QW-RANK
               REWRITE QMWORK01.
       NOTE-ROLE-EXIT.
           EXIT.

       GET-ROW.
           MOVE QM-MEAS (QI) TO QW-MEAS
           MOVE LINE-DOCP TO QW-DOCP
           MOVE LINE-GARNO TO QW-GARNO
           MOVE LINE-DATE TO QW-DATE
           READ QMWORK
             INVALID
               MOVE SPACE TO QW-KEY3 QW-CPT QW-PAYCODE QW-ROLE
               MOVE "N" TO QW-ELIG QW-PEND
               MOVE 0 TO QW-RANK
               WRITE QMWORK01
               ADD 1 TO EXAM-CNTR
           END-READ.
       GET-ROW-EXIT.
           EXIT.

      * the totals, measure by measure and provider by provider.
       P4.
           MOVE SPACE TO PRT
           STRING "MIPS QUALITY MEASURES - SERVICE DATES " DATE-LO
             " - " DATE-HI "   RUN " T-DATE
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           STRING "ELIGIBLE EXAMS WITH NO QUALITY CODE - SERVICE DATES "
             DATE-LO " - " DATE-HI DELIMITED BY SIZE INTO PRT
           WRITE GAPOUT01 FROM PRT
           MOVE "MEAS  PROV GARNO    SEQ DOS      CPT   STATUS"
             TO GAPOUT01
           WRITE GAPOUT01
           MOVE SPACE TO PRT
           STRING "NPI,TIN,MEASURE,ELIGIBLE POPULATION,PERFORMANCE MET,"
             "PERFORMANCE NOT MET,EXCLUSIONS,PERFORMANCE RATE,"
             "DATA COMPLETENESS,FROM,TO" DELIMITED BY SIZE INTO PRT
           WRITE SUBMIT01 FROM PRT

           MOVE SPACE TO QW-KEY
           START QMWORK KEY NOT < QW-KEY
             INVALID
               GO TO P8.
           READ QMWORK NEXT
             AT END
               GO TO P8.

       P5.
           MOVE QW-MEAS TO HOLD-MEAS
           INITIALIZE CNT-ENT (2)
           MOVE "N" TO INV-FLAG
           MOVE 1 TO INV-IDX.
       P5A.
           IF INV-IDX > INV-CNT
               GO TO P5B.
           IF INV-MEAS (INV-IDX) = HOLD-MEAS
               MOVE "Y" TO INV-FLAG.
           ADD 1 TO INV-IDX
           GO TO P5A.
       P5B.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           IF INV-FLAG = "Y"
               STRING "MEASURE " HOLD-MEAS
                 "   (INVERSE MEASURE - A LOWER RATE IS BETTER)"
                 DELIMITED BY SIZE INTO PRT
           ELSE
               STRING "MEASURE " HOLD-MEAS DELIMITED BY SIZE INTO PRT
           END-IF
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           STRING "  PROVIDER NPI        ELIGIBLE     MET NOT MET"
             "   EXCL.  NO CODE  PERF RATE  COMPLETE"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.

       P6.
           MOVE QW-DOCP TO HOLD-DOCP
           INITIALIZE CNT-ENT (1).

       P7.
           PERFORM COUNT-ROW THRU COUNT-ROW-EXIT
           READ QMWORK NEXT
             AT END
               MOVE "Y" TO EOF-FLAG
               GO TO P7A.
           IF QW-MEAS = HOLD-MEAS AND QW-DOCP = HOLD-DOCP
               GO TO P7.
       P7A.
           PERFORM PRINT-PROV THRU PRINT-PROV-EXIT
           IF EOF-FLAG = "N" AND QW-MEAS = HOLD-MEAS
               GO TO P6.
           PERFORM PRINT-MEAS THRU PRINT-MEAS-EXIT
           IF EOF-FLAG = "Y"
               GO TO P8.
           GO TO P5.

      * a coded "not eligible" leaves the population; an eligible
      * exam with no answer (or not yet through mea004.cob) is a gap.
       COUNT-ROW.
           IF QW-ROLE = "D"
               ADD 1 TO CN-NOTELIG (1) CN-NOTELIG (2)
               GO TO COUNT-ROW-EXIT.
           ADD 1 TO CN-POP (1) CN-POP (2)
           IF QW-ROLE = "X"
               ADD 1 TO CN-EXCL (1) CN-EXCL (2)
               GO TO COUNT-ROW-EXIT.
           IF QW-ROLE = "M"
               ADD 1 TO CN-MET (1) CN-MET (2)
               GO TO COUNT-ROW-EXIT.
           IF QW-ROLE = "N"
               ADD 1 TO CN-NOT (1) CN-NOT (2)
               GO TO COUNT-ROW-EXIT.
           ADD 1 TO CN-GAP (1) CN-GAP (2) GAP-CNTR
           MOVE SPACE TO PRT
           IF QW-PEND = "Y"
               STRING QW-MEAS " " QW-DOCP "   " QW-GARNO " " QW-KEY3
                 " " QW-DATE " " QW-CPT " NOT YET CODED - PAYCODE "
                 QW-PAYCODE DELIMITED BY SIZE INTO PRT
           ELSE
               STRING QW-MEAS " " QW-DOCP "   " QW-GARNO " " QW-KEY3
                 " " QW-DATE " " QW-CPT " NO QUALITY CODE"
                 DELIMITED BY SIZE INTO PRT
           END-IF
           WRITE GAPOUT01 FROM PRT.
       COUNT-ROW-EXIT.
           EXIT.

      * the provider's NPI is on the practice-level DOCFILENEW row
      * ("000" + reading doctor), the same fallback wc5r079.cob uses.
       PRINT-PROV.
           MOVE "000" TO DOC-INS
           MOVE HOLD-DOCP TO DOC-NUM
           READ DOCFILENEW
             INVALID
               MOVE SPACE TO DOC-NPI DOC-FEDID.
           MOVE DOC-NPI TO HOLD-NPI
           MOVE DOC-FEDID TO HOLD-TIN
           MOVE 1 TO CX
           PERFORM FIGURE-RATES THRU FIGURE-RATES-EXIT
           MOVE SPACE TO PRT
           STRING "  " HOLD-DOCP "       " HOLD-NPI "  " NEF-7 " "
             NEF-7B " " NEF-7C " " NEF-7D "  " NEF-7E "     " NEF-R
             "%   " NEF-C "%" DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           IF CN-POP (1) > 0
               PERFORM WRITE-SUBMIT THRU WRITE-SUBMIT-EXIT.
       PRINT-PROV-EXIT.
           EXIT.

       PRINT-MEAS.
           MOVE 2 TO CX
           PERFORM FIGURE-RATES THRU FIGURE-RATES-EXIT
           MOVE SPACE TO PRT
           STRING "  ALL PROVIDERS    " "  " NEF-7 " " NEF-7B " "
             NEF-7C " " NEF-7D "  " NEF-7E "     " NEF-R "%   "
             NEF-C "%" DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE CN-NOTELIG (2) TO NEF-7
           MOVE SPACE TO PRT
           STRING "  CODED NOT ELIGIBLE " NEF-7
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.
       PRINT-MEAS-EXIT.
           EXIT.

       FIGURE-RATES.
           MOVE 0 TO PERF-RATE COMP-RATE
           COMPUTE RATE-DEN = CN-POP (CX) - CN-EXCL (CX)
           IF RATE-DEN > 0
               COMPUTE PERF-RATE ROUNDED =
                 CN-MET (CX) * 100 / RATE-DEN.
           IF CN-POP (CX) > 0
               COMPUTE COMP-RATE ROUNDED =
                 (CN-MET (CX) + CN-NOT (CX) + CN-EXCL (CX)) * 100
                 / CN-POP (CX).
           MOVE CN-POP (CX) TO NEF-7
           MOVE CN-MET (CX) TO NEF-7B
           MOVE CN-NOT (CX) TO NEF-7C
           MOVE CN-EXCL (CX) TO NEF-7D
           MOVE CN-GAP (CX) TO NEF-7E
           MOVE PERF-RATE TO NEF-R
           MOVE COMP-RATE TO NEF-C.
       FIGURE-RATES-EXIT.
           EXIT.

       WRITE-SUBMIT.
           MOVE PERF-RATE TO CSV-R
           MOVE COMP-RATE TO CSV-C
           MOVE CN-POP (1) TO CSV-POP
           MOVE CN-MET (1) TO CSV-MET
           MOVE CN-NOT (1) TO CSV-NOT
           MOVE CN-EXCL (1) TO CSV-EXCL
           MOVE SPACE TO PRT
           STRING HOLD-NPI DELIMITED BY SPACE
             "," HOLD-TIN DELIMITED BY SPACE
             "," HOLD-MEAS DELIMITED BY SPACE
             "," CSV-POP "," CSV-MET "," CSV-NOT "," CSV-EXCL
             "," CSV-R "," CSV-C "," DATE-LO "," DATE-HI
             DELIMITED BY SIZE INTO PRT
           WRITE SUBMIT01 FROM PRT.
       WRITE-SUBMIT-EXIT.
           EXIT.

       P8.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE GAP-CNTR TO NEF-7
           MOVE SPACE TO PRT
           STRING "ELIGIBLE EXAMS WITH NO QUALITY CODE " NEF-7
             " - SEE THE GAP LIST" DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           IF OVER-CNTR > 0
               MOVE SPACE TO PRT
               STRING "*** " OVER-CNTR " QUALMAP LINES PAST THE TABLE "
                 "LIMIT WERE LEFT OUT ***" DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT.

       P99.
           DISPLAY "MIPSCALC - CHARGE LINES IN WINDOW: " READ-CNTR
           DISPLAY "MIPSCALC - MEASURE EXAMS: " EXAM-CNTR
           DISPLAY "MIPSCALC - GAPS: " GAP-CNTR
           CLOSE PARMFILE QUALMAP CHARCUR CHARFILE DOCFILENEW QMWORK
             FILEOUT SUBMIT GAPOUT.
           STOP RUN.

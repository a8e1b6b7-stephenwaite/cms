      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. unspecrpt.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * line 1: report month YYYYMM - last month when blank or
      * missing.
           SELECT OPTIONAL PARMFILE ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT CHARCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-DAT1 WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT DIAGFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS DIAG-KEY
             ALTERNATE RECORD KEY IS DIAG-TITLE WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT REFPHY ASSIGN TO "S45" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS REF-KEY
             ALTERNATE RECORD KEY IS REF-BSNUM WITH DUPLICATES
             ALTERNATE RECORD KEY IS REF-CRNUM WITH DUPLICATES
             ALTERNATE RECORD KEY IS REF-UPIN WITH DUPLICATES
             ALTERNATE RECORD KEY IS REF-CDNUM WITH DUPLICATES
             ALTERNATE RECORD KEY IS REF-NAME WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT FILEOUT ASSIGN TO "S50" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PARMFILE.
       01  PARMFILE01 PIC X(10).

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  DIAGFILE.
           COPY "diagfile.cpy".

       FD  REFPHY.
           COPY "refphy.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(100).

       WORKING-STORAGE SECTION.

       01  T-DATE PIC X(8).
       01  RPT-MONTH PIC X(6).
       01  YYMM-X.
           02 YYMM-YEAR PIC 9(4).
           02 YYMM-MON PIC 99.

      * per referrer - lines in the month and lines carrying at
      * least one unspecified diagnosis.
       01  REF-TAB01.
           02 RF-ENT OCCURS 300 TIMES.
             03 RF-DOCR PIC X(3).
             03 RF-LINES PIC 9(6).
             03 RF-UNSP PIC 9(6).
       01  RF-SWAP PIC X(15).
       01  REF-CNTR PIC 999 VALUE 0.
       01  RI PIC 999.
       01  RJ PIC 999.

      * referrer + unspecified code, times used.
       01  UC-TAB01.
           02 UC-ENT OCCURS 3000 TIMES.
             03 UC-DOCR PIC X(3).
             03 UC-DIAG PIC X(7).
             03 UC-COUNT PIC 9(6).
       01  UC-CNTR PIC 9(4) VALUE 0.
       01  UI PIC 9(4).

      * each code's DIAGFILE answer kept so it's read once.
       01  DX-TAB01.
           02 DX-ENT OCCURS 4000 TIMES.
             03 DX-CODE PIC X(7).
             03 DX-UNSP PIC X.
       01  DX-CNTR PIC 9(4) VALUE 0.
       01  DI PIC 9(4).

       01  LINE-DIAG PIC X(7) OCCURS 6 TIMES.
       01  LX PIC 9.
       01  LINE-UNSP PIC X.
       01  TEST-DIAG PIC X(7).
       01  TEST-UNSP PIC X.
       01  UP-TITLE PIC X(61).
       01  UNSP-TALLY PIC 99.

       01  TOT-LINES PIC 9(7) VALUE 0.
       01  TOT-UNSP PIC 9(7) VALUE 0.
       01  OVER-CNTR PIC 9(6) VALUE 0.
       01  PCT PIC 999V9.
       01  PCT-ED PIC ZZ9.9.
       01  CNT-ED PIC ZZZ,ZZ9.
       01  CNT-ED2 PIC ZZZ,ZZ9.
       01  TOT-ED PIC Z,ZZZ,ZZ9.
       01  TOT-ED2 PIC Z,ZZZ,ZZ9.
       01  PRT PIC X(100).

       PROCEDURE DIVISION.

      * unspecified-diagnosis usage by referring physician for one
      * month of service dates (CC-DATE-T). A code counts as
      * unspecified when its DIAGFILE title says so ("UNSPECIFIED"
      * or the short "UNSP"), the same title the coders see. Every
      * diagnosis slot on the line is looked at; a line with any
      * unspecified code counts once. Referrers print with the most
      * unspecified lines first, each followed by the codes used.
       P0.
           OPEN INPUT PARMFILE CHARCUR DIAGFILE REFPHY.
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

           MOVE SPACE TO CHARCUR-KEY
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO P2.

       P1.
           READ CHARCUR NEXT
             AT END
               GO TO P2.
           IF CC-DATE-T (1:6) NOT = RPT-MONTH
               GO TO P1.

           MOVE 1 TO RI.
       P1A.
           IF RI > REF-CNTR
               IF REF-CNTR >= 300
                   ADD 1 TO OVER-CNTR
                   GO TO P1
               END-IF
               ADD 1 TO REF-CNTR
               MOVE CC-DOCR TO RF-DOCR (REF-CNTR)
               MOVE 0 TO RF-LINES (REF-CNTR) RF-UNSP (REF-CNTR)
               MOVE REF-CNTR TO RI
               GO TO P1B.
           IF RF-DOCR (RI) = CC-DOCR
               GO TO P1B.
           ADD 1 TO RI
           GO TO P1A.

       P1B.
           ADD 1 TO RF-LINES (RI) TOT-LINES
           MOVE CC-DIAG TO LINE-DIAG (1)
           MOVE CC-DX2 TO LINE-DIAG (2)
           MOVE CC-DX3 TO LINE-DIAG (3)
           MOVE CC-DX4 TO LINE-DIAG (4)
           MOVE CC-DX5 TO LINE-DIAG (5)
           MOVE CC-DX6 TO LINE-DIAG (6)
           MOVE "N" TO LINE-UNSP
           MOVE 1 TO LX.
       P1C.
           IF LINE-DIAG (LX) = SPACE OR LINE-DIAG (LX) = "0000000"
               GO TO P1D.
           MOVE LINE-DIAG (LX) TO TEST-DIAG
           PERFORM TEST-CODE THRU TEST-CODE-EXIT
           IF TEST-UNSP = "Y"
               MOVE "Y" TO LINE-UNSP
               PERFORM COUNT-CODE THRU COUNT-CODE-EXIT.
       P1D.
           ADD 1 TO LX
           IF LX < 7
               GO TO P1C.
           IF LINE-UNSP = "Y"
               ADD 1 TO RF-UNSP (RI) TOT-UNSP.
           GO TO P1.

       TEST-CODE.
           MOVE 1 TO DI.
       TEST-CODE-1.
           IF DI > DX-CNTR
               GO TO TEST-CODE-2.
           IF DX-CODE (DI) = TEST-DIAG
               MOVE DX-UNSP (DI) TO TEST-UNSP
               GO TO TEST-CODE-EXIT.
           ADD 1 TO DI
           GO TO TEST-CODE-1.
       TEST-CODE-2.
           MOVE "N" TO TEST-UNSP
           MOVE TEST-DIAG TO DIAG-KEY
           READ DIAGFILE
             INVALID
               MOVE SPACE TO DIAG-TITLE.
           MOVE FUNCTION UPPER-CASE (DIAG-TITLE) TO UP-TITLE
           MOVE 0 TO UNSP-TALLY
           INSPECT UP-TITLE TALLYING UNSP-TALLY FOR ALL "UNSP"
           IF UNSP-TALLY > 0
               MOVE "Y" TO TEST-UNSP.
           IF DX-CNTR < 4000
               ADD 1 TO DX-CNTR
               MOVE TEST-DIAG TO DX-CODE (DX-CNTR)
               MOVE TEST-UNSP TO DX-UNSP (DX-CNTR).
       TEST-CODE-EXIT.
           EXIT.

       COUNT-CODE.
           MOVE 1 TO UI.
       COUNT-CODE-1.
           IF UI > UC-CNTR
               IF UC-CNTR >= 3000
                   ADD 1 TO OVER-CNTR
                   GO TO COUNT-CODE-EXIT
               END-IF
               ADD 1 TO UC-CNTR
               MOVE RF-DOCR (RI) TO UC-DOCR (UC-CNTR)
               MOVE TEST-DIAG TO UC-DIAG (UC-CNTR)
               MOVE 1 TO UC-COUNT (UC-CNTR)
               GO TO COUNT-CODE-EXIT.
           IF UC-DOCR (UI) = RF-DOCR (RI) AND UC-DIAG (UI) = TEST-DIAG
               ADD 1 TO UC-COUNT (UI)
               GO TO COUNT-CODE-EXIT.
           ADD 1 TO UI
           GO TO COUNT-CODE-1.
       COUNT-CODE-EXIT.
           EXIT.

       P2.
           IF REF-CNTR > 1
               PERFORM SORT-REF-PASS VARYING RI FROM 1 BY 1
                 UNTIL RI >= REF-CNTR.

           MOVE SPACE TO PRT
           STRING "UNSPECIFIED DIAGNOSIS USE BY REFERRING PHYSICIAN - "
             "SERVICE MONTH " RPT-MONTH DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE "REF NAME                       LINES  UNSPEC    PCT"
             TO FILEOUT01
           WRITE FILEOUT01
           MOVE 1 TO RI.
       P3.
           IF RI > REF-CNTR
               GO TO P4.
           MOVE RF-DOCR (RI) TO REF-KEY
           READ REFPHY
             INVALID
               MOVE "NOT ON REFPHY" TO REF-NAME.
           MOVE 0 TO PCT
           IF RF-LINES (RI) > 0
               COMPUTE PCT ROUNDED =
                 RF-UNSP (RI) * 100 / RF-LINES (RI).
           MOVE PCT TO PCT-ED
           MOVE RF-LINES (RI) TO CNT-ED
           MOVE RF-UNSP (RI) TO CNT-ED2
           MOVE SPACE TO PRT
           STRING RF-DOCR (RI) " " REF-NAME " " CNT-ED " " CNT-ED2
             "  " PCT-ED DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE 1 TO UI
           PERFORM PRINT-CODES THRU PRINT-CODES-EXIT
           ADD 1 TO RI
           GO TO P3.

       P4.
           MOVE 0 TO PCT
           IF TOT-LINES > 0
               COMPUTE PCT ROUNDED = TOT-UNSP * 100 / TOT-LINES.
           MOVE PCT TO PCT-ED
           MOVE TOT-LINES TO TOT-ED
           MOVE TOT-UNSP TO TOT-ED2
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "ALL REFERRERS                " TOT-ED TOT-ED2
             "  " PCT-ED DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           IF OVER-CNTR > 0
               DISPLAY "UNSPECRPT - TABLE FULL, NOT COUNTED: "
                 OVER-CNTR.
           DISPLAY "UNSPECRPT - LINES IN MONTH: " TOT-LINES
           DISPLAY "UNSPECRPT - WITH UNSPECIFIED DX: " TOT-UNSP
           CLOSE PARMFILE CHARCUR DIAGFILE REFPHY FILEOUT.
           STOP RUN.

       PRINT-CODES.
           IF UI > UC-CNTR
               GO TO PRINT-CODES-EXIT.
           IF UC-DOCR (UI) = RF-DOCR (RI)
               MOVE UC-DIAG (UI) TO DIAG-KEY
               READ DIAGFILE
                 INVALID
                   MOVE SPACE TO DIAG-TITLE
               END-READ
               MOVE UC-COUNT (UI) TO CNT-ED
               MOVE SPACE TO PRT
               STRING "      " UC-DIAG (UI) " " CNT-ED "  "
                 DIAG-TITLE DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT
           END-IF
           ADD 1 TO UI
           GO TO PRINT-CODES.
       PRINT-CODES-EXIT.
           EXIT.

       SORT-REF-PASS.
           PERFORM SORT-REF-COMPARE VARYING RJ FROM 1 BY 1
             UNTIL RJ >= REF-CNTR.

       SORT-REF-COMPARE.
           IF RF-UNSP (RJ) < RF-UNSP (RJ + 1)
               MOVE RF-ENT (RJ) TO RF-SWAP
               MOVE RF-ENT (RJ + 1) TO RF-ENT (RJ)
               MOVE RF-SWAP TO RF-ENT (RJ + 1).

      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dnfbrpt.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * line 1: flag threshold in days from service - 7 when blank
      * or missing.
           SELECT OPTIONAL PARMFILE ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT CHARNEW ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARNEW-KEY
             LOCK MODE MANUAL.

           SELECT PROCFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PROC-KEY
             LOCK MODE MANUAL.

      * the laterality CPT list latmodrpt.cob reads - one code per
      * line.
           SELECT OPTIONAL CPTPARM ASSIGN TO "S45" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT DOCFILENEW ASSIGN TO "S50" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS DOC-KEY
             LOCK MODE MANUAL.

           SELECT FILEOUT ASSIGN TO "S55" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PARMFILE.
       01  PARMFILE01 PIC X(10).

       FD  CHARNEW.
           COPY "charnew.cpy".

       FD  PROCFILE.
           COPY "procfile.cpy".

       FD  CPTPARM.
       01  CPTPARM01 PIC X(5).

       FD  DOCFILENEW.
           COPY "docfile.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(120).

       WORKING-STORAGE SECTION.

       01  T-DATE PIC X(8).
       01  THRESH PIC 999 VALUE 7.
       01  TODAY-INT PIC 9(8).
       01  SVC-INT PIC 9(8).
       01  AGE-DAYS PIC S9(5).
       01  LINE-VALUE PIC S9(5)V99.
       01  FLAG-SW PIC X.

       01  LAT-TABLE.
           02 LAT-ENTRY PIC X(5) OCCURS 200 TIMES.
       01  LAT-TAB-CNT PIC 999 VALUE 0.
       01  LAT-TAB-IDX PIC 999.
       01  LAT-MATCH PIC X.

      * why the line is still in CHARNEW - the first that applies.
       01  REASON-NAMES.
           02 FILLER PIC X(16) VALUE "UNREAD (DOC 02) ".
           02 FILLER PIC X(16) VALUE "NO DIAGNOSIS    ".
           02 FILLER PIC X(16) VALUE "NO LAT MODIFIER ".
           02 FILLER PIC X(16) VALUE "CODED, NOT MOVED".
       01  REASON-TAB REDEFINES REASON-NAMES.
           02 RSN-NAME PIC X(16) OCCURS 4 TIMES.
       01  RSN PIC 9.

      * age buckets from service: 0-3 / 4-7 / 8-14 / 15-30 / 31+.
       01  BKT PIC 9.

      * totals by reason, department (CDM prefix) and reading doctor
      * - lines, dollars, dollars by age bucket, lines past the
      * threshold.
       01  RS-TAB01.
           02 RS-ENT OCCURS 4 TIMES.
             03 RS-LINES PIC 9(6).
             03 RS-DOLLARS PIC S9(8)V99.
             03 RS-BKT PIC S9(8)V99 OCCURS 5 TIMES.
             03 RS-FLAGGED PIC 9(6).
       01  DP-TAB01.
           02 DP-ENT OCCURS 100 TIMES.
             03 DP-CDM PIC X(4).
             03 DP-LINES PIC 9(6).
             03 DP-DOLLARS PIC S9(8)V99.
             03 DP-BKT PIC S9(8)V99 OCCURS 5 TIMES.
             03 DP-FLAGGED PIC 9(6).
       01  DP-CNTR PIC 999 VALUE 0.
       01  DC-TAB01.
           02 DC-ENT OCCURS 60 TIMES.
             03 DC-DOCP PIC XX.
             03 DC-LINES PIC 9(6).
             03 DC-DOLLARS PIC S9(8)V99.
             03 DC-BKT PIC S9(8)V99 OCCURS 5 TIMES.
             03 DC-FLAGGED PIC 9(6).
       01  DC-CNTR PIC 99 VALUE 0.
       01  TOT-LINES PIC 9(7) VALUE 0.
       01  TOT-DOLLARS PIC S9(8)V99 VALUE 0.
       01  TOT-FLAGGED PIC 9(7) VALUE 0.
       01  NOPRICE-CNTR PIC 9(6) VALUE 0.
       01  OVER-CNTR PIC 9(6) VALUE 0.

       01  X PIC 999.
       01  Z PIC 9.
       01  DI PIC 99.
       01  PC PIC 999.
       01  NEF-6 PIC ZZZZZ9.
       01  NEF-5 PIC ZZZZ9.
       01  DOL-ED PIC Z,ZZZ,ZZ9.99-.
       01  VAL-ED PIC ZZ,ZZ9.99.
       01  BKT-WHOLE PIC S9(8).
       01  BKT-ED PIC ZZZZZZZ9-.
       01  LBL PIC X(24).
       01  SUM-LINES PIC 9(6).
       01  SUM-DOLLARS PIC S9(8)V99.
       01  SUM-BKT PIC S9(8)V99 OCCURS 5 TIMES.
       01  SUM-FLAGGED PIC 9(6).
       01  PRT PIC X(120).
      * the fee as it stood on the service date comes from the
      * reference-master change history - see refhist.cob.
       01  REFHIST-PARMS.
           02 RX-FUNC PIC X.
           02 RX-FILE PIC X.
           02 RX-KEY PIC X(11).
           02 RX-ACTION PIC X.
           02 RX-OPER PIC X(3).
           02 RX-PROGRAM PIC X(8).
           02 RX-DATE PIC X(8).
           02 RX-BEFORE PIC X(150).
           02 RX-AFTER PIC X(150).
           02 RX-RESULT PIC X.

       PROCEDURE DIVISION.

      * discharged-not-final-billed - every line the RRMC load put
      * in CHARNEW that rrr254.cob has not yet moved to CHARFILE,
      * aged from its service date (CD-DATE-T) and valued at the
      * PROCFILE fee for its CDM/CPT/modifier key in effect on that
      * date (the load's CD-AMOUNT when the key was not on PROCFILE
      * that day, or is gone from it). Each line is
      * given the first reason it is stuck - unread, no diagnosis,
      * a laterality code with no modifier - or coded and just not
      * moved yet, and lines older than the threshold are flagged.
      * Totals follow by reason, department (the CDM prefix) and
      * reading doctor.
       P0.
           OPEN INPUT PARMFILE CHARNEW PROCFILE CPTPARM DOCFILENEW.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL (T-DATE))

           READ PARMFILE
             AT END
               CONTINUE
             NOT AT END
               IF PARMFILE01 NOT = SPACE
                 AND FUNCTION NUMVAL (PARMFILE01) > 0
                   MOVE FUNCTION NUMVAL (PARMFILE01) TO THRESH
               END-IF
           END-READ.

       P0A.
           READ CPTPARM
             AT END
               GO TO P0B.
           IF CPTPARM01 = SPACE OR LAT-TAB-CNT >= 200
               GO TO P0A.
           ADD 1 TO LAT-TAB-CNT
           MOVE CPTPARM01 TO LAT-ENTRY (LAT-TAB-CNT)
           GO TO P0A.

       P0B.
           INITIALIZE RS-TAB01 DP-TAB01 DC-TAB01
           MOVE SPACE TO PRT
           MOVE THRESH TO NEF-5
           STRING "CHARGES NOT FINAL BILLED (CHARNEW)   RUN " T-DATE
             "   FLAGGED ** OVER " NEF-5 " DAYS"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT AFTER PAGE
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE "   KEY         PATIENT                  SVC DATE   AGE
      -      "  PROC        DOC     VALUE  REASON" TO PRT
           WRITE FILEOUT01 FROM PRT

           MOVE SPACE TO CHARNEW-KEY
           START CHARNEW KEY NOT < CHARNEW-KEY
             INVALID
               GO TO P9.

       P1.
           READ CHARNEW NEXT
             AT END
               GO TO P9.

           MOVE 0 TO AGE-DAYS
           IF CD-DATE-T NUMERIC AND CD-DATE-T > 19000000
               COMPUTE SVC-INT = FUNCTION INTEGER-OF-DATE (CD-DATE-T)
               COMPUTE AGE-DAYS = TODAY-INT - SVC-INT
               IF AGE-DAYS < 0
                   MOVE 0 TO AGE-DAYS
               END-IF
           END-IF
           IF AGE-DAYS < 4
             MOVE 1 TO BKT
           ELSE
             IF AGE-DAYS < 8
               MOVE 2 TO BKT
             ELSE
               IF AGE-DAYS < 15
                 MOVE 3 TO BKT
               ELSE
                 IF AGE-DAYS < 31
                   MOVE 4 TO BKT
                 ELSE
                   MOVE 5 TO BKT
                 END-IF
               END-IF
             END-IF
           END-IF
           MOVE SPACE TO FLAG-SW
           IF AGE-DAYS > THRESH
               MOVE "*" TO FLAG-SW.

           PERFORM PRICE-LINE THRU PRICE-LINE-EXIT

           PERFORM FIND-REASON THRU FIND-REASON-EXIT
           PERFORM FIND-DEPT THRU FIND-DEPT-EXIT
           PERFORM FIND-DOC THRU FIND-DOC-EXIT

           ADD 1 TO TOT-LINES RS-LINES (RSN)
           ADD LINE-VALUE TO TOT-DOLLARS RS-DOLLARS (RSN)
             RS-BKT (RSN BKT)
           IF DP-CNTR > 0
               ADD 1 TO DP-LINES (X)
               ADD LINE-VALUE TO DP-DOLLARS (X) DP-BKT (X BKT).
           IF FLAG-SW = "*"
               ADD 1 TO TOT-FLAGGED RS-FLAGGED (RSN)
               IF DP-CNTR > 0
                   ADD 1 TO DP-FLAGGED (X)
               END-IF
           END-IF

           MOVE AGE-DAYS TO NEF-5
           MOVE LINE-VALUE TO VAL-ED
           MOVE SPACE TO PRT
           STRING FLAG-SW FLAG-SW " " CHARNEW-KEY " " CD-NAME " "
             CD-DATE-T " " NEF-5 "  " CD-PROC " " CD-DOCP " "
             VAL-ED "  " RSN-NAME (RSN) DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           GO TO P1.

       FIND-REASON.
           IF CD-DOCP = "02"
               MOVE 1 TO RSN
               GO TO FIND-REASON-EXIT.
           IF CD-DIAG = "0000000" OR CD-DIAG = SPACE
               MOVE 2 TO RSN
               GO TO FIND-REASON-EXIT.
           MOVE "N" TO LAT-MATCH
           PERFORM CHECK-LAT VARYING LAT-TAB-IDX FROM 1 BY 1
             UNTIL LAT-TAB-IDX > LAT-TAB-CNT
           IF LAT-MATCH = "Y"
             AND CD-MOD2 = SPACE AND CD-MOD3 = SPACE
             AND CD-MOD4 = SPACE
               MOVE 3 TO RSN
               GO TO FIND-REASON-EXIT.
           MOVE 4 TO RSN.
       FIND-REASON-EXIT.
           EXIT.

      * the fee on the service date when PROCFILE has changed since,
      * otherwise the fee on file now.
       PRICE-LINE.
           MOVE "A" TO RX-FUNC
           MOVE "P" TO RX-FILE
           MOVE CD-PROC TO RX-KEY
           MOVE CD-DATE-T TO RX-DATE
           CALL "refhist" USING REFHIST-PARMS
           IF RX-RESULT = "Y"
               MOVE RX-AFTER TO PROCFILE01
               MOVE PROC-AMOUNT TO LINE-VALUE
               GO TO PRICE-LINE-EXIT.
           IF RX-RESULT = "N"
               ADD 1 TO NOPRICE-CNTR
               MOVE CD-AMOUNT TO LINE-VALUE
               GO TO PRICE-LINE-EXIT.

           MOVE CD-PROC TO PROC-KEY
           READ PROCFILE
             INVALID
               ADD 1 TO NOPRICE-CNTR
               MOVE CD-AMOUNT TO LINE-VALUE
             NOT INVALID
               MOVE PROC-AMOUNT TO LINE-VALUE
           END-READ.

       PRICE-LINE-EXIT.
           EXIT.

       CHECK-LAT.
           IF CD-PROC2 (1:5) = LAT-ENTRY (LAT-TAB-IDX)
               MOVE "Y" TO LAT-MATCH.

      * X is left at the department's slot for the caller.
       FIND-DEPT.
           MOVE 1 TO X.
       FIND-DEPT-1.
           IF X > DP-CNTR
               IF DP-CNTR >= 100
                   ADD 1 TO OVER-CNTR
                   MOVE 100 TO X
                   GO TO FIND-DEPT-EXIT
               END-IF
               ADD 1 TO DP-CNTR
               MOVE CD-PROC1 TO DP-CDM (DP-CNTR)
               MOVE DP-CNTR TO X
               GO TO FIND-DEPT-EXIT.
           IF DP-CDM (X) = CD-PROC1
               GO TO FIND-DEPT-EXIT.
           ADD 1 TO X
           GO TO FIND-DEPT-1.
       FIND-DEPT-EXIT.
           EXIT.

      * the doctor's totals are posted here since X is holding the
      * department's slot.
       FIND-DOC.
           MOVE 0 TO DI.
       FIND-DOC-1.
           IF DI >= DC-CNTR
               IF DC-CNTR >= 60
                   ADD 1 TO OVER-CNTR
                   GO TO FIND-DOC-EXIT
               END-IF
               ADD 1 TO DC-CNTR
               MOVE CD-DOCP TO DC-DOCP (DC-CNTR)
               MOVE DC-CNTR TO DI
               GO TO FIND-DOC-2.
           ADD 1 TO DI
           IF DC-DOCP (DI) = CD-DOCP
               GO TO FIND-DOC-2.
           GO TO FIND-DOC-1.
       FIND-DOC-2.
           ADD 1 TO DC-LINES (DI)
           ADD LINE-VALUE TO DC-DOLLARS (DI) DC-BKT (DI BKT)
           IF FLAG-SW = "*"
               ADD 1 TO DC-FLAGGED (DI).
       FIND-DOC-EXIT.
           EXIT.

       P9.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           PERFORM SUM-HEAD THRU SUM-HEAD-EXIT
           MOVE "BY REASON" TO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE 1 TO X.
       P9-1.
           IF X > 4
               GO TO P9-2.
           MOVE RSN-NAME (X) TO LBL
           MOVE RS-LINES (X) TO SUM-LINES
           MOVE RS-DOLLARS (X) TO SUM-DOLLARS
           MOVE RS-FLAGGED (X) TO SUM-FLAGGED
           PERFORM MOVE-RS-BKT VARYING Z FROM 1 BY 1 UNTIL Z > 5
           PERFORM SUM-LINE THRU SUM-LINE-EXIT
           ADD 1 TO X
           GO TO P9-1.

       P9-2.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE "BY DEPARTMENT (CDM)" TO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE 1 TO X.
       P9-3.
           IF X > DP-CNTR
               GO TO P9-4.
           MOVE DP-CDM (X) TO LBL
           MOVE DP-LINES (X) TO SUM-LINES
           MOVE DP-DOLLARS (X) TO SUM-DOLLARS
           MOVE DP-FLAGGED (X) TO SUM-FLAGGED
           PERFORM MOVE-DP-BKT VARYING Z FROM 1 BY 1 UNTIL Z > 5
           PERFORM SUM-LINE THRU SUM-LINE-EXIT
           ADD 1 TO X
           GO TO P9-3.

       P9-4.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE "BY READING DOCTOR" TO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE 1 TO X.
       P9-5.
           IF X > DC-CNTR
               GO TO P9-6.
      * the name is on the practice-level DOCFILENEW row, "000" +
      * doctor, same as mipscalc.cob.
           MOVE "000" TO DOC-INS
           MOVE DC-DOCP (X) TO DOC-NUM
           READ DOCFILENEW
             INVALID
               MOVE SPACE TO DOC-NAME.
           MOVE SPACE TO LBL
           STRING DC-DOCP (X) " " DOC-NAME DELIMITED BY SIZE INTO LBL
           MOVE DC-LINES (X) TO SUM-LINES
           MOVE DC-DOLLARS (X) TO SUM-DOLLARS
           MOVE DC-FLAGGED (X) TO SUM-FLAGGED
           PERFORM MOVE-DC-BKT VARYING Z FROM 1 BY 1 UNTIL Z > 5
           PERFORM SUM-LINE THRU SUM-LINE-EXIT
           ADD 1 TO X
           GO TO P9-5.

       P9-6.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE TOT-DOLLARS TO DOL-ED
           MOVE SPACE TO PRT
           STRING "ALL CHARNEW LINES " TOT-LINES "  VALUE " DOL-ED
             "  FLAGGED " TOT-FLAGGED DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           IF NOPRICE-CNTR > 0
               MOVE SPACE TO PRT
               STRING "LINES NOT ON PROCFILE (VALUED AT LOAD AMOUNT) "
                 NOPRICE-CNTR DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT.
           IF OVER-CNTR > 0
               DISPLAY "DNFBRPT - TABLE FULL, LINES LUMPED: "
                 OVER-CNTR.
           DISPLAY "DNFBRPT - LINES " TOT-LINES " FLAGGED "
             TOT-FLAGGED.
           MOVE "E" TO RX-FUNC
           CALL "refhist" USING REFHIST-PARMS
           CLOSE PARMFILE CHARNEW PROCFILE CPTPARM DOCFILENEW FILEOUT.
           STOP RUN.

       MOVE-RS-BKT.
           MOVE RS-BKT (X Z) TO SUM-BKT (Z).

       MOVE-DP-BKT.
           MOVE DP-BKT (X Z) TO SUM-BKT (Z).

       MOVE-DC-BKT.
           MOVE DC-BKT (X Z) TO SUM-BKT (Z).

       SUM-HEAD.
           MOVE SPACE TO PRT
           STRING "                          LINES          VALUE"
             "       0-3       4-7      8-14     15-30       31+"
             "  FLAGGED" DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.
       SUM-HEAD-EXIT.
           EXIT.

      * one summary row - label, lines, dollars, the five aged
      * dollar columns and lines past the threshold.
       SUM-LINE.
           MOVE SPACE TO PRT
           MOVE LBL TO PRT (1:24)
           MOVE SUM-LINES TO NEF-6
           MOVE NEF-6 TO PRT (26:6)
           MOVE SUM-DOLLARS TO DOL-ED
           MOVE DOL-ED TO PRT (34:13)
           MOVE 1 TO Z.
       SUM-LINE-1.
           IF Z > 5
               GO TO SUM-LINE-2.
           COMPUTE PC = 38 + (Z * 10)
           COMPUTE BKT-WHOLE ROUNDED = SUM-BKT (Z)
           MOVE BKT-WHOLE TO BKT-ED
           MOVE BKT-ED TO PRT (PC:9)
           ADD 1 TO Z
           GO TO SUM-LINE-1.
       SUM-LINE-2.
           MOVE SUM-FLAGGED TO NEF-6
           MOVE NEF-6 TO PRT (100:6)
           WRITE FILEOUT01 FROM PRT.
       SUM-LINE-EXIT.
           EXIT.

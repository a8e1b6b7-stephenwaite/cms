      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sodrpt.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * the monthly segregation-of-duties conflict report the
      * outside auditor asks for. OPERFILE says who may do what;
      * the logs say who did it. Listed for the month:
      *   1 write-offs the same operator requested and approved
      *     (WOFILE);
      *   2 reversals of a posting the reversing operator made
      *     (REVERSALLOG against POSTAUDIT);
      *   3 out-of-balance batches force-released by an operator
      *     who opened the batch or posted into it (BATCHCTL,
      *     PAYCUR, POSTAUDIT);
      *   4 patient refunds cut by the operator who last changed
      *     the account's address before the check (REFUNDFILE
      *     against the address changes worked in DEMOQUEUE);
      *   5 active operators whose level is above their job role,
      *     or who have no role on file.
      * postings and address changes made by batch programs carry
      * no operator and cannot conflict.
      *
      * line 1: the month, YYYYMM - the current month when absent.
           SELECT OPTIONAL PARMFILE ASSIGN TO "S25" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT OPERFILE ASSIGN TO "S20" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS OP-ID
             LOCK MODE MANUAL.

           SELECT WOFILE ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS WO-SEQ
             LOCK MODE MANUAL.

           SELECT POSTAUDIT ASSIGN TO "S35" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT REVERSALLOG ASSIGN TO "S40" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT BATCHCTL ASSIGN TO "S45" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS BC-BATCH
             LOCK MODE MANUAL.

           SELECT PAYCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
             LOCK MODE MANUAL.

           SELECT DEMOQUEUE ASSIGN TO "S55" ORGANIZATION IS
             INDEXED ACCESS MODE IS DYNAMIC RECORD KEY IS DQ-SEQ
             LOCK MODE MANUAL.

           SELECT REFUNDFILE ASSIGN TO "S60" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS RF-KEY
             LOCK MODE MANUAL.

      * scratch index, rebuilt each run - "P" + posting key gives
      * the operator who posted it, "A" + garno + date + sequence
      * the operator who changed an address.
           SELECT SODWORK ASSIGN TO "S65" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS SW-KEY
             LOCK MODE MANUAL.

           SELECT FILEOUT ASSIGN TO "S70" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PARMFILE.
       01  PARMFILE01 PIC X(10).

       FD  OPERFILE.
           COPY "operfile.cpy".

       FD  WOFILE.
           COPY "wofile.cpy".

       FD  POSTAUDIT.
           COPY "postaudit.cpy".

       FD  REVERSALLOG.
           COPY "reversal.cpy".

       FD  BATCHCTL.
           COPY "batchctl.cpy".

       FD  PAYCUR.
           COPY "paycur.cpy".

       FD  DEMOQUEUE.
           COPY "demoqueue.cpy".

       FD  REFUNDFILE.
           COPY "refundfile.cpy".

       FD  SODWORK.
       01  SODWORK01.
           02 SW-KEY.
             03 SW-TYPE PIC X.
             03 SW-ID PIC X(23).
           02 SW-OPER PIC X(3).
           02 SW-DATE PIC X(8).

       FD  FILEOUT.
       01  FILEOUT01 PIC X(120).

       WORKING-STORAGE SECTION.

       01  RPT-MONTH PIC X(6).
       01  T-DATE PIC X(8).
       01  PRT PIC X(120).
       01  NEF-9 PIC ZZZZ9.99-.
       01  HIT-OPER PIC X(3).
       01  HIT-DATE PIC X(8).
       01  MAX-LEVEL PIC X.
       01  OP-RANK PIC 9.
       01  MAX-RANK PIC 9.
      * the month's forced batches - who forced each, who opened
      * it, and whether the forcing operator is already listed.
       01  OV-CNT PIC 999 VALUE 0.
       01  OV-I PIC 999.
       01  OV-TABLE.
           02 OV-ENTRY OCCURS 300 TIMES.
             03 OV-BATCH PIC X(6).
             03 OV-OPER PIC X(3).
             03 OV-OPENER PIC X(3).
             03 OV-HIT PIC X.
       01  WO-CNTR PIC 9(5) VALUE 0.
       01  REV-CNTR PIC 9(5) VALUE 0.
       01  BAT-CNTR PIC 9(5) VALUE 0.
       01  REF-CNTR PIC 9(5) VALUE 0.
       01  ROLE-CNTR PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       P0.
           ACCEPT T-DATE FROM DATE YYYYMMDD
           OPEN INPUT PARMFILE
           MOVE SPACE TO PARMFILE01
           READ PARMFILE
             AT END
               CONTINUE
           END-READ
           CLOSE PARMFILE
           MOVE PARMFILE01 (1:6) TO RPT-MONTH
           IF RPT-MONTH NOT NUMERIC
               MOVE T-DATE (1:6) TO RPT-MONTH.

           OPEN INPUT OPERFILE WOFILE POSTAUDIT REVERSALLOG BATCHCTL
             PAYCUR DEMOQUEUE REFUNDFILE
           OPEN OUTPUT SODWORK FILEOUT

           MOVE SPACE TO PRT
           STRING "SEGREGATION OF DUTIES CONFLICTS  MONTH " RPT-MONTH
             "  RUN " T-DATE DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT

           PERFORM LOAD-OV THRU LOAD-OV-EXIT
           PERFORM LOAD-POST THRU LOAD-POST-EXIT
           PERFORM LOAD-ADDR THRU LOAD-ADDR-EXIT
           CLOSE SODWORK
           OPEN INPUT SODWORK

           PERFORM LIST-WO THRU LIST-WO-EXIT
           PERFORM LIST-REV THRU LIST-REV-EXIT
           PERFORM LIST-BAT THRU LIST-BAT-EXIT
           PERFORM LIST-REF THRU LIST-REF-EXIT
           PERFORM LIST-ROLE THRU LIST-ROLE-EXIT
           GO TO P9.

       HEAD-LINE.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           WRITE FILEOUT01 FROM PRT.

      * batches force-released in the month.
       LOAD-OV.
           MOVE SPACE TO BC-BATCH
           START BATCHCTL KEY NOT < BC-BATCH
             INVALID
               GO TO LOAD-OV-EXIT.
       LOAD-OV-1.
           READ BATCHCTL NEXT
             AT END
               GO TO LOAD-OV-EXIT.
           IF BC-OVERRIDE NOT = "Y" OR BC-CLOSED (1:6) NOT = RPT-MONTH
               GO TO LOAD-OV-1.
           IF OV-CNT = 300
               DISPLAY "SODRPT - OVER 300 FORCED BATCHES, "
                 BC-BATCH " AND AFTER NOT CHECKED"
               GO TO LOAD-OV-EXIT.
           ADD 1 TO OV-CNT
           MOVE BC-BATCH TO OV-BATCH (OV-CNT)
           MOVE BC-OVR-OPER TO OV-OPER (OV-CNT)
           MOVE BC-OPER TO OV-OPENER (OV-CNT)
           MOVE "N" TO OV-HIT (OV-CNT)
           GO TO LOAD-OV-1.
       LOAD-OV-EXIT.
           EXIT.

      * every operator posting is indexed by its key for the
      * reversal check, and one landing in a forced batch is
      * checked against the operator who forced it.
       LOAD-POST.
           READ POSTAUDIT
             AT END
               GO TO LOAD-POST-EXIT.
           IF AUD-OPER = SPACE
               GO TO LOAD-POST.
           MOVE "P" TO SW-TYPE
           MOVE SPACE TO SW-ID
           STRING AUD-KEY8 AUD-KEY3 DELIMITED BY SIZE INTO SW-ID
           MOVE AUD-OPER TO SW-OPER
           MOVE AUD-DATE TO SW-DATE
           WRITE SODWORK01
             INVALID
               CONTINUE
           END-WRITE
           IF OV-CNT = 0
               GO TO LOAD-POST.
           MOVE AUD-KEY8 TO PC-KEY8
           MOVE AUD-KEY3 TO PC-KEY3
           READ PAYCUR
             INVALID
               GO TO LOAD-POST.
           IF PC-BATCH = SPACE
               GO TO LOAD-POST.
           MOVE 0 TO OV-I.
       LOAD-POST-1.
           ADD 1 TO OV-I
           IF OV-I > OV-CNT
               GO TO LOAD-POST.
           IF OV-BATCH (OV-I) NOT = PC-BATCH
               GO TO LOAD-POST-1.
           IF OV-OPER (OV-I) = AUD-OPER AND OV-HIT (OV-I) = "N"
               MOVE "P" TO OV-HIT (OV-I).
           GO TO LOAD-POST.
       LOAD-POST-EXIT.
           EXIT.

       LOAD-ADDR.
           MOVE 0 TO DQ-SEQ
           START DEMOQUEUE KEY NOT < DQ-SEQ
             INVALID
               GO TO LOAD-ADDR-EXIT.
       LOAD-ADDR-1.
           READ DEMOQUEUE NEXT
             AT END
               GO TO LOAD-ADDR-EXIT.
           IF DQ-FIELD NOT = "ADDR" OR DQ-STATUS NOT = "A"
             OR DQ-OPER = SPACE
               GO TO LOAD-ADDR-1.
           MOVE "A" TO SW-TYPE
           MOVE SPACE TO SW-ID
           STRING DQ-GARNO DQ-DATE-W DQ-SEQ DELIMITED BY SIZE
             INTO SW-ID
           MOVE DQ-OPER TO SW-OPER
           MOVE DQ-DATE-W TO SW-DATE
           WRITE SODWORK01
             INVALID
               CONTINUE
           END-WRITE
           GO TO LOAD-ADDR-1.
       LOAD-ADDR-EXIT.
           EXIT.

       LIST-WO.
           MOVE "1 WRITE-OFFS REQUESTED AND APPROVED BY ONE OPERATOR"
             TO PRT
           PERFORM HEAD-LINE
           MOVE 0 TO WO-SEQ
           START WOFILE KEY NOT < WO-SEQ
             INVALID
               GO TO LIST-WO-EXIT.
       LIST-WO-1.
           READ WOFILE NEXT
             AT END
               GO TO LIST-WO-EXIT.
           IF WO-STATUS NOT = "A" OR WO-SUP-DATE (1:6) NOT = RPT-MONTH
               GO TO LIST-WO-1.
           IF WO-REQ-OPER = SPACE OR WO-REQ-OPER NOT = WO-SUP-OPER
               GO TO LIST-WO-1.
           ADD 1 TO WO-CNTR
           MOVE WO-AMOUNT TO NEF-9
           MOVE SPACE TO PRT
           STRING "  " WO-REQ-OPER "  REQ " WO-SEQ " " WO-GARNO
             " CLM " WO-CLAIM " " NEF-9 " REASON " WO-REASON
             " REQUESTED " WO-REQ-DATE " APPROVED " WO-SUP-DATE
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           GO TO LIST-WO-1.
       LIST-WO-EXIT.
           EXIT.

       LIST-REV.
           MOVE "2 POSTINGS REVERSED BY THE OPERATOR WHO POSTED THEM"
             TO PRT
           PERFORM HEAD-LINE.
       LIST-REV-1.
           READ REVERSALLOG
             AT END
               GO TO LIST-REV-EXIT.
           IF REV-DATE (1:6) NOT = RPT-MONTH OR REV-OPER = SPACE
               GO TO LIST-REV-1.
           MOVE "P" TO SW-TYPE
           MOVE SPACE TO SW-ID
           STRING REV-ORIG-KEY8 REV-ORIG-KEY3 DELIMITED BY SIZE
             INTO SW-ID
           READ SODWORK
             INVALID
               GO TO LIST-REV-1.
           IF SW-OPER NOT = REV-OPER
               GO TO LIST-REV-1.
           ADD 1 TO REV-CNTR
           MOVE REV-ORIG-AMOUNT TO NEF-9
           MOVE SPACE TO PRT
           STRING "  " REV-OPER "  " REV-ORIG-KEY8 " " REV-ORIG-KEY3
             " " NEF-9 " POSTED " SW-DATE " REVERSED " REV-DATE
             " BY " REV-PROGRAM " " REV-REASON
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           GO TO LIST-REV-1.
       LIST-REV-EXIT.
           EXIT.

       LIST-BAT.
           MOVE "3 BATCHES FORCE-RELEASED BY THEIR OWN POSTER" TO PRT
           PERFORM HEAD-LINE
           MOVE 0 TO OV-I.
       LIST-BAT-1.
           ADD 1 TO OV-I
           IF OV-I > OV-CNT
               GO TO LIST-BAT-EXIT.
           IF OV-OPER (OV-I) = SPACE
               GO TO LIST-BAT-1.
           IF OV-OPER (OV-I) = OV-OPENER (OV-I)
               MOVE "O" TO OV-HIT (OV-I).
           IF OV-HIT (OV-I) = "N"
               GO TO LIST-BAT-1.
           ADD 1 TO BAT-CNTR
           MOVE OV-BATCH (OV-I) TO BC-BATCH
           READ BATCHCTL
             INVALID
               MOVE SPACE TO BC-CLOSED.
           MOVE SPACE TO PRT
           IF OV-HIT (OV-I) = "O"
               STRING "  " OV-OPER (OV-I) "  BATCH " OV-BATCH (OV-I)
                 " OPENED AND FORCED CLOSED " BC-CLOSED
                 DELIMITED BY SIZE INTO PRT
           ELSE
               STRING "  " OV-OPER (OV-I) "  BATCH " OV-BATCH (OV-I)
                 " POSTED INTO AND FORCED CLOSED " BC-CLOSED
                 DELIMITED BY SIZE INTO PRT.
           WRITE FILEOUT01 FROM PRT
           GO TO LIST-BAT-1.
       LIST-BAT-EXIT.
           EXIT.

      * a patient refund cut this month, against the operator who
      * made the last address change on or before the check date.
       LIST-REF.
           MOVE "4 REFUNDS CUT BY THE OPERATOR WHO CHANGED THE ADDRESS"
             TO PRT
           PERFORM HEAD-LINE
           MOVE SPACE TO RF-KEY
           START REFUNDFILE KEY NOT < RF-KEY
             INVALID
               GO TO LIST-REF-EXIT.
       LIST-REF-1.
           READ REFUNDFILE NEXT
             AT END
               GO TO LIST-REF-EXIT.
           IF RF-PAYEE NOT = "P" OR RF-OPER = SPACE
             OR RF-CHECKDATE (1:6) NOT = RPT-MONTH
               GO TO LIST-REF-1.
           IF RF-STATUS NOT = "P" AND RF-STATUS NOT = "E"
               GO TO LIST-REF-1.
           MOVE SPACE TO HIT-OPER HIT-DATE
           MOVE "A" TO SW-TYPE
           MOVE SPACE TO SW-ID
           MOVE RF-GARNO TO SW-ID
           START SODWORK KEY NOT < SW-KEY
             INVALID
               GO TO LIST-REF-1.
       LIST-REF-2.
           READ SODWORK NEXT
             AT END
               GO TO LIST-REF-3.
           IF SW-TYPE NOT = "A" OR SW-ID (1:8) NOT = RF-GARNO
             OR SW-DATE > RF-CHECKDATE
               GO TO LIST-REF-3.
           MOVE SW-OPER TO HIT-OPER
           MOVE SW-DATE TO HIT-DATE
           GO TO LIST-REF-2.
       LIST-REF-3.
           IF HIT-OPER NOT = RF-OPER
               GO TO LIST-REF-1.
           ADD 1 TO REF-CNTR
           MOVE RF-AMOUNT TO NEF-9
           MOVE SPACE TO PRT
           STRING "  " RF-OPER "  " RF-GARNO " CLM " RF-CLAIM " "
             NEF-9 " ADDRESS CHANGED " HIT-DATE " CHECK " RF-CHECKNO
             " " RF-CHECKDATE DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           GO TO LIST-REF-1.
       LIST-REF-EXIT.
           EXIT.

      * the most each job calls for - front desk, billing, posting
      * and collections update; supervisor and manager may run the
      * destructive utilities; the auditor only looks.
       LIST-ROLE.
           MOVE "5 OPERATORS WITH A LEVEL ABOVE THEIR JOB ROLE" TO PRT
           PERFORM HEAD-LINE
           MOVE SPACE TO OP-ID
           START OPERFILE KEY NOT < OP-ID
             INVALID
               GO TO LIST-ROLE-EXIT.
       LIST-ROLE-1.
           READ OPERFILE NEXT
             AT END
               GO TO LIST-ROLE-EXIT.
           IF OP-STATUS NOT = "A"
               GO TO LIST-ROLE-1.
           EVALUATE OP-ROLE
             WHEN "F" WHEN "B" WHEN "P" WHEN "C"
               MOVE "U" TO MAX-LEVEL
               MOVE 2 TO MAX-RANK
             WHEN "S" WHEN "M"
               MOVE "D" TO MAX-LEVEL
               MOVE 3 TO MAX-RANK
             WHEN "A"
               MOVE "V" TO MAX-LEVEL
               MOVE 1 TO MAX-RANK
             WHEN OTHER
               MOVE SPACE TO MAX-LEVEL
               MOVE 0 TO MAX-RANK
           END-EVALUATE
           EVALUATE OP-LEVEL
             WHEN "V" MOVE 1 TO OP-RANK
             WHEN "U" MOVE 2 TO OP-RANK
             WHEN OTHER MOVE 3 TO OP-RANK
           END-EVALUATE
           MOVE SPACE TO PRT
           IF MAX-RANK = 0
               STRING "  " OP-ID "  " OP-NAME " LEVEL " OP-LEVEL
                 " - NO JOB ROLE ON FILE" DELIMITED BY SIZE INTO PRT
           ELSE
               IF OP-RANK NOT > MAX-RANK
                   GO TO LIST-ROLE-1
               ELSE
                   STRING "  " OP-ID "  " OP-NAME " LEVEL " OP-LEVEL
                     " ROLE " OP-ROLE " CALLS FOR " MAX-LEVEL
                     DELIMITED BY SIZE INTO PRT.
           ADD 1 TO ROLE-CNTR
           WRITE FILEOUT01 FROM PRT
           GO TO LIST-ROLE-1.
       LIST-ROLE-EXIT.
           EXIT.

       P9.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "WRITE-OFFS " WO-CNTR "  REVERSALS " REV-CNTR
             "  BATCHES " BAT-CNTR "  REFUNDS " REF-CNTR
             "  OPERATORS " ROLE-CNTR DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           DISPLAY "SODRPT - " RPT-MONTH " WRITE-OFFS " WO-CNTR
             " REVERSALS " REV-CNTR " BATCHES " BAT-CNTR
             " REFUNDS " REF-CNTR " OPERATORS " ROLE-CNTR
           CLOSE OPERFILE WOFILE POSTAUDIT REVERSALLOG BATCHCTL
             PAYCUR DEMOQUEUE REFUNDFILE SODWORK FILEOUT.
           STOP RUN.

             ACCESS MODE IS DYNAMIC RECORD KEY IS TP-KEY
             LOCK MODE MANUAL.

      * open billing disputes dispute-maint.cob keeps - only the
      * disputed amount is held back; the rest is pursued as usual.
           SELECT DISPUTE ASSIGN TO "S70" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS DP-KEY
             LOCK MODE MANUAL.

      * the combined statement print file.
           SELECT FILEOUT ASSIGN TO "S45" ORGANIZATION
             LINE SEQUENTIAL.
           02 CC-DX5 PIC X(7).
           02 CC-DX6 PIC X(7).
           02 CC-FUTURE PIC X(6).
           02 CC-UNITS PIC 9(4).

       FD  PAYCUR.
       01  PAYCUR01.
       FD  TPLFILE.
           COPY "tplfile.cpy".

       FD  DISPUTE.
           COPY "dispute.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(84).

             03 MEM-GARNO PIC X(8).
             03 MEM-NAME PIC X(24).
             03 MEM-TOT-S PIC S9(6)V99.
             03 MEM-DISP-S PIC S9(6)V99.
             03 MEM-SKIP PIC X.
       01  MEM-CNT PIC 99 VALUE 0.
       01  MEM-IDX PIC 99.
       01  PRT-MEMS PIC 99.
       01  EOF-FLAG PIC X VALUE "N".
       01  TPL-OPEN PIC X.
       01  DISP-AMT PIC S9(6)V99.
       01  MEM-TOT PIC S9(6)V99.
       01  PRINT-MODE PIC X VALUE SPACE.
       01  FAM-TOT PIC S9(6)V99.
      * stmt-scanline.cob the same as the regular run.
       P0.
           OPEN INPUT GARFILE CHARCUR PAYCUR HOLDSTAT TPLFILE.
           OPEN INPUT DISPUTE.
           OPEN OUTPUT FILEOUT SUMFILE.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

           PERFORM MEMBER-LINES THRU MEMBER-LINES-EXIT
           PERFORM MEMBER-PAYS THRU MEMBER-PAYS-EXIT

      * money held in an open dispute is not due.
           PERFORM GET-DISPUTE THRU GET-DISPUTE-EXIT
           MOVE DISP-AMT TO MEM-DISP-S (MEM-IDX)
           SUBTRACT DISP-AMT FROM MEM-TOT

           MOVE MEM-TOT TO MEM-TOT-S (MEM-IDX)
           ADD MEM-TOT TO FAM-TOT
           ADD 1 TO PRT-MEMS.
           PERFORM MEMBER-LINES THRU MEMBER-LINES-EXIT
           MOVE SPACE TO PRINT-MODE

           IF MEM-DISP-S (MEM-IDX) > 0
               MOVE MEM-DISP-S (MEM-IDX) TO NEF-8
               MOVE SPACE TO PRT
               STRING "  IN DISPUTE - NOT DUE " NEF-8
                 DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT
           END-IF

           MOVE MEM-TOT-S (MEM-IDX) TO NEF-8
           MOVE SPACE TO PRT
           STRING "  BALANCE FOR THIS PATIENT " NEF-8
       CHECK-TPL-EXIT.
           EXIT.

      * the money the member's open billing disputes hold back -
      * keyed off the member table, never GARFILE's record area,
      * which already holds the next family's first row.
       GET-DISPUTE.
           MOVE 0 TO DISP-AMT
           MOVE MEM-GARNO (MEM-IDX) TO DP-GARNO
           MOVE 0 TO DP-CASE
           START DISPUTE KEY NOT < DP-KEY
             INVALID
               GO TO GET-DISPUTE-EXIT.

       GET-DISPUTE-1.
           READ DISPUTE NEXT
             AT END
               GO TO GET-DISPUTE-EXIT.
           IF DP-GARNO NOT = MEM-GARNO (MEM-IDX)
               GO TO GET-DISPUTE-EXIT.
           IF DP-STATUS = "O"
               ADD DP-AMOUNT TO DISP-AMT.
           GO TO GET-DISPUTE-1.

       GET-DISPUTE-EXIT.
           EXIT.

       MEMBER-PAYS.
           MOVE MEM-GARNO (MEM-IDX) TO PC-KEY8
           MOVE SPACE TO PC-KEY3
             NOSTMT-CNTR
           DISPLAY "FAMSTMT - HELD - BAD ADDRESS: " BADADDR-CNTR
           CLOSE GARFILE CHARCUR PAYCUR HOLDSTAT TPLFILE
             DISPUTE FILEOUT SUMFILE.
           STOP RUN.

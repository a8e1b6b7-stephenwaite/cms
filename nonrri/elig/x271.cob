           LINE SEQUENTIAL.
           SELECT ERROR-FILE ASSIGN TO "S55" ORGANIZATION
           LINE SEQUENTIAL.
      * coverage found on a self-pay account (x270batch.cob's
      * discovery run) - retrocov.cob picks these up.
           SELECT RETROCOV ASSIGN TO "S60" ORGANIZATION
           LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ERROR-FILE.
       01  ERROR-FILE01 PIC X(132).

       FD  RETROCOV.
           COPY "retrocov.cpy".

       FD  GARFILE
           BLOCK CONTAINS 3 RECORDS
           DATA RECORD IS G-MASTER.
       01  WS-SEGID PIC X(3).
       01  HOLD-GARNO PIC X(8) VALUE SPACE.
       01  HOLD-PAYCODE PIC XXX VALUE SPACE.
       01  HOLD-POLICY PIC X(16) VALUE SPACE.
       01  HOLD-EFF PIC X(8) VALUE SPACE.
       01  HOLD-TERM PIC X(8) VALUE SPACE.
       01  DISC-PEND PIC X VALUE "N".
       01  DISC-GARNO PIC X(8).
       01  DISC-INS PIC XXX.
       01  DISC-EB PIC XX.
       01  DISC-CNTR PIC 9(7) VALUE 0.
       01  EB-CODE PIC X(2).
       01  TODAY-DATE PIC X(8).
       01  REC-CNTR PIC 9(7) VALUE 0.
       01  TERM-CNTR PIC 9(7) VALUE 0.
       01  ERR-CNTR PIC 9(7) VALUE 0.
       01  COVSYNC-PARMS.
           02 CS-FUNC PIC X.
           02 CS-GARNO PIC X(8).
           02 CS-DATE PIC X(8).
           02 CS-PROGRAM PIC X(8).
           02 CS-PLAN OCCURS 3 TIMES.
             03 CS-INS PIC XXX.
             03 CS-POLICY PIC X(16).
             03 CS-GROUP PIC X(10).
           02 CS-RESULT PIC X.

       PROCEDURE DIVISION.
       0005-START.
           OPEN INPUT SEGIN.
           OPEN I-O GARFILE INSFILE.
           OPEN OUTPUT FILEOUT ERROR-FILE RETROCOV.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

       P1.
           MOVE WS-ELEM(1) TO WS-SEGID

           IF WS-SEGID = "TRN"
               PERFORM WRITE-DISC THRU WRITE-DISC-EXIT
               MOVE WS-ELEM(3) TO HOLD-GARNO
               MOVE SPACE TO HOLD-POLICY HOLD-EFF HOLD-TERM
           END-IF

      *    the subscriber's member id - what a discovered plan is
      *    billed under
           IF WS-SEGID = "NM1" AND WS-ELEM(2) = "IL"
               MOVE WS-ELEM(10) TO HOLD-POLICY
           END-IF

           IF WS-SEGID = "DTP"
               PERFORM PROCESS-DTP
           END-IF

           IF WS-SEGID = "NM1" AND WS-ELEM(2) = "PR"
               INSPECT WS-ELEM(WS-X) REPLACING ALL "~" BY SPACE
           END-PERFORM.

      * coverage dates for the subscriber - 291 (an RD8 span or a
      * single D8 day), 346/356 plan or eligibility begin, 347/357
      * the end, 307 the as-of day when nothing better came back.
       PROCESS-DTP.
           IF WS-ELEM(2) = "291" OR WS-ELEM(2) = "346"
              OR WS-ELEM(2) = "356"
               MOVE WS-ELEM(4)(1:8) TO HOLD-EFF
               IF WS-ELEM(3) = "RD8"
                   MOVE WS-ELEM(4)(10:8) TO HOLD-TERM
               END-IF
           END-IF
           IF WS-ELEM(2) = "347" OR WS-ELEM(2) = "357"
               MOVE WS-ELEM(4)(1:8) TO HOLD-TERM
           END-IF
           IF WS-ELEM(2) = "307" AND HOLD-EFF = SPACE
               MOVE WS-ELEM(4)(1:8) TO HOLD-EFF
           END-IF.

      * one discovery row per subscriber, written once the loop has
      * ended (next TRN or end of file) so the DTP segments that
      * follow the EB are in hand.
       WRITE-DISC.
           IF DISC-PEND NOT = "Y"
               GO TO WRITE-DISC-EXIT
           END-IF
           MOVE "N" TO DISC-PEND
           MOVE SPACE TO RETROCOV01
           MOVE DISC-GARNO TO RT-GARNO
           MOVE DISC-INS TO RT-INS
           MOVE HOLD-POLICY TO RT-POLICY
           IF HOLD-EFF NUMERIC
               MOVE HOLD-EFF TO RT-EFF
           END-IF
           IF HOLD-TERM NUMERIC
               MOVE HOLD-TERM TO RT-TERM
           END-IF
           MOVE DISC-EB TO RT-EB
           MOVE TODAY-DATE TO RT-DATE
           WRITE RETROCOV01
           ADD 1 TO DISC-CNTR.
       WRITE-DISC-EXIT. EXIT.

       PROCESS-EB.
           MOVE WS-ELEM(2) TO EB-CODE

               GO TO PROCESS-EB-EXIT
           END-READ

      *    a payer code insremap.cob has closed (INS-STATUS "1") stays
      *    closed whatever the payer answers - nothing is posted to it
      *    and no discovery is queued under it.
           IF INS-STATUS = "1"
               MOVE SPACE TO FILEOUT01
               STRING HOLD-GARNO " " INS-KEY " " EB-CODE
                 " INSURANCE CODE IS CLOSED - NOT UPDATED"
                 DELIMITED BY SIZE INTO FILEOUT01
               WRITE FILEOUT01
               GO TO PROCESS-EB-EXIT
           END-IF

      *    271 EB01 response codes: "1" active coverage, "6" inactive,
      *    "60" service not covered, "B" co-payment (still active)
           IF EB-CODE = "1" OR EB-CODE = "2" OR EB-CODE = "3"
             DELIMITED BY SIZE INTO FILEOUT01
           WRITE FILEOUT01

      *    a self-pay account has no plan of ours to term - active
      *    coverage there is a discovery, for retrocov.cob
           IF G-PRINS = SPACE OR G-PRINS = "001"
               IF INS-STATUS = "A" AND HOLD-PAYCODE NOT = SPACE
                   MOVE "Y" TO DISC-PEND
                   MOVE HOLD-GARNO TO DISC-GARNO
                   MOVE INS-KEY TO DISC-INS
                   MOVE EB-CODE TO DISC-EB
               END-IF
               GO TO PROCESS-EB-EXIT
           END-IF

           IF INS-STATUS = "T"
               MOVE "1" TO G-ACCTSTAT
               REWRITE G-MASTER
               ADD 1 TO TERM-CNTR
      *        close the payer's open coverage-history row as of today
               MOVE "T" TO CS-FUNC
               MOVE HOLD-GARNO TO CS-GARNO
               MOVE TODAY-DATE TO CS-DATE
               MOVE "x271" TO CS-PROGRAM
               MOVE INS-KEY TO CS-INS(1)
               CALL "covsync" USING COVSYNC-PARMS
           END-IF.
       PROCESS-EB-EXIT. EXIT.

       P9.
           PERFORM WRITE-DISC THRU WRITE-DISC-EXIT
           DISPLAY "271 RESPONSES PROCESSED: " REC-CNTR
           DISPLAY "COVERAGE TERMED FLAGGED: " TERM-CNTR
           DISPLAY "SELF-PAY COVERAGE FOUND: " DISC-CNTR
           DISPLAY "ERRORS:                  " ERR-CNTR
           MOVE "E" TO CS-FUNC
           CALL "covsync" USING COVSYNC-PARMS
           CLOSE SEGIN GARFILE INSFILE FILEOUT ERROR-FILE RETROCOV
           STOP RUN.

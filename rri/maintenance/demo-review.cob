             ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
             LOCK MODE MANUAL.

      * a plan change is refused when the code has been closed
      * (INS-STATUS "1" - insremap.cob retires codes that way).
           SELECT INSFILE ASSIGN TO "S45" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS INS-KEY
             ALTERNATE RECORD KEY IS INS-NAME WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-CITY WITH DUPLICATES
             LOCK MODE MANUAL.

      * same audit narrative demo-feed.cob writes.
           SELECT DEMOLOG ASSIGN TO "S40" ORGANIZATION
             LINE SEQUENTIAL.
       FD  GARFILE.
           COPY "garfile.cpy".

       FD  INSFILE.
           COPY "insfile.cpy".

       FD  DEMOLOG.
       01  DEMOLOG01 PIC X(110).

       01  W-CITY PIC X(18).
       01  W-STATE PIC XX.
       01  W-ZIP PIC X(9).
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

      * session.
       P0.
           OPEN I-O DEMOQUEUE GARFILE.
           OPEN INPUT INSFILE.
           OPEN EXTEND DEMOLOG.
           ACCEPT T-DATE FROM DATE YYYYMMDD.
           DISPLAY "OPERATOR ID".
           IF DQ-STATUS NOT = "O"
               GO TO ACCEPT-CHG-EXIT.

           IF DQ-FIELD = "PRINS"
               MOVE DQ-NEW(1:3) TO INS-KEY
               READ INSFILE
                 INVALID
                   DISPLAY "UNDEFINED INSURANCE CODE - NOT APPLIED"
                   GO TO ACCEPT-CHG-EXIT
               END-READ
               IF INS-STATUS = "1"
                   DISPLAY "INSURANCE CODE " INS-KEY
                     " IS CLOSED - NOT APPLIED"
                   GO TO ACCEPT-CHG-EXIT
               END-IF
           END-IF

           MOVE DQ-GARNO TO G-GARNO
           READ GARFILE WITH LOCK
             INVALID
           END-EVALUATE
           REWRITE G-MASTER

      * a plan change starts its coverage-history row on the day
      * registration reported it.
           IF DQ-FIELD = "PRINS" OR DQ-FIELD = "PRIPOL"
               MOVE "S" TO CS-FUNC
               MOVE G-GARNO TO CS-GARNO
               MOVE DQ-DATE-Q TO CS-DATE
               MOVE "demorevw" TO CS-PROGRAM
               MOVE G-PRINS TO CS-INS(1)
               MOVE G-PRIPOL0 TO CS-POLICY(1)
               MOVE G-PR-GROUP TO CS-GROUP(1)
               MOVE G-SEINS TO CS-INS(2)
               MOVE G-SECPOL0 TO CS-POLICY(2)
               MOVE G-SE-GROUP TO CS-GROUP(2)
               MOVE "***" TO CS-INS(3)
               CALL "covsync" USING COVSYNC-PARMS
           END-IF

           MOVE "A" TO DQ-STATUS
           MOVE OPER-ID TO DQ-OPER
           MOVE T-DATE TO DQ-DATE-W
           EXIT.

       P99.
           MOVE "E" TO CS-FUNC
           CALL "covsync" USING COVSYNC-PARMS
           CLOSE DEMOQUEUE GARFILE INSFILE DEMOLOG.
           STOP RUN.

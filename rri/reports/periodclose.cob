           SELECT FILEOUT ASSIGN TO "S50" ORGANIZATION
           LINE SEQUENTIAL.

      * the months this run books are marked closed here, and stay
      * closed - perchk.cob turns later postings away from them and
      * only a supervisor reopen in period-maint.cob lets one in.
           SELECT OPTIONAL PERCNTL ASSIGN TO "S55" ORGANIZATION IS
           INDEXED ACCESS MODE IS DYNAMIC RECORD KEY IS FP-MONTH
           LOCK MODE MANUAL.

      * line 1: the billing entity (tax ID) to close the books of,
      * UNASSIGNED for the lines no DOCFILENEW row places, or blank
      * / ALL / missing for the whole practice. An entity run takes
      * CLOSEPARM as that entity's own prior balance and closes no
      * months - only the all-entity run books the period.
           SELECT OPTIONAL ENTSEL ASSIGN TO "S60" ORGANIZATION
           LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AGEDATE DATA RECORD IS AGEDATE01.
           02 CC-DX5 PIC X(7).
           02 CC-DX6 PIC X(7).
           02 CC-FUTURE PIC X(6).
           02 CC-UNITS PIC 9(4).

      * same inline PAYCUR01 layout err178.cob/paytot01.cob carry.
       FD  PAYCUR DATA RECORD IS PAYCUR01.
       FD  FILEOUT.
       01  FILEOUT01 PIC X(100).

       FD  PERCNTL.
           COPY "percntl.cpy".

       FD  ENTSEL.
       01  ENTSEL01 PIC X(14).

       WORKING-STORAGE SECTION.
       01  TOT-CHARGES PIC S9(9)V99 VALUE 0.
       01  CNT-CHARGES PIC 9(7) VALUE 0.
       01  ENDING-BAL PIC S9(9)V99 VALUE 0.
       01  EDIT-AMT PIC $$,$$$,$$9.99-.
       01  EDIT-CNT PIC ZZZ,ZZ9.
       01  T-DATE PIC X(8).
       01  W-MONTH.
           02 W-YYYY PIC 9(4).
           02 W-MM PIC 99.
       01  ENT-SEL PIC X(14) VALUE SPACE.
       01  ENT-WANT PIC X.
       01  ENT-HEAD PIC X(30).

      * the all-entity run's breakdown - each entity's activity for
      * the window, summing back to the practice totals.
       01  ENT-TAB01.
           02 ENT-ENT OCCURS 50 TIMES.
             03 EE-FEDID PIC X(14).
             03 EE-CHARGES PIC S9(9)V99.
             03 EE-PMT PIC S9(9)V99.
             03 EE-ADJ PIC S9(9)V99.
       01  ENT-CNT PIC 99 VALUE 0.
       01  EX PIC 99.
       01  ENT-NET PIC S9(9)V99.
       01  SUM-NET PIC S9(9)V99 VALUE 0.

       01  ENTCHK-PARMS.
           02 EN-FUNC PIC X.
           02 EN-GARNO PIC X(8).
           02 EN-KEY3 PIC XXX.
           02 EN-PAYCODE PIC XXX.
           02 EN-DOCP PIC XX.
           02 EN-CLAIM PIC X(6).
           02 EN-TAG PIC X.
           02 EN-FEDID PIC X(14).
           02 EN-GROUP PIC X(14).
           02 EN-NPIGROUP PIC X(10).
           02 EN-HOW PIC X.

       PROCEDURE DIVISION.
       P0.
           OPEN OUTPUT FILEOUT.
           READ AGEDATE.
           READ CLOSEPARM AT END MOVE 0 TO PRIOR-BAL END-READ.

      * the all-entity close tags every line it books, so the
      * entity a line closed under is the entity it stays under.
           OPEN INPUT ENTSEL
           READ ENTSEL AT END MOVE SPACE TO ENTSEL01 END-READ
           CLOSE ENTSEL
           IF ENTSEL01 (1:3) NOT = "ALL"
               MOVE ENTSEL01 TO ENT-SEL.
           MOVE "Y" TO EN-TAG
           MOVE "ALL ENTITIES" TO ENT-HEAD
           IF ENT-SEL NOT = SPACE
               MOVE "N" TO EN-TAG
               MOVE SPACE TO ENT-HEAD
               STRING "ENTITY " ENT-SEL DELIMITED BY SIZE
                 INTO ENT-HEAD.
           DISPLAY "PERIOD CLOSE: " LOW-DATE " TO " HIGH-DATE
             "  PRIOR BALANCE: " PRIOR-BAL "  " ENT-HEAD.

      * charges entered - same CC-DATE-T posting-date filter
      * paytot01.cob/rri012.cob already use against this window.
       P1.
           READ CHARCUR AT END GO TO P2.
           IF CC-DATE-T < LOW-DATE OR > HIGH-DATE GO TO P1.
           PERFORM ENT-CHG THRU ENT-CHG-EXIT
           IF ENT-WANT = "N" GO TO P1.
           ADD CC-AMOUNT TO TOT-CHARGES
           ADD 1 TO CNT-CHARGES
           IF EX > 0
               ADD CC-AMOUNT TO EE-CHARGES (EX).
           GO TO P1.

      * payments posted and adjustments taken - same paycode/denial
       P2.
           READ PAYCUR AT END GO TO P3.
           IF PC-DATE-T < LOW-DATE OR > HIGH-DATE GO TO P2.
           PERFORM ENT-PAY THRU ENT-PAY-EXIT
           IF ENT-WANT = "N" GO TO P2.
           IF (PC-PAYCODE = "007" OR "008" OR "009" OR "011"
               OR "012" OR "013" OR "014" OR "015" OR "016" OR "017")
               ADD PC-AMOUNT TO TOT-ADJ
               ADD 1 TO CNT-ADJ
               IF EX > 0
                   ADD PC-AMOUNT TO EE-ADJ (EX)
               END-IF
               GO TO P2
           END-IF
           IF PC-DENIAL NOT = SPACE AND PC-DENIAL NOT = "RV"
           END-IF
           ADD PC-AMOUNT TO TOT-PMT
           ADD 1 TO CNT-PMT
           IF EX > 0
               ADD PC-AMOUNT TO EE-PMT (EX).
           GO TO P2.

      * which entity the line belongs to - on an entity run a line
      * of any other entity is passed over; on the all-entity run
      * EX comes back pointing at the line's breakdown row.
       ENT-CHG.
           MOVE "C" TO EN-FUNC
           MOVE CC-KEY8 TO EN-GARNO
           MOVE CC-KEY3 TO EN-KEY3
           MOVE CC-PAYCODE TO EN-PAYCODE
           MOVE CC-DOCP TO EN-DOCP
           MOVE CC-CLAIM TO EN-CLAIM
           PERFORM ENT-LOOK THRU ENT-LOOK-EXIT.
       ENT-CHG-EXIT.
           EXIT.

       ENT-PAY.
           MOVE "P" TO EN-FUNC
           MOVE PC-KEY8 TO EN-GARNO
           MOVE PC-KEY3 TO EN-KEY3
           MOVE PC-PAYCODE TO EN-PAYCODE
           MOVE SPACE TO EN-DOCP
           MOVE PC-CLAIM TO EN-CLAIM
           PERFORM ENT-LOOK THRU ENT-LOOK-EXIT.
       ENT-PAY-EXIT.
           EXIT.

       ENT-LOOK.
           MOVE "Y" TO ENT-WANT
           MOVE 0 TO EX
           CALL "entchk" USING ENTCHK-PARMS
           IF EN-FEDID = SPACE
               MOVE "UNASSIGNED" TO EN-FEDID.
           IF ENT-SEL NOT = SPACE
               IF EN-FEDID NOT = ENT-SEL
                   MOVE "N" TO ENT-WANT
               END-IF
               GO TO ENT-LOOK-EXIT.
           MOVE 1 TO EX.
       ENT-LOOK-1.
           IF EX > ENT-CNT
               GO TO ENT-LOOK-2.
           IF EE-FEDID (EX) = EN-FEDID
               GO TO ENT-LOOK-EXIT.
           ADD 1 TO EX
           GO TO ENT-LOOK-1.
       ENT-LOOK-2.
           IF ENT-CNT NOT < 50
               DISPLAY "PERIOD CLOSE - ENTITY TABLE FULL " EN-FEDID
               MOVE 0 TO EX
               GO TO ENT-LOOK-EXIT.
           ADD 1 TO ENT-CNT
           MOVE ENT-CNT TO EX
           MOVE EN-FEDID TO EE-FEDID (EX)
           MOVE 0 TO EE-CHARGES (EX) EE-PMT (EX) EE-ADJ (EX).
       ENT-LOOK-EXIT.
           EXIT.

       P3.
           COMPUTE ENDING-BAL = PRIOR-BAL + TOT-CHARGES - TOT-PMT
             - TOT-ADJ

           MOVE SPACE TO FILEOUT01
           STRING "PERIOD CLOSE REPORT  " LOW-DATE " TO " HIGH-DATE
             "  " ENT-HEAD DELIMITED BY SIZE INTO FILEOUT01
           WRITE FILEOUT01

           MOVE PRIOR-BAL TO EDIT-AMT
             DELIMITED BY SIZE INTO FILEOUT01
           WRITE FILEOUT01

           IF ENT-SEL NOT = SPACE
               MOVE SPACE TO FILEOUT01
               STRING "ENTITY RUN - NO PERIOD CLOSED"
                 DELIMITED BY SIZE INTO FILEOUT01
               WRITE FILEOUT01
               GO TO P5.

           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           STRING "ENTITY                CHARGES       PAYMENTS"
             "    ADJUSTMENTS     NET CHANGE"
             DELIMITED BY SIZE INTO FILEOUT01
           WRITE FILEOUT01
           PERFORM ENT-LINE THRU ENT-LINE-EXIT
             VARYING EX FROM 1 BY 1 UNTIL EX > ENT-CNT
           MOVE SUM-NET TO EDIT-AMT
           MOVE SPACE TO FILEOUT01
           IF SUM-NET = TOT-CHARGES - TOT-PMT - TOT-ADJ
               STRING "ENTITY NET ACTIVITY TIES:        " EDIT-AMT
                 DELIMITED BY SIZE INTO FILEOUT01
           ELSE
               STRING "ENTITY NET ACTIVITY DOES NOT TIE:" EDIT-AMT
                 DELIMITED BY SIZE INTO FILEOUT01
           END-IF
           WRITE FILEOUT01
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01

           OPEN I-O PERCNTL
           ACCEPT T-DATE FROM DATE YYYYMMDD
           MOVE LOW-DATE (1:6) TO W-MONTH.

      * every month the window touches is booked - a reopened one
      * goes back to closed.
       P4.
           MOVE W-MONTH TO FP-MONTH
           READ PERCNTL
             INVALID
               MOVE SPACE TO PERCNTL01
               MOVE W-MONTH TO FP-MONTH
               MOVE "C" TO FP-STATUS
               MOVE T-DATE TO FP-CLOSE-DATE
               WRITE PERCNTL01
               GO TO P4-1.
           MOVE "C" TO FP-STATUS
           MOVE T-DATE TO FP-CLOSE-DATE
           MOVE SPACE TO FP-CLOSE-OPER
           REWRITE PERCNTL01.
       P4-1.
           MOVE SPACE TO FILEOUT01
           STRING "PERIOD " W-MONTH " CLOSED " T-DATE
             DELIMITED BY SIZE INTO FILEOUT01
           WRITE FILEOUT01
           IF W-MONTH NOT < HIGH-DATE (1:6)
               GO TO P5.
           ADD 1 TO W-MM
           IF W-MM > 12
               MOVE 1 TO W-MM
               ADD 1 TO W-YYYY.
           GO TO P4.

       ENT-LINE.
           MOVE SPACE TO FILEOUT01
           MOVE EE-FEDID (EX) TO FILEOUT01 (1:14)
           MOVE EE-CHARGES (EX) TO EDIT-AMT
           MOVE EDIT-AMT TO FILEOUT01 (16:14)
           MOVE EE-PMT (EX) TO EDIT-AMT
           MOVE EDIT-AMT TO FILEOUT01 (31:14)
           MOVE EE-ADJ (EX) TO EDIT-AMT
           MOVE EDIT-AMT TO FILEOUT01 (46:14)
           COMPUTE ENT-NET = EE-CHARGES (EX) - EE-PMT (EX)
             - EE-ADJ (EX)
           ADD ENT-NET TO SUM-NET
           MOVE ENT-NET TO EDIT-AMT
           MOVE EDIT-AMT TO FILEOUT01 (61:14)
           WRITE FILEOUT01.
       ENT-LINE-EXIT.
           EXIT.

       P5.
           MOVE "E" TO EN-FUNC
           CALL "entchk" USING ENTCHK-PARMS
           IF ENT-SEL NOT = SPACE
               CLOSE AGEDATE CLOSEPARM CHARCUR PAYCUR FILEOUT
           ELSE
               CLOSE AGEDATE CLOSEPARM CHARCUR PAYCUR FILEOUT PERCNTL
           END-IF
           STOP RUN.

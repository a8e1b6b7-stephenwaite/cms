           LINE SEQUENTIAL.
           SELECT FILEOUT ASSIGN TO "S60" ORGANIZATION
           LINE SEQUENTIAL.
      * optional - absent runs the nightly caseload scan above.
      * line 1 "DISC" turns the run into the weekly coverage
      * discovery scan: self-pay accounts only (no primary plan or
      * plan 001), agency placements included, and only the "018"
      * lines whose service date falls inside the payer's retro
      * window - line 2, the window in days back from today.
      * Each FILEIN line then carries the oldest such service date
      * after the garno, and x270 asks about that date.
           SELECT OPTIONAL PARMFILE ASSIGN TO "S65" ORGANIZATION
           LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * same FILEIN layout x270.cob reads - one garno per line.
       FD  FILEIN.
       01  FILEIN01.
           02 FI-GARNO PIC X(8).
           02 FI-DOS PIC X(8).

       FD  FILEOUT.
       01  FILEOUT01 PIC X(80).

       FD  PARMFILE.
       01  PARMFILE01 PIC X(4).

       WORKING-STORAGE SECTION.
       01  CLAIM-TOT PIC S9(6)V99.
       01  TOT-CNTR PIC 9(7) VALUE 0.
       01  SEL-CNTR PIC 9(7) VALUE 0.
       01  RUN-MODE PIC X(4) VALUE SPACE.
       01  RETRO-DAYS PIC 9(4) VALUE 0.
       01  RETRO-FROM PIC X(8) VALUE SPACE.
       01  T-DATE PIC 9(8).
       01  OLDEST-DOS PIC X(8).

       PROCEDURE DIVISION.
       P0.
           OPEN INPUT GARFILE CHARCUR
           OPEN OUTPUT FILEIN FILEOUT
           OPEN INPUT PARMFILE
           READ PARMFILE
             AT END
               MOVE SPACE TO PARMFILE01
           END-READ
           MOVE PARMFILE01 TO RUN-MODE
           IF RUN-MODE = "DISC"
               READ PARMFILE
                 AT END
                   MOVE SPACE TO PARMFILE01
               END-READ
               IF PARMFILE01 = SPACE
                   DISPLAY "X270BATCH - NO RETRO WINDOW DAYS"
                   CLOSE PARMFILE
                   GO TO P9
               END-IF
               MOVE FUNCTION NUMVAL (PARMFILE01) TO RETRO-DAYS
               ACCEPT T-DATE FROM DATE YYYYMMDD
               COMPUTE T-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (T-DATE) - RETRO-DAYS)
               MOVE T-DATE TO RETRO-FROM
           END-IF
           CLOSE PARMFILE

           MOVE SPACE TO G-GARNO
           START GARFILE KEY NOT < G-GARNO

           ADD 1 TO TOT-CNTR

           IF RUN-MODE = "DISC"
               GO TO P2
           END-IF

           IF G-ACCTSTAT = "9" OR G-ASSIGNM = "A"
      *        already written off or already with an outside agency
               GO TO P1
           PERFORM GET-BALANCE THRU GET-BALANCE-EXIT

           IF CLAIM-TOT > 0
               MOVE SPACE TO FILEIN01
               MOVE G-GARNO TO FI-GARNO
               WRITE FILEIN01
               ADD 1 TO SEL-CNTR
           END-IF

           GO TO P1.

      * discovery - coverage found for an agency account still pays,
      * so only a written-off account is passed over.
       P2.
           IF G-ACCTSTAT = "9"
               GO TO P1
           END-IF
           IF G-PRINS NOT = SPACE AND G-PRINS NOT = "001"
               GO TO P1
           END-IF

           PERFORM GET-BALANCE THRU GET-BALANCE-EXIT

           IF CLAIM-TOT > 0
               MOVE SPACE TO FILEIN01
               MOVE G-GARNO TO FI-GARNO
               MOVE OLDEST-DOS TO FI-DOS
               WRITE FILEIN01
               ADD 1 TO SEL-CNTR
           END-IF
           GO TO P1.

      * same CHARCUR balance lookup dunningbatch.cob's GET-BALANCE
      * uses for PAYCODE "018" unpaid charges. A discovery run counts
      * only the lines inside the retro window and notes the oldest.
       GET-BALANCE.
           MOVE 0 TO CLAIM-TOT
           MOVE SPACE TO OLDEST-DOS
           MOVE G-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
           IF G-GARNO NOT = CC-KEY8
               GO TO GET-BALANCE-EXIT.

           IF CC-PAYCODE NOT = "018"
               GO TO GET-BALANCE-1.

           IF RUN-MODE = "DISC"
               IF CC-DAT1 NOT NUMERIC OR CC-DAT1 < RETRO-FROM
                   GO TO GET-BALANCE-1
               END-IF
               IF OLDEST-DOS = SPACE OR CC-DAT1 < OLDEST-DOS
                   MOVE CC-DAT1 TO OLDEST-DOS
               END-IF
           END-IF

           ADD CC-AMOUNT TO CLAIM-TOT

           GO TO GET-BALANCE-1.

       GET-BALANCE-EXIT. EXIT.
             SEL-CNTR DELIMITED BY SIZE INTO FILEOUT01
           WRITE FILEOUT01

           IF RUN-MODE = "DISC"
               MOVE SPACE TO FILEOUT01
               STRING "COVERAGE DISCOVERY - SELF PAY SERVICE SINCE "
                 RETRO-FROM DELIMITED BY SIZE INTO FILEOUT01
               WRITE FILEOUT01
           END-IF

           CLOSE GARFILE CHARCUR FILEIN FILEOUT.
           STOP RUN.

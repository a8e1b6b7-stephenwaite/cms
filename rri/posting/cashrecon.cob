
      * first line: the deposit date being proved (YYYYMMDD). Then
      * one line per posting source: source name, the PC-BATCH prefix
      * that identifies it, and the keyed deposit-slip total - or
      * EFT (EFT:HIPR136 to take one poster's remits only) for a
      * source whose deposit is the bank EFTs matched to the 835s
      * posted that day.
           SELECT PARMFILE ASSIGN TO "S35" ORGANIZATION
             LINE SEQUENTIAL.

      * the 835 remittance log with its matched EFT amounts - see
      * eftmatch.cob.
           SELECT ERALOG ASSIGN TO "S45" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS EL-KEY
             LOCK MODE MANUAL.

      * the reconciliation ticket filed with the deposit.
           SELECT FILEOUT ASSIGN TO "S40" ORGANIZATION
             LINE SEQUENTIAL.

      * line 1: the billing entity (tax ID) whose deposit is being
      * proved, or blank / ALL / missing for the whole practice. An
      * entity run keys that entity's own slip totals on PARMFILE.
      * The ERALOG remit rows carry no tax ID, so an EFT source is
      * proved on the all-entity ticket only - an entity ticket
      * shows what the entity posted from it and leaves it out of
      * the difference.
           SELECT OPTIONAL ENTSEL ASSIGN TO "S50" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  FILEOUT.
       01  FILEOUT01 PIC X(100).

       FD  ERALOG.
           COPY "eralog.cpy".

       FD  ENTSEL.
       01  ENTSEL01 PIC X(14).

       WORKING-STORAGE SECTION.

       01  RUN-DATE PIC X(8).
             03 SRC-PREFIX PIC XX.
             03 SRC-DEPOSIT PIC S9(7)V99.
             03 SRC-POSTED PIC S9(7)V99.
             03 SRC-EFT PIC X.
             03 SRC-EFT-PGM PIC X(8).
       01  SRC-CNT PIC 99 VALUE 0.
       01  EFT-CNT PIC 99 VALUE 0.
       01  SRC-IDX PIC 99.
       01  EFT-IDX PIC 99.

       01  BAT-TAB01.
           02 BAT-ENT OCCURS 500 TIMES.
       01  NEF-C PIC -(7)9.99.
       01  PRT PIC X(100).

       01  ENT-SEL PIC X(14) VALUE SPACE.
       01  ENT-HEAD PIC X(30).
       01  ENT-CNTR PIC 9(7) VALUE 0.
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

      * end-of-day cash proof - money reaches PAYCUR from the 835
               GO TO P99.
           MOVE PARMFILE01(1:8) TO RUN-DATE.

           OPEN INPUT ENTSEL
           READ ENTSEL
             AT END
               MOVE SPACE TO ENTSEL01.
           CLOSE ENTSEL
           IF ENTSEL01(1:3) NOT = "ALL"
               MOVE ENTSEL01 TO ENT-SEL.
           MOVE "ALL ENTITIES" TO ENT-HEAD
           IF ENT-SEL NOT = SPACE
               MOVE SPACE TO ENT-HEAD
               STRING "ENTITY " ENT-SEL DELIMITED BY SIZE
                 INTO ENT-HEAD.

       P0A.
           READ PARMFILE
             AT END
             INTO PARM-NAME PARM-PREFIX PARM-AMT
           MOVE PARM-NAME TO SRC-NAME (SRC-CNT)
           MOVE PARM-PREFIX TO SRC-PREFIX (SRC-CNT)
           MOVE 0 TO SRC-POSTED (SRC-CNT)
           MOVE "N" TO SRC-EFT (SRC-CNT)
           MOVE SPACE TO SRC-EFT-PGM (SRC-CNT)
           IF PARM-AMT (1:3) = "EFT"
               MOVE "Y" TO SRC-EFT (SRC-CNT)
               MOVE PARM-AMT (5:8) TO SRC-EFT-PGM (SRC-CNT)
               MOVE 0 TO SRC-DEPOSIT (SRC-CNT)
               ADD 1 TO EFT-CNT
               GO TO P0A.
           MOVE FUNCTION NUMVAL (PARM-AMT) TO SRC-DEPOSIT (SRC-CNT)
           GO TO P0A.

       P0B.
               DISPLAY "CASHRECON - NO SOURCE LINES"
               GO TO P99.

           IF EFT-CNT > 0 AND ENT-SEL = SPACE
               OPEN INPUT ERALOG
               PERFORM EFT-DEPOSIT THRU EFT-DEPOSIT-EXIT
               CLOSE ERALOG.

           MOVE SPACE TO PC-KEY8 PC-KEY3
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID

           IF PC-DATE-E NOT = RUN-DATE
               GO TO P1.
           IF ENT-SEL NOT = SPACE
               PERFORM ENT-PAY THRU ENT-PAY-EXIT
               IF EN-FEDID NOT = ENT-SEL
                   ADD 1 TO ENT-CNTR
                   GO TO P1.

           ADD 1 TO SEL-CNTR
           PERFORM TALLY-BATCH THRU TALLY-BATCH-EXIT
           GO TO P1.

      * the billing entity the payment belongs to - see entchk.cob.
       ENT-PAY.
           MOVE "P" TO EN-FUNC
           MOVE PC-KEY8 TO EN-GARNO
           MOVE PC-KEY3 TO EN-KEY3
           MOVE PC-PAYCODE TO EN-PAYCODE
           MOVE SPACE TO EN-DOCP
           MOVE PC-CLAIM TO EN-CLAIM
           MOVE "N" TO EN-TAG
           CALL "entchk" USING ENTCHK-PARMS
           IF EN-FEDID = SPACE
               MOVE "UNASSIGNED" TO EN-FEDID.

       ENT-PAY-EXIT.
           EXIT.

      * roll this posting into its batch bucket, creating the bucket
      * (and classifying it to a source by prefix) on first sight.
       TALLY-BATCH.
       TALLY-BATCH-EXIT.
           EXIT.

      * an EFT source's deposit is what the bank actually sent for
      * the ACH 835s posted on the run date - eftmatch.cob has put
      * each EFT's amount on its remit row. A remit with no EFT yet
      * adds nothing, so the source shows short until the money is
      * in. Check remits are proved from the deposit slip as before.
       EFT-DEPOSIT.
           MOVE SPACE TO EL-KEY
           START ERALOG KEY NOT < EL-KEY
             INVALID
               GO TO EFT-DEPOSIT-EXIT.

       EFT-DEPOSIT-1.
           READ ERALOG NEXT
             AT END
               GO TO EFT-DEPOSIT-EXIT.
           IF EL-RECEIVED NOT = RUN-DATE OR EL-METHOD NOT = "ACH"
               GO TO EFT-DEPOSIT-1.
           PERFORM FIND-EFT-SRC THRU FIND-EFT-SRC-EXIT
           IF SRC-IDX > SRC-CNT
               GO TO EFT-DEPOSIT-1.
           IF EL-STATUS NOT = SPACE
               ADD EL-EFT-AMT TO SRC-DEPOSIT (SRC-IDX).
           GO TO EFT-DEPOSIT-1.

       EFT-DEPOSIT-EXIT.
           EXIT.

      * the first EFT source line that takes this remit's poster.
       FIND-EFT-SRC.
           MOVE 1 TO SRC-IDX.

       FIND-EFT-SRC-1.
           IF SRC-IDX > SRC-CNT
               GO TO FIND-EFT-SRC-EXIT.
           IF SRC-EFT (SRC-IDX) = "Y"
             AND (SRC-EFT-PGM (SRC-IDX) = SPACE
               OR SRC-EFT-PGM (SRC-IDX) = EL-PROGRAM)
               GO TO FIND-EFT-SRC-EXIT.
           ADD 1 TO SRC-IDX
           GO TO FIND-EFT-SRC-1.

       FIND-EFT-SRC-EXIT.
           EXIT.

       P2.
           MOVE SPACE TO FILEOUT01
           STRING "CASH RECONCILIATION TICKET FOR " RUN-DATE
             "  " ENT-HEAD DELIMITED BY SIZE INTO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           GO TO P99.

       PRINT-SOURCE.
           IF ENT-SEL NOT = SPACE AND SRC-EFT (SRC-IDX) = "Y"
               MOVE SRC-POSTED (SRC-IDX) TO SRC-DEPOSIT (SRC-IDX)
               MOVE SRC-POSTED (SRC-IDX) TO NEF-A
               MOVE SPACE TO PRT
               STRING SRC-NAME (SRC-IDX) " POSTED " NEF-A
                 "  EFT - PROVED ON THE ALL-ENTITY TICKET"
                 DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT
               GO TO PRINT-SOURCE-EXIT.

           MOVE SRC-POSTED (SRC-IDX) TO NEF-A
           MOVE SRC-DEPOSIT (SRC-IDX) TO NEF-B
           COMPUTE DIFF-AMT =
               END-PERFORM
           END-IF.

           IF SRC-EFT (SRC-IDX) = "Y"
               MOVE SRC-IDX TO EFT-IDX
               OPEN INPUT ERALOG
               PERFORM PRINT-EFT THRU PRINT-EFT-EXIT
               CLOSE ERALOG
               MOVE EFT-IDX TO SRC-IDX.

       PRINT-SOURCE-EXIT.
           EXIT.

      * the remits behind an EFT source, trace by trace, so a short
      * deposit points at the 835 whose money has not come in.
       PRINT-EFT.
           MOVE SPACE TO EL-KEY
           START ERALOG KEY NOT < EL-KEY
             INVALID
               GO TO PRINT-EFT-EXIT.

       PRINT-EFT-1.
           READ ERALOG NEXT
             AT END
               GO TO PRINT-EFT-EXIT.
           IF EL-RECEIVED NOT = RUN-DATE OR EL-METHOD NOT = "ACH"
               GO TO PRINT-EFT-1.
           PERFORM FIND-EFT-SRC THRU FIND-EFT-SRC-EXIT
           IF SRC-IDX NOT = EFT-IDX
               GO TO PRINT-EFT-1.
           MOVE EL-AMOUNT TO NEF-A
           MOVE EL-EFT-AMT TO NEF-B
           MOVE SPACE TO PRT
           IF EL-STATUS = SPACE
               STRING "  EFT " EL-TRACE (1:20) " 835 " NEF-A
                 "  NO EFT YET" DELIMITED BY SIZE INTO PRT
           ELSE
               STRING "  EFT " EL-TRACE (1:20) " 835 " NEF-A
                 "  EFT " NEF-B " " EL-EFT-DATE
                 DELIMITED BY SIZE INTO PRT
           END-IF
           WRITE FILEOUT01 FROM PRT
           GO TO PRINT-EFT-1.

       PRINT-EFT-EXIT.
           EXIT.

      * batches whose prefix matched no source line still belong on
      * the ticket - money with no owner is the first thing to chase.
       PRINT-UNCLASS.
       P99.
           DISPLAY "CASHRECON - PAYCUR RECORDS READ: " TOT-CNTR
           DISPLAY "CASHRECON - POSTINGS FOR " RUN-DATE ": " SEL-CNTR
           IF ENT-SEL NOT = SPACE
               DISPLAY "CASHRECON - " ENT-HEAD
               DISPLAY "CASHRECON - OTHER ENTITIES' POSTINGS: "
                 ENT-CNTR.
           MOVE "E" TO EN-FUNC
           CALL "entchk" USING ENTCHK-PARMS
           CLOSE PAYCUR PARMFILE FILEOUT.
           STOP RUN.

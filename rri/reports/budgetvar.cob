           SELECT FILEOUT ASSIGN TO "S50" ORGANIZATION
             LINE SEQUENTIAL.

      * line 1: the billing entity (tax ID) to report, UNASSIGNED
      * for the lines no DOCFILENEW row places, or blank / ALL /
      * missing for the whole practice.
           SELECT OPTIONAL ENTSEL ASSIGN TO "S55" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD  FILEOUT.
       01  FILEOUT01 PIC X(130).

       FD  ENTSEL.
       01  ENTSEL01 PIC X(14).

       WORKING-STORAGE SECTION.

       01  RPT-MONTH PIC X(6).
       01  NEF-11 PIC -(7)9.99.
       01  PRT PIC X(130).

      * BUDGFILE has no entity on it - an entity run prints the
      * budget rows of the providers and places the entity had
      * charges under, and no receipts budget.
       01  ENT-SEL PIC X(14) VALUE SPACE.
       01  ENT-HEAD PIC X(30).
       01  ENT-WANT PIC X VALUE "Y".
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

      * budget versus actual - the monthly meeting handout. Budget

           MOVE SPACE TO ACT-TAB01 BUD-TAB01

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

      * one pass over charges - service month buckets.
           MOVE SPACE TO CHARCUR-KEY
           START CHARCUR KEY NOT < CHARCUR-KEY
               GO TO P1.
           IF CC-AMOUNT NOT > 0
               GO TO P1.
           IF ENT-SEL NOT = SPACE
               PERFORM ENT-CHG THRU ENT-CHG-EXIT
               IF ENT-WANT = "N"
                   GO TO P1.

           PERFORM FIND-ACT THRU FIND-ACT-EXIT
           ADD CC-AMOUNT TO AT-CHG-YTD(A)
               GO TO P2-1.
           IF PC-DATE-T(1:6) > RPT-MONTH
               GO TO P2-1.
           IF ENT-SEL NOT = SPACE AND PC-AMOUNT < 0
               PERFORM ENT-PAY THRU ENT-PAY-EXIT
               IF ENT-WANT = "N"
                   GO TO P2-1.
           IF PC-AMOUNT < 0
             SUBTRACT PC-AMOUNT FROM RCPT-YTD
             IF PC-DATE-T(1:6) = RPT-MONTH
           END-IF
           GO TO P2-1.

      * an entity run keeps only that entity's lines - the tax ID
      * the line's charge was billed under (see entchk.cob).
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
           MOVE "N" TO EN-TAG
           CALL "entchk" USING ENTCHK-PARMS
           IF EN-FEDID = SPACE
               MOVE "UNASSIGNED" TO EN-FEDID.
           IF EN-FEDID NOT = ENT-SEL
               MOVE "N" TO ENT-WANT.
       ENT-LOOK-EXIT.
           EXIT.

       P3.
      * load the year's budget rows into a table first - month and
      * year-to-date sums per provider/place without replaying the
       P4.
           MOVE SPACE TO PRT
           STRING "BUDGET VS ACTUAL  " RPT-MONTH "   RUN " T-DATE
             "   " ENT-HEAD DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT AFTER PAGE
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
               MOVE ACT-CNTR TO Z
             END-IF
           END-PERFORM
           IF ENT-SEL NOT = SPACE AND A = 0
               GO TO BUD-LINE-EXIT.

           MOVE SPACE TO PRT
           MOVE BT-DOCR(B) TO PRT(1:3)
           MOVE SPACE TO PRT
           MOVE "RECEIPTS      " TO PRT(1:14)
           MOVE BUD-RCPT-MO TO NEF-11
           IF ENT-SEL = SPACE
               MOVE NEF-11 TO PRT(15:11).
           MOVE RCPT-MO TO NEF-11
           MOVE NEF-11 TO PRT(28:11)
           MOVE RCPT-YTD TO NEF-11
           MOVE " YTD" TO PRT(53:4)
           WRITE FILEOUT01 FROM PRT

           DISPLAY "BUDGETVAR - DONE FOR " RPT-MONTH " " ENT-HEAD.

       P99.
           MOVE "E" TO EN-FUNC
           CALL "entchk" USING ENTCHK-PARMS
           CLOSE BUDGFILE CHARCUR PAYCUR PARMFILE FILEOUT.
           STOP RUN.

           SELECT RPTFILE ASSIGN TO "S50" ORGANIZATION
             LINE SEQUENTIAL.

      * line 1: the billing entity (tax ID) whose journal this is,
      * UNASSIGNED for the lines no DOCFILENEW row places, or blank
      * / ALL / missing for the whole practice. Each entity's run
      * balances on its own; the import lines carry the tax ID.
           SELECT OPTIONAL ENTSEL ASSIGN TO "S55" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
           02 CC-DX5 PIC X(7).
           02 CC-DX6 PIC X(7).
           02 CC-FUTURE PIC X(6).
           02 CC-UNITS PIC 9(4).

       FD  PAYCUR.
       01  PAYCUR01.
       FD  RPTFILE.
       01  RPTFILE01 PIC X(100).

       FD  ENTSEL.
       01  ENTSEL01 PIC X(14).

       WORKING-STORAGE SECTION.

       01  RUN-DATE PIC X(8).
       01  AMT-X PIC 9(8).99.
       01  PRT PIC X(100).

       01  ENT-SEL PIC X(14) VALUE SPACE.
       01  ENT-TAIL PIC X(16) VALUE SPACE.
       01  ENT-WANT PIC X VALUE "Y".
       01  ENT-SKIP PIC 9(6) VALUE 0.
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

      * daily general-ledger journal extract - month-end stops being
               GO TO P9.
           MOVE PARMFILE01(1:8) TO RUN-DATE.

           OPEN INPUT ENTSEL
           READ ENTSEL
             AT END
               MOVE SPACE TO ENTSEL01.
           CLOSE ENTSEL
           IF ENTSEL01(1:3) NOT = "ALL"
               MOVE ENTSEL01 TO ENT-SEL.
           IF ENT-SEL NOT = SPACE
               STRING " " ENT-SEL DELIMITED BY SIZE INTO ENT-TAIL.

       P0A.
           READ PARMFILE
             AT END
               GO TO P2.
           IF CC-DATE-T NOT = RUN-DATE
               GO TO P1.
           IF ENT-SEL NOT = SPACE
               PERFORM ENT-CHG THRU ENT-CHG-EXIT
               IF ENT-WANT = "N"
                   GO TO P1.
           PERFORM CLASSIFY-C THRU CLASSIFY-C-EXIT
           GO TO P1.

               GO TO P4.
           IF PC-DATE-T NOT = RUN-DATE
               GO TO P3.
           IF ENT-SEL NOT = SPACE
               PERFORM ENT-PAY THRU ENT-PAY-EXIT
               IF ENT-WANT = "N"
                   GO TO P3.
           PERFORM CLASSIFY-P THRU CLASSIFY-P-EXIT
           GO TO P3.

       CLASSIFY-P-EXIT.
           EXIT.

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
               MOVE "N" TO ENT-WANT
               ADD 1 TO ENT-SKIP.

       ENT-LOOK-EXIT.
           EXIT.

       P4.
           MOVE SPACE TO PRT RPTFILE01
           STRING "GL JOURNAL PROOF FOR " RUN-DATE ENT-TAIL
             DELIMITED BY SIZE INTO PRT
           WRITE RPTFILE01 FROM PRT

           MOVE ABS-AMT TO AMT-X
           MOVE SPACE TO PRT FILEOUT01
           STRING RUN-DATE "," MP-DEBIT (MAP-IDX) "," AMT-X
             ",0.00,DAILY ACTIVITY" DELIMITED BY SIZE
             ENT-TAIL DELIMITED BY "  " INTO PRT
           WRITE FILEOUT01 FROM PRT
           ADD ABS-AMT TO DR-TOT

           MOVE SPACE TO PRT FILEOUT01
           STRING RUN-DATE "," MP-CREDIT (MAP-IDX) ",0.00,"
             AMT-X ",DAILY ACTIVITY" DELIMITED BY SIZE
             ENT-TAIL DELIMITED BY "  " INTO PRT
           WRITE FILEOUT01 FROM PRT
           ADD ABS-AMT TO CR-TOT.

           MOVE ABS-AMT TO AMT-X
           MOVE SPACE TO PRT FILEOUT01
           STRING RUN-DATE "," MP-CREDIT (MAP-IDX) "," AMT-X
             ",0.00,DAILY ACTIVITY REVERSAL" DELIMITED BY SIZE
             ENT-TAIL DELIMITED BY "  " INTO PRT
           WRITE FILEOUT01 FROM PRT
           ADD ABS-AMT TO DR-TOT

           MOVE SPACE TO PRT FILEOUT01
           STRING RUN-DATE "," MP-DEBIT (MAP-IDX) ",0.00,"
             AMT-X ",DAILY ACTIVITY REVERSAL" DELIMITED BY SIZE
             ENT-TAIL DELIMITED BY "  " INTO PRT
           WRITE FILEOUT01 FROM PRT
           ADD ABS-AMT TO CR-TOT.

           DISPLAY "GL-EXTRACT - UNMAPPED PAYMENTS: " UNMAP-P
           DISPLAY "GL-EXTRACT - DEBITS: " DR-TOT
           DISPLAY "GL-EXTRACT - CREDITS: " CR-TOT
           IF ENT-SEL NOT = SPACE
               DISPLAY "GL-EXTRACT - ENTITY " ENT-SEL
               DISPLAY "GL-EXTRACT - OTHER ENTITIES' LINES: " ENT-SKIP.
           MOVE "E" TO EN-FUNC
           CALL "entchk" USING ENTCHK-PARMS
           CLOSE CHARCUR PAYCUR PARMFILE FILEOUT RPTFILE.
           STOP RUN.

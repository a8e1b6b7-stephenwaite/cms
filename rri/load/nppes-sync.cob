       01  DISC-CNTR PIC 9(7) VALUE 0.
       01  CHG-CNTR PIC 9(7) VALUE 0.
       01  PRT PIC X(110).
      * every add, change and delete goes to the reference-master
      * change history - see refhist.cob.
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

                 DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT
               IF RUN-MODE = "APPLY"
                   MOVE REFPHY01 TO RX-BEFORE
                   MOVE NP-NAME TO REF-NAME
                   REWRITE REFPHY01
                   MOVE REFPHY01 TO RX-AFTER
                   MOVE "R" TO RX-FILE
                   MOVE REF-KEY TO RX-KEY
                   PERFORM LOG-CHANGE
                   ADD 1 TO CHG-CNTR
               END-IF
           END-IF
                 DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT
               IF RUN-MODE = "APPLY"
                   MOVE DOCFILE01 TO RX-BEFORE
                   MOVE "I" TO DOC-STAT
                   REWRITE DOCFILE01
                   MOVE DOCFILE01 TO RX-AFTER
                   MOVE "D" TO RX-FILE
                   MOVE DOC-KEY TO RX-KEY
                   PERFORM LOG-CHANGE
                   ADD 1 TO CHG-CNTR
               END-IF
           END-IF
                 DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT
               IF RUN-MODE = "APPLY"
                   MOVE DOCFILE01 TO RX-BEFORE
                   MOVE NP-TAXONOMY TO DOC-TAXONOMY
                   REWRITE DOCFILE01
                   MOVE DOCFILE01 TO RX-AFTER
                   MOVE "D" TO RX-FILE
                   MOVE DOC-KEY TO RX-KEY
                   PERFORM LOG-CHANGE
                   ADD 1 TO CHG-CNTR
               END-IF
           END-IF
       SYNC-DOCNEW-EXIT.
           EXIT.

       LOG-CHANGE.
           MOVE "W" TO RX-FUNC
           MOVE "C" TO RX-ACTION
           MOVE SPACE TO RX-OPER
           MOVE "NPPES-SY" TO RX-PROGRAM
           CALL "refhist" USING REFHIST-PARMS.

       P9.
           DISPLAY "NPPES-SYNC - MODE: " RUN-MODE
           DISPLAY "NPPES-SYNC - REGISTRY ROWS READ: " TOT-CNTR
           DISPLAY "NPPES-SYNC - DISCREPANCIES: " DISC-CNTR
           DISPLAY "NPPES-SYNC - CHANGES APPLIED: " CHG-CNTR
           MOVE "E" TO RX-FUNC
           CALL "refhist" USING REFHIST-PARMS
           CLOSE FILEIN PARMFILE REFPHY DOCFILENEW FILEOUT.
           STOP RUN.

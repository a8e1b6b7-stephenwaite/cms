       WORKING-STORAGE SECTION.
       01  TOT-CNTR PIC 9(5) VALUE 0.
       01  CHG-CNTR PIC 9(5) VALUE 0.
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

               DISPLAY "INSFILEDAYS - NO PAYER " FI-INS
               GO TO P1.

           MOVE INSFILE01 TO RX-BEFORE
           IF FI-DAYS = "000"
               MOVE SPACE TO INS-FILEDAYS
           ELSE
               MOVE FI-DAYS TO INS-FILEDAYS
           END-IF
           REWRITE INSFILE01
           MOVE INSFILE01 TO RX-AFTER
           MOVE "W" TO RX-FUNC
           MOVE "I" TO RX-FILE
           MOVE INS-KEY TO RX-KEY
           MOVE "C" TO RX-ACTION
           MOVE SPACE TO RX-OPER
           MOVE "INSFILED" TO RX-PROGRAM
           CALL "refhist" USING REFHIST-PARMS
           ADD 1 TO CHG-CNTR
           GO TO P1.

       P9.
           DISPLAY "INSFILEDAYS - LINES READ: " TOT-CNTR
           DISPLAY "INSFILEDAYS - PAYERS CHANGED: " CHG-CNTR
           MOVE "E" TO RX-FUNC
           CALL "refhist" USING REFHIST-PARMS
           CLOSE INSFILE FILEIN.
           STOP RUN.

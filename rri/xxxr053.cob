           02 ALF-61 PIC XXXX.
           02 ALF-62 PIC XX.
       01  NUM-1 PIC 9(7).
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

               GO TO P1
           END-IF

           MOVE PROCFILE01 TO RX-BEFORE
      *     MOVE PROC-AMOUNT TO FO-OLDAMT
           MOVE PROC-TITLE TO FO-NAME
           MOVE PROC-KEY2 TO FO-1
           MOVE PROC-AMOUNT TO FO-NEWAMT
           WRITE FILEOUT01
           REWRITE PROCFILE01.
           MOVE PROCFILE01 TO RX-AFTER
           MOVE "W" TO RX-FUNC
           MOVE "P" TO RX-FILE
           MOVE PROC-KEY TO RX-KEY
           MOVE "C" TO RX-ACTION
           MOVE SPACE TO RX-OPER
           MOVE "XXXR053" TO RX-PROGRAM
           CALL "refhist" USING REFHIST-PARMS
           GO TO P1.

       P2. 
           MOVE "E" TO RX-FUNC
           CALL "refhist" USING REFHIST-PARMS
           CLOSE PROCFILE FILEOUT
           STOP RUN.

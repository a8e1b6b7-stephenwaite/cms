
       01  PROC-TB01.
           02 PROC-TAB PIC X(11) OCCURS 20 TIMES.
       01  OPER-ID PIC X(3).
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

       0005-START.
           OPEN INPUT PROCFILE.
           DISPLAY "OPERATOR ID"
           ACCEPT OPER-ID.

       P1.
           DISPLAY "OPTION ?".
               DISPLAY "ALREADY EXISTS - USE U TO UPDATE THE FEE"
             NOT INVALID
               DISPLAY "RECORD ADDED " PROCFILE01
               MOVE "A" TO RX-ACTION
               MOVE SPACE TO RX-BEFORE
               MOVE PROCFILE01 TO RX-AFTER
               PERFORM LOG-CHANGE
           END-WRITE

           CLOSE PROCFILE
               GO TO P1
           END-READ

           MOVE PROCFILE01 TO RX-BEFORE
           DISPLAY "CURRENT FEE IS " PROC-AMOUNT
           DISPLAY "ENTER NEW FEE AMOUNT"
           ACCEPT PROC-AMOUNT

           REWRITE PROCFILE01
           DISPLAY "FEE UPDATED " PROCFILE01
           MOVE "C" TO RX-ACTION
           MOVE PROCFILE01 TO RX-AFTER
           PERFORM LOG-CHANGE

           CLOSE PROCFILE
           OPEN INPUT PROCFILE
             GO TO DEL-1
           END-IF

           MOVE "D" TO RX-ACTION
           MOVE PROCFILE01 TO RX-BEFORE
           MOVE SPACE TO RX-AFTER
           CLOSE PROCFILE
           OPEN I-O PROCFILE
           DELETE PROCFILE RECORD
           PERFORM LOG-CHANGE
           CLOSE PROCFILE
           DISPLAY " RECORD DELETED"
           OPEN INPUT PROCFILE

           GO TO P1.

       LOG-CHANGE.
           MOVE "W" TO RX-FUNC
           MOVE "P" TO RX-FILE
           MOVE RX-BEFORE(1:11) TO RX-KEY
           IF RX-ACTION = "A"
               MOVE RX-AFTER(1:11) TO RX-KEY.
           MOVE OPER-ID TO RX-OPER
           MOVE "CCI008" TO RX-PROGRAM
           CALL "refhist" USING REFHIST-PARMS.

       P2.
           MOVE "E" TO RX-FUNC
           CALL "refhist" USING REFHIST-PARMS
           CLOSE PROCFILE
           STOP RUN.

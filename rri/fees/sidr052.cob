       01  FILEOUT01 PIC X(80).
       
       FD  PROCFILE.
           COPY "procfile.cpy".

       
       WORKING-STORAGE SECTION.
       01  NUM1 PIC 9.
       01  PROCTAB01.
           02 PROCTAB PIC X(11) OCCURS 9 TIMES.
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
       01  DATE-X.
           02 DD-YYYY PIC XXXX.
           02 DD-MM PIC XX.
           OPEN INPUT PROCFILE.
           OPEN OUTPUT FILEOUT.
           OPEN INPUT BILLPARM.
           DISPLAY "OPERATOR ID"
           ACCEPT OPER-ID
           READ BILLPARM AT END
               GO TO S1
           END-READ.    
               GO TO S1
           END-WRITE

           MOVE "A" TO RX-ACTION
           MOVE SPACE TO RX-BEFORE
           MOVE PROCFILE01 TO RX-AFTER
           PERFORM LOG-CHANGE
           CLOSE PROCFILE
           OPEN INPUT PROCFILE
           DISPLAY "RECORD ADDED"
                   GO TO S1
               END-IF    
           END-READ
           MOVE "D" TO RX-ACTION
           MOVE PROCFILE01 TO RX-BEFORE
           MOVE SPACE TO RX-AFTER
           DELETE PROCFILE RECORD
           PERFORM LOG-CHANGE
           DISPLAY "RECORD DELETED"
           GO TO S1.                               
       PFS1.
               END-IF    
           END-READ

           MOVE "C" TO RX-ACTION
           MOVE PROCFILE01 TO RX-BEFORE
           MOVE SAVE-PROCFILE01 TO PROCFILE01                     
           REWRITE PROCFILE01.
           MOVE PROCFILE01 TO RX-AFTER
           PERFORM LOG-CHANGE
           DISPLAY "RECORD CHANGED"
           CLOSE PROCFILE
           OPEN INPUT PROCFILE
           END-IF
           GO TO ST2.
            
       LOG-CHANGE.
           MOVE "W" TO RX-FUNC
           MOVE "P" TO RX-FILE
           MOVE PROC-KEY TO RX-KEY
           MOVE OPER-ID TO RX-OPER
           MOVE "SIDR052" TO RX-PROGRAM
           CALL "refhist" USING REFHIST-PARMS.

       Z1.
           MOVE "E" TO RX-FUNC
           CALL "refhist" USING REFHIST-PARMS
           CLOSE PROCFILE FILEOUT BILLPARM.
           STOP RUN.

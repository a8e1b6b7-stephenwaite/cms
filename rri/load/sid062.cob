       01  ALFATAB201 REDEFINES ALFATAB2RE.
           02 ALFATAB2 PIC X OCCURS 36 TIMES.
       01  FLAG PIC 9.
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
       P0. OPEN I-O REFPHY INPUT PROVCAID UPINFILE.
           DISPLAY "OPERATOR ID"
           ACCEPT OPER-ID.
       S1. DISPLAY "FUNCTION ?".
           ACCEPT ANS.
           IF ANS = "END" GO TO Z1.
       A5-1.
           WRITE REFPHY01
           END-WRITE
           MOVE "A" TO RX-ACTION
           MOVE SPACE TO RX-BEFORE
           MOVE REFPHY01 TO RX-AFTER
           PERFORM LOG-CHANGE
           DISPLAY "RECORD ADDED KEY IS " REF-KEY
           CLOSE REFPHY OPEN I-O REFPHY.
       A1-EXIT. EXIT.
            ACCEPT ANS
             IF ANS = "Y"
              READ REFPHY WITH LOCK
                MOVE REFPHY01 TO RX-BEFORE
                MOVE PROV-NPI TO REF-NPI
                DISPLAY REFPHY01
                REWRITE REFPHY01
                MOVE "C" TO RX-ACTION
                MOVE REFPHY01 TO RX-AFTER
                PERFORM LOG-CHANGE
                 GO TO B1-EXIT
             END-IF
            MOVE TEST-KEY TO REF-KEY
            MOVE PROV-KEY TO REF-CDNUM
            MOVE PROV-NPI TO REF-NPI
            WRITE REFPHY01
            MOVE "A" TO RX-ACTION
            MOVE SPACE TO RX-BEFORE
            MOVE REFPHY01 TO RX-AFTER
            PERFORM LOG-CHANGE
             DISPLAY REF-KEY " " REF-NAME
           END-IF.
       B1-EXIT.
       C1. READ REFPHY WITH LOCK INVALID DISPLAY "NOT ON FILE"
           GO TO S1
           END-READ
           MOVE REFPHY01 TO RX-BEFORE

           DISPLAY  REF-KEY " " REF-BSNUM " " REF-CRNUM " " REF-UPIN
           " " REF-CDNUM " " REF-NPI " " REF-NAME.
           INSPECT REF-NAME REPLACING ALL ":" BY " ".
           INSPECT REF-NAME REPLACING ALL "#" BY " ".
       C5-1.
           REWRITE REFPHY01.
           MOVE "C" TO RX-ACTION
           MOVE REFPHY01 TO RX-AFTER
           PERFORM LOG-CHANGE.
           CLOSE REFPHY. OPEN I-O REFPHY.
           UNLOCK REFPHY RECORD
           GO TO S1.
       D1. READ REFPHY WITH LOCK INVALID DISPLAY "NOT ON FILE"
           ACCEPT ANS.
           IF ANS = "N" DISPLAY "NO DELETE" UNLOCK REFPHY RECORD
           GO TO S1.
           IF ANS = "Y" MOVE "D" TO RX-ACTION
           MOVE REFPHY01 TO RX-BEFORE
           MOVE SPACE TO RX-AFTER
           DELETE REFPHY RECORD
           PERFORM LOG-CHANGE
           DISPLAY "RECORD DELETED" GO TO S1.
           GO TO D2.
       US1. DISPLAY "1 = BY LAST NAME"
           MOVE SPACE TO REF-NPI
           WRITE REFPHY01  INVALID DISPLAY REF-KEY " BAD"
           GO TO S1.
           MOVE "A" TO RX-ACTION
           MOVE SPACE TO RX-BEFORE
           MOVE REFPHY01 TO RX-AFTER
           PERFORM LOG-CHANGE.
           DISPLAY REF-KEY " " REF-NAME
           GO TO AU-1.
       LOG-CHANGE.
           MOVE "W" TO RX-FUNC
           MOVE "R" TO RX-FILE
           MOVE REF-KEY TO RX-KEY
           MOVE OPER-ID TO RX-OPER
           MOVE "SID062" TO RX-PROGRAM
           CALL "refhist" USING REFHIST-PARMS.
       ALFA.
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > 26
            PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > 36
             END-READ
            END-PERFORM
           END-PERFORM.
       Z1. MOVE "E" TO RX-FUNC
           CALL "refhist" USING REFHIST-PARMS.
           CLOSE REFPHY. DISPLAY "END OF PHYSICIAN FILE MAINTANENCE".
           STOP RUN.

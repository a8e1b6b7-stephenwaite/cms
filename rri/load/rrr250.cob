             03 SC-M-NAME PIC X(24).
             03 SC-M-DOB PIC X(8).
       01  SCX PIC 99.
       01  AUTHCHK-PARMS.
           02 AU-FUNC PIC X.
           02 AU-INS PIC XXX.
           02 AU-PREFIX PIC XXX.
           02 AU-CPT PIC X(5).
           02 AU-PLACE PIC X.
           02 AU-DATE PIC X(8).
           02 AU-RESULT PIC X.
           02 AU-LEAD PIC 999.
           02 AU-NOTE PIC X(30).
       01  SC-ANSWER PIC X(8).
       01  ANS PIC X.
       01  GAR-STAT PIC XX.
           MOVE G-PRINS TO CD-PAYCODE
           MOVE "0" TO CD-STAT
           MOVE "01" TO CD-WORK
           MOVE 1 TO CD-UNITS
           MOVE "1" TO CD-RESULT
           MOVE "4" TO CD-ACT
           MOVE "2" TO CD-SORCREF
           MOVE C-MOD4 TO CD-MOD4
           MOVE PROC-AMOUNT TO CD-AMOUNT
           MOVE PROC-TYPE TO CD-SERVICE
           PERFORM AUTH-REQ THRU AUTH-REQ-EXIT
           ACCEPT CD-ORDER FROM TIME

           ADD 1 TO CLAIMNO 
           MOVE CHARBACK TO CHARNEW01
           MOVE XXX TO CD-KEY3.
           MOVE "01" TO CD-WORK
           MOVE 1 TO CD-UNITS
           WRITE CHARNEW01. 
           WRITE ORD-DELETES01 FROM ORDNO
           GO TO P7.
               GO TO P11
           END-IF    
           
           MOVE "E" TO AU-FUNC
           CALL "authchk" USING AUTHCHK-PARMS
           CLOSE ACTFILE ORDFILE PROCFILE WORK249 FILEIN INSFILE
               GARFILE CHARNEW CLAIMFILE ORD-DELETES NEW-GARNOS.
           DISPLAY "POSTING PROGRAM HAS ENDED".
             " DOB " SC-M-DOB(SCX).
       SHOW-MATCH-EXIT.
           EXIT.

      * an order the payer wants approved first (authchk.cob) comes
      * in flagged "Y" in CD-AGE, the byte that posts as CC-AUTH -
      * the scrubber holds it until an AUTHFILE row is on for it.
       AUTH-REQ.
           MOVE "0" TO CD-AGE
           MOVE "C" TO AU-FUNC
           MOVE CD-PAYCODE TO AU-INS
           MOVE G-PRIPOL(1:3) TO AU-PREFIX
           MOVE CD-PROC2(1:5) TO AU-CPT
           MOVE CD-PLACE TO AU-PLACE
           MOVE CD-DATE-T TO AU-DATE
           CALL "authchk" USING AUTHCHK-PARMS
           IF AU-RESULT = "Y"
               MOVE "Y" TO CD-AGE.
       AUTH-REQ-EXIT.
           EXIT.

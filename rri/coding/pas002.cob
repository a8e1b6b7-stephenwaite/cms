       DATA DIVISION.
       FILE SECTION.

       FD  CHARFILE.
           copy "charfile.cpy".
       
       FD  FILEOUT.
       01  FILEOUT01 PIC X(189). 

       FD  GARFILE.
           COPY "garfile.cpy".

       FD  EMAILAUTHFILE.
           copy "emailauthfile.cpy".

       FD  AUTHFILE.
           copy "authfile.cpy".

       WORKING-STORAGE SECTION.
       01  AUTHFILE-STAT PIC XX.
       01  HOLD-AUTH PIC X(20).
       01  VALIDATE-FLAG PIC 9.
       01  HOLD-AUTH-PIC9 PIC 9(10).    
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

       
       PROCEDURE DIVISION.
               GO TO P99
           END-READ

      *    which services need prior approval - by payer, plan
      *    prefix, CPT and place of service - is on AUTHRULE
      *    (authrule-load.cob), judged by authchk.cob. The prefix
      *    is off the member's policy for the line's payer.
           MOVE CD-KEY8 TO G-GARNO
           READ GARFILE
             INVALID
               GO TO P1
           END-READ

           MOVE "C" TO AU-FUNC
           MOVE CD-PAYCODE TO AU-INS
           MOVE SPACE TO AU-PREFIX
           IF CD-PAYCODE = G-PRINS
               MOVE G-PRIPOL(1:3) TO AU-PREFIX
           ELSE
               IF CD-PAYCODE = G-SEINS
                   MOVE G-SECPOL(1:3) TO AU-PREFIX
               END-IF
           END-IF
           MOVE CD-PROC1(1:5) TO AU-CPT
           MOVE CD-PLACE TO AU-PLACE
           MOVE CD-DATE-T TO AU-DATE
           CALL "authchk" USING AUTHCHK-PARMS
           IF AU-RESULT = "Y"
               GO TO find-auth.

           GO TO P1.

           MOVE EA-DATE-E TO AUTH-DATE-E
           MOVE AUTHFILE01 TO AUTHFILE-BACK
           PERFORM WRITE-AU THRU WRITE-AU-EXIT 
      *    CD-AGE is the byte that posts as CC-AUTH.
           MOVE "1" TO CD-AGE
           REWRITE CHARFILE01.

       WRITE-AU.

       P2. 
           MOVE SPACE TO FILEOUT01
           STRING "PRIOR AUTH " AUTH-NUM " ADDED FOR " CD-KEY8 " ON " 
             CD-DATE-T " FOR THE " CD-PROC1
             DELIMITED BY SIZE INTO FILEOUT01
           WRITE FILEOUT01.

       P3. 
           MOVE SPACE TO FILEOUT01
           STRING CHARFILE-KEY " NO PRIOR AUTH ON " 
             CD-DATE-T " FOR THE " CD-PROC1
             DELIMITED BY SIZE INTO FILEOUT01
           WRITE FILEOUT01.
           WRITE FILEOUT01.    

       P99.
           MOVE "E" TO AU-FUNC
           CALL "authchk" USING AUTHCHK-PARMS
           CLOSE CHARFILE GARFILE EMAILAUTHFILE AUTHFILE FILEOUT. 
           STOP RUN.


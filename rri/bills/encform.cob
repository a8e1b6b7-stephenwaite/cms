           SELECT FILEOUT ASSIGN TO "S45" ORGANIZATION
             LINE SEQUENTIAL.

      * the front desk's signature worklist - one line per account
      * on tomorrow's schedule whose assignment, release or
      * financial policy is missing or lapsed for its payers, so
      * they are collected at check-in. consentchk.cob judges them.
           SELECT SIGNLIST ASSIGN TO "S50" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  FILEOUT.
       01  FILEOUT01 PIC X(90).

       FD  SIGNLIST.
       01  SIGNLIST01 PIC X(90).

       WORKING-STORAGE SECTION.

       01  RUN-DEPT PIC XX.
       01  SKIP-CNTR PIC 9(5) VALUE 0.
       01  SECT-NOW PIC X.
       01  PRT PIC X(90).
       01  NEXT-DATE PIC X(8).
       01  NEXT-INT PIC 9(8).
       01  SIGN-CNTR PIC 9(5) VALUE 0.
       01  NEED-AOB PIC X.
       01  NEED-ROI PIC X.
       01  NEED-FIN PIC X.
       01  NEED-MSG PIC X(60).
       01  NEED-PTR PIC 99.
       01  NEED-STATE PIC X.
       01  NEED-NAME PIC X(4).
       01  SEC-INS PIC XXX.

       01  CONSENTCHK-PARMS.
           02 SG-FUNC PIC X.
           02 SG-GARNO PIC X(8).
           02 SG-INS PIC XXX.
           02 SG-DATE PIC X(8).
           02 SG-AOB PIC X.
           02 SG-ROI PIC X.
           02 SG-FIN PIC X.
           02 SG-MSG PIC X(40).

       PROCEDURE DIVISION.

      * of a photocopied form full of retired codes.
       P0.
           OPEN INPUT PARMFILE GARFILE HOTLIST.
           OPEN OUTPUT FILEOUT SIGNLIST.
           ACCEPT T-DATE FROM DATE YYYYMMDD.
           COMPUTE NEXT-INT = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL (T-DATE)) + 1
           MOVE FUNCTION DATE-OF-INTEGER (NEXT-INT) TO NEXT-DATE
           MOVE SPACE TO PRT
           STRING "SIGNATURES TO COLLECT FOR " NEXT-DATE
             DELIMITED BY SIZE INTO PRT
           WRITE SIGNLIST01 FROM PRT.

           READ PARMFILE
             AT END
               DISPLAY "ENCFORM - NO SUCH ACCOUNT " PARMFILE01
               GO TO P1.

           PERFORM SIGN-CHECK THRU SIGN-CHECK-EXIT
           PERFORM FORM-HEAD
           PERFORM FORM-BODY THRU FORM-BODY-EXIT
           ADD 1 TO FORM-CNTR
           STRING "PROVIDER _______   SERVICE DATE __/__/____"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           IF NEED-MSG NOT = SPACE
               MOVE SPACE TO PRT
               STRING "SIGNATURES NEEDED: " NEED-MSG
                 DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01.

      * signatures as of tomorrow for the primary and a real
      * secondary - the stricter payer's renewal rule wins.
       SIGN-CHECK.
           MOVE SPACE TO NEED-MSG
           MOVE "C" TO SG-FUNC
           MOVE G-GARNO TO SG-GARNO
           MOVE G-PRINS TO SG-INS
           MOVE NEXT-DATE TO SG-DATE
           CALL "consentchk" USING CONSENTCHK-PARMS
           MOVE SG-AOB TO NEED-AOB
           MOVE SG-ROI TO NEED-ROI
           MOVE SG-FIN TO NEED-FIN

           MOVE G-SEINS TO SEC-INS
           IF G-SEINS = SPACE OR "000" OR "001" OR "018"
             OR G-SEINS = G-PRINS
               GO TO SIGN-CHECK-1.
           MOVE SEC-INS TO SG-INS
           CALL "consentchk" USING CONSENTCHK-PARMS
           IF NEED-AOB = "Y"
               MOVE SG-AOB TO NEED-AOB.
           IF NEED-ROI = "Y"
               MOVE SG-ROI TO NEED-ROI.
           IF NEED-FIN = "Y"
               MOVE SG-FIN TO NEED-FIN.

       SIGN-CHECK-1.
           MOVE 1 TO NEED-PTR
           MOVE "AOB" TO NEED-NAME
           MOVE NEED-AOB TO NEED-STATE
           PERFORM SIGN-WORD
           MOVE "ROI" TO NEED-NAME
           MOVE NEED-ROI TO NEED-STATE
           PERFORM SIGN-WORD
           MOVE "FIN" TO NEED-NAME
           MOVE NEED-FIN TO NEED-STATE
           PERFORM SIGN-WORD
           IF NEED-MSG = SPACE
               GO TO SIGN-CHECK-EXIT.

           ADD 1 TO SIGN-CNTR
           MOVE SPACE TO PRT
           STRING G-GARNO " " G-GARNAME " " G-PRINS " " G-SEINS " "
             NEED-MSG DELIMITED BY SIZE INTO PRT
           WRITE SIGNLIST01 FROM PRT.

       SIGN-CHECK-EXIT.
           EXIT.

       SIGN-WORD.
           IF NEED-STATE = "N"
               STRING NEED-NAME " MISSING  " DELIMITED BY SIZE
                 INTO NEED-MSG WITH POINTER NEED-PTR.
           IF NEED-STATE = "X"
               STRING NEED-NAME " EXPIRED  " DELIMITED BY SIZE
                 INTO NEED-MSG WITH POINTER NEED-PTR.

       FORM-BODY.
           MOVE SPACE TO SECT-NOW
           MOVE RUN-DEPT TO HT-DEPT

       P9.
           DISPLAY "ENCFORM - FORMS PRINTED: " FORM-CNTR
           DISPLAY "ENCFORM - SKIPPED: " SKIP-CNTR
           DISPLAY "ENCFORM - SIGNATURES NEEDED: " SIGN-CNTR.

       P99.
           MOVE "E" TO SG-FUNC
           CALL "consentchk" USING CONSENTCHK-PARMS
           CLOSE PARMFILE GARFILE HOTLIST FILEOUT SIGNLIST.
           STOP RUN.

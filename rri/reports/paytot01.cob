      * denials (DI, 14, 15).
      * Also writes the same totals to CSVOUT (S70) as a comma
      * delimited export, one row per place-of-service bucket.
      * ENTSEL (S75, optional) names one billing entity (tax ID, or
      * UNASSIGNED) to total; blank, ALL or missing totals them all.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. paytot01.
               ACCESS MODE IS SEQUENTIAL RECORD KEY IS PAYCUR-KEY.
           SELECT CSVOUT ASSIGN TO "S70"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ENTSEL ASSIGN TO "S75"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AGEDATE
           COPY "charcur.cpy".
       FD  CSVOUT.
       01  CSVOUT01 PIC X(60).
       FD  ENTSEL.
       01  ENTSEL01 PIC X(14).
       WORKING-STORAGE SECTION.
       01  CSV-PLACE     PIC X(5).
       01  CSV-CNT       PIC 9(7).
       01  EDIT-CNT      PIC ZZZ,ZZ9.
       01  FOUND-FLG     PIC X VALUE "N".
       01  SAVE-PLACE    PIC X VALUE SPACE.
       01  ENT-SEL       PIC X(14) VALUE SPACE.
       01  ENT-WANT      PIC X VALUE "Y".
       01  ENTCHK-PARMS.
           02 EN-FUNC     PIC X.
           02 EN-GARNO    PIC X(8).
           02 EN-KEY3     PIC XXX.
           02 EN-PAYCODE  PIC XXX.
           02 EN-DOCP     PIC XX.
           02 EN-CLAIM    PIC X(6).
           02 EN-TAG      PIC X.
           02 EN-FEDID    PIC X(14).
           02 EN-GROUP    PIC X(14).
           02 EN-NPIGROUP PIC X(10).
           02 EN-HOW      PIC X.
       PROCEDURE DIVISION.
        P0.
           OPEN INPUT AGEDATE CHARCUR PAYCUR.
           WRITE CSVOUT01.
           READ AGEDATE.
           DISPLAY "POSTING DATE RANGE: " LOW-DATE " TO " HIGH-DATE.
           OPEN INPUT ENTSEL.
           READ ENTSEL AT END MOVE SPACE TO ENTSEL01.
           CLOSE ENTSEL.
           IF ENTSEL01 (1:3) NOT = "ALL" MOVE ENTSEL01 TO ENT-SEL.
           IF ENT-SEL = SPACE
               DISPLAY "BILLING ENTITY: ALL ENTITIES"
           ELSE
               DISPLAY "BILLING ENTITY: " ENT-SEL.
        P1.
           READ PAYCUR AT END GO TO P2.
           IF (PC-PAYCODE = "007" OR "008" OR "009" OR "011"
                   GO TO P1
           END-IF
           IF PC-DATE-T < LOW-DATE OR > HIGH-DATE GO TO P1.
           IF ENT-SEL NOT = SPACE PERFORM E1 THRU E1-EXIT.
           IF ENT-WANT = "N" GO TO P1.
           PERFORM Z1 THRU Z1-EXIT.
           IF FOUND-FLG = "N"
               ADD PC-AMOUNT TO TOT-NOMATCH
           MOVE CC-PLACE TO SAVE-PLACE.
        Z1-EXIT.
           EXIT.
        E1.
           MOVE "Y" TO ENT-WANT
           MOVE "P" TO EN-FUNC
           MOVE PC-KEY8 TO EN-GARNO
           MOVE PC-KEY3 TO EN-KEY3
           MOVE PC-PAYCODE TO EN-PAYCODE
           MOVE SPACE TO EN-DOCP
           MOVE PC-CLAIM TO EN-CLAIM
           MOVE "N" TO EN-TAG
           CALL "entchk" USING ENTCHK-PARMS
           IF EN-FEDID = SPACE MOVE "UNASSIGNED" TO EN-FEDID.
           IF EN-FEDID NOT = ENT-SEL MOVE "N" TO ENT-WANT.
        E1-EXIT.
           EXIT.
        P2.
           DISPLAY " ".
           DISPLAY "PLACE  COUNT        AMOUNT".
           MOVE CNT-NOMATCH TO CSV-CNT.
           MOVE TOT-NOMATCH TO CSV-AMT.
           PERFORM WRITE-CSV-ROW.
           MOVE "E" TO EN-FUNC.
           CALL "entchk" USING ENTCHK-PARMS.
           CLOSE AGEDATE CHARCUR PAYCUR CSVOUT.
           STOP RUN.
        WRITE-CSV-ROW.


      * the EHR charge extract, one line per charge:
      * "garno|svcdate|proc11|mod2|mod3|mod4|dx1|dx2|dx3|dx4|
      *  docr|docp|place|amount|units" - amount may be empty, in
      * which case the line prices from PROCFILE times the units
      * like the entry screens; units empty or zero is one.
           SELECT FILEIN ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

       01  IN-DOCP PIC XX.
       01  IN-PLACE PIC X.
       01  IN-AMT PIC X(10).
       01  IN-UNITS PIC X(4).
       01  RIGHT-4 PIC X(4) JUST RIGHT.
       01  USE-UNITS PIC 9(4).
       01  USE-AMT PIC 9(4)V99.
       01  REASON PIC X(30).
       01  DX-X PIC X(7).
       01  FLAG PIC 9.
       01  XYZ PIC 999.
       01  T-DATE PIC X(8).
       01  POST-DATE PIC X(8).
       01  LA-INPUT-CNTR-WS PIC 9(7) VALUE 0.
       01  LA-REJECT-CNTR-WS PIC 9(7) VALUE 0.
       01  AMT-TOT PIC S9(7)V99 VALUE 0.
       01  LINEPOST-PARMS.
           02 LI-FUNC PIC X.
           02 LI-GARNO PIC X(8).
           02 LI-KEY3 PIC XXX.
           02 LI-CLAIM PIC X(6).
           02 LI-AMOUNT PIC S9(6)V99.
           02 LI-PAYCODE PIC XXX.
           02 LI-DENIAL PIC XX.
           02 LI-BUCKET PIC X.
           02 LI-DATE PIC X(8).
           02 LI-RESULT PIC X.
       01  ACCTPOST-PARMS.
           02 AC-FUNC PIC X.
           02 AC-GARNO PIC X(8).
           02 AC-DATE PIC X(8).
           02 AC-PROGRAM PIC X(8).
           02 AC-INSBAL PIC S9(7)V99.
           02 AC-PATBAL PIC S9(7)V99.
           02 AC-OLDEST PIC X(8).
           02 AC-LASTPAY-DATE PIC X(8).
           02 AC-LASTPAY-AMT PIC S9(6)V99.
           02 AC-LASTSTMT PIC X(8).
           02 AC-RESULT PIC X.
       01  PROVCHK-PARMS.
           02 PK-FUNC PIC X.
           02 PK-DOCP PIC XX.
           02 PK-DATE PIC X(8).
           02 PK-RESULT PIC X.
           02 PK-MSG PIC X(40).
       01  PERCHK-PARMS.
           02 PE-FUNC PIC X.
           02 PE-DATE PIC X(8).
           02 PE-RESULT PIC X.
           02 PE-OPEN-DATE PIC X(8).
           02 PE-MSG PIC X(40).
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

           OPEN OUTPUT REJFILE.
           OPEN EXTEND CHGJRNL LOADAUDIT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.
      * postings carry today's date unless today's month has been
      * closed - perchk.cob then names the open date to post under.
           MOVE "C" TO PE-FUNC
           MOVE T-DATE TO PE-DATE
           CALL "perchk" USING PERCHK-PARMS
           MOVE PE-OPEN-DATE TO POST-DATE
           IF PE-RESULT = "N"
               DISPLAY "EHRCHARGE - " PE-MSG
                 " - POSTING AS OF " POST-DATE.

       P00.
           READ PLACEFILE
           ADD 1 TO LA-INPUT-CNTR-WS
           MOVE SPACE TO IN-GARNO IN-DATE IN-PROC IN-MOD2 IN-MOD3
             IN-MOD4 IN-DX1 IN-DX2 IN-DX3 IN-DX4 IN-DOCR IN-DOCP
             IN-PLACE IN-AMT IN-UNITS
           UNSTRING FILEIN01 DELIMITED BY "|"
             INTO IN-GARNO IN-DATE IN-PROC IN-MOD2 IN-MOD3
               IN-MOD4 IN-DX1 IN-DX2 IN-DX3 IN-DX4 IN-DOCR
               IN-DOCP IN-PLACE IN-AMT IN-UNITS

           PERFORM EDIT-LINE THRU EDIT-LINE-EXIT
           IF REASON NOT = SPACE
             END-READ
           END-IF

      * a departed provider's code takes nothing dated after their
      * last date (provchk.cob).
           MOVE "C" TO PK-FUNC
           MOVE IN-DOCP TO PK-DOCP
           MOVE IN-DATE TO PK-DATE
           CALL "provchk" USING PROVCHK-PARMS
           IF PK-RESULT = "N"
               MOVE "PROVIDER INACTIVE" TO REASON
               GO TO EDIT-LINE-EXIT.

           MOVE 0 TO FLAG
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > PLINDX
             IF PL-CODE(X) = IN-PLACE
               MOVE "BAD PLACE" TO REASON
               GO TO EDIT-LINE-EXIT.

           MOVE SPACE TO RIGHT-4
           UNSTRING IN-UNITS DELIMITED BY " " INTO RIGHT-4
           INSPECT RIGHT-4 REPLACING LEADING " " BY "0"
           IF RIGHT-4 NOT NUMERIC
               MOVE "UNITS NOT NUMERIC" TO REASON
               GO TO EDIT-LINE-EXIT.
           MOVE RIGHT-4 TO USE-UNITS
           IF USE-UNITS = 0
               MOVE 1 TO USE-UNITS.

           IF IN-AMT = SPACE
             COMPUTE USE-AMT = PROC-AMOUNT * USE-UNITS
               ON SIZE ERROR
                 MOVE "PRICED AMOUNT TOO LARGE" TO REASON
                 GO TO EDIT-LINE-EXIT
             END-COMPUTE
           ELSE
             MOVE FUNCTION NUMVAL (IN-AMT) TO USE-AMT
           END-IF
           MOVE IN-DX3 TO CC-DX3
           MOVE IN-DX4 TO CC-DX4
           MOVE USE-AMT TO CC-AMOUNT
           MOVE USE-UNITS TO CC-UNITS
           MOVE IN-DOCR TO CC-DOCR
           MOVE IN-DOCP TO CC-DOCP
           IF G-PRINS NOT = SPACE
             MOVE "018" TO CC-PAYCODE
           END-IF
           MOVE IN-DATE TO CC-DAT1
           MOVE POST-DATE TO CC-DATE-T
           MOVE IN-PLACE TO CC-PLACE
      * the source flag - an EHR line is always distinguishable.
           MOVE "E" TO CC-SORCREF
           PERFORM AUTH-REQ
           WRITE CHARCUR01

           ADD USE-AMT TO AMT-TOT
           MOVE "EHRCHRGE" TO CJ-PROGRAM
           MOVE T-DATE TO CJ-DATE
           ACCEPT CJ-TIME FROM TIME
           WRITE CHGJRNL01
           PERFORM POST-LINES
           PERFORM POST-ACCT.
       POST-CHARGE-EXIT.
           EXIT.

      * a line the payer wants approved first (authchk.cob) goes on
      * flagged CC-AUTH "Y" - the scrubber holds it and x278.cob
      * asks for the auth until an AUTHFILE row is on for it.
       AUTH-REQ.
           MOVE "C" TO AU-FUNC
           MOVE CC-PAYCODE TO AU-INS
           MOVE SPACE TO AU-PREFIX
           IF CC-PAYCODE = G-PRINS
               MOVE G-PRIPOL(1:3) TO AU-PREFIX.
           MOVE CC-PROC1 TO AU-CPT
           MOVE CC-PLACE TO AU-PLACE
           MOVE CC-DAT1 TO AU-DATE
           CALL "authchk" USING AUTHCHK-PARMS
           IF AU-RESULT = "Y"
               MOVE "Y" TO CC-AUTH.

       REJECT-LINE.
           ADD 1 TO LA-REJECT-CNTR-WS
           MOVE SPACE TO REJFILE01
           DISPLAY "EHRCHARGE - LINES READ: " LA-INPUT-CNTR-WS
           DISPLAY "EHRCHARGE - REJECTED: " LA-REJECT-CNTR-WS
           DISPLAY "EHRCHARGE - DOLLARS POSTED: " AMT-TOT
           MOVE "E" TO PE-FUNC
           CALL "perchk" USING PERCHK-PARMS
           MOVE "E" TO AC-FUNC
           CALL "acctpost" USING ACCTPOST-PARMS
           MOVE "E" TO LI-FUNC
           CALL "linepost" USING LINEPOST-PARMS
           MOVE "E" TO PK-FUNC
           CALL "provchk" USING PROVCHK-PARMS
           MOVE "E" TO AU-FUNC
           CALL "authchk" USING AUTHCHK-PARMS
           CLOSE FILEIN GARFILE CHARCUR PROCFILE DIAGFILE
             DOCFILENEW PLACEFILE REJFILE CHGJRNL LOADAUDIT.
           STOP RUN.

      * every CHGJRNL line written here refreshes the account's
      * balance summary - see acctpost.cob.
       POST-ACCT.
           MOVE "J" TO AC-FUNC
           MOVE CJ-KEY8 TO AC-GARNO
           MOVE SPACE TO AC-DATE
           MOVE CJ-PROGRAM TO AC-PROGRAM
           CALL "acctpost" USING ACCTPOST-PARMS.

      * the new CHARCUR line is carried onto the account's LINEBAL
      * rows - see linepost.cob.
       POST-LINES.
           MOVE "C" TO LI-FUNC
           MOVE CJ-KEY8 TO LI-GARNO
           CALL "linepost" USING LINEPOST-PARMS.

           02 CLAIMNO PIC 9(6).

       WORKING-STORAGE SECTION.
       01  QQQ PIC X(193).
       01  TABDX01.
           02 TABDX PIC X(7) OCCURS 6 TIMES.
       01  PARMNDEX-STAT PIC XX.

       01  HOLD-MASTER  .
           02 HOLD-ID PIC X(11).
           02 FILLER PIC X(182).
       01  T-DATE. 
           02 YEAR4.
              04 CC-T PIC XX.
       01     NUM1 PIC 9.
       01     NUM-2 PIC 99.
       01     NUM-3 PIC 999.
       01     NUM-4 PIC 9(4).
       01     NUM-6 PIC 9(6).
       01     A PIC 99.
       01     B PIC 99.
       01  TAGTAB01.
           02 TAGTAB PIC X(7) OCCURS 20 TIMES.
       01  zero-flag pic 9.
       01  PROVCHK-PARMS.
           02 PK-FUNC PIC X.
           02 PK-DOCP PIC XX.
           02 PK-DATE PIC X(8).
           02 PK-RESULT PIC X.
           02 PK-MSG PIC X(40).
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

       LINKAGE SECTION.
       01  CHAR1 PIC 9.
           IF DF-TAB(8) = 1 DISPLAY "(8)REF PHY= " cd-DOCR.
           IF DF-TAB(9) = 1 DISPLAY "(9)DR= " CD-DOCP.
           IF DF-TAB(11) = 1 DISPLAY "(11)REC-STAT= " CD-stat.
           IF DF-TAB(12) = 1 DISPLAY "(12)UNITS= " CD-UNITS.
           IF DF-TAB(13) = 1 MOVE CD-dat1  TO TEST-DATE
           MOVE CORR TEST-DATE TO DISPLAY-DATE
           DISPLAY "(13)ACC DATE= " DISPLAY-DATE.
             UNTIL ADD-KEY > MULT.

           IF IN-FIELD = "X" DISPLAY "NO UPDATE" GO TO 1000-ACTION.

           PERFORM PROV-1 THRU PROV-1-EXIT
           IF PK-RESULT = "N" DISPLAY "NO UPDATE" GO TO 1000-ACTION.
           
           ACCEPT CD-ORDER FROM TIME.
           ACCEPT CD-date-e FROM DATE YYYYMMDD.
             MOVE "1 " TO IN-FIELD-2
             PERFORM AUTH-1 THRU AUTH-1-EXIT.

           PERFORM AUTHREQ-1 THRU AUTHREQ-1-EXIT.

           MOVE CD-DOCP TO NUM-2
           MOVE     CD-amount TO X-AMOUNT           

           IF CD-UNITS NOT NUMERIC OR CD-UNITS = 0
             MOVE 1 TO CD-UNITS.
           IF (CD-UNITS > 1) and (kmc-flag = 1)
             MOVE CD-UNITS TO NUM-4
             COMPUTE CD-amount = NUM-4 * CD-amount
             MOVE CD-amount TO NEF-8
             DISPLAY "UNIT MULTIPLIED FEE " NEF-8
           END-IF
           MOVE RIGHT-3 TO INS-KEY
           READ INSFILE INVALID DISPLAY "INVALID INSURANCE CODE"
           GO TO 2000TI.
           IF INS-STATUS = "1" DISPLAY "INSURANCE CODE IS CLOSED"
           GO TO 2000TI.
           DISPLAY "ACCT " INS-ASSIGN "  CLM " INS-NEIC-ASSIGN
           "    " INS-NAME
           DISPLAY "ASSIGNMENT ATTRIBUTES ARE NOW CHANGED AS ABOVE"
           ELSE DISPLAY "INVALID" GO TO 2000TI.
           MOVE IN-FIELD-1 TO CD-stat GO TO 4900DEE.
       2750-WORK.
           IF ACTION = "SDV" MOVE CD-UNITS TO PM-DATA GO TO SDV4.
           IF IN-FIELD = "/" MOVE CD-UNITS TO IN-FIELD DISPLAY CD-UNITS.
           IF IN-FIELD = "?"
           DISPLAY "TYPE # OF UNITS REP. BY CHARGE"
           DISPLAY "1-9999 ARE VALID. <CR> = 1"
           GO TO 2000TI.
           MOVE SPACE TO RIGHT-4
           UNSTRING IN-FIELD-4 DELIMITED BY " " INTO RIGHT-4
           INSPECT RIGHT-4 REPLACING LEADING " " BY "0"
           IF RIGHT-4 = "0000" MOVE "0001" TO RIGHT-4.
           IF RIGHT-4 NOT NUMERIC
             IF ACTION = "DF2" MOVE "0001" TO RIGHT-4
             ELSE DISPLAY "NOT NUMERIC" GO TO 2000TI.
           IF RIGHT-4 > "0009" AND ACTION NOT = "DF2"
             DISPLAY "CHECK THIS".
           MOVE RIGHT-4 TO CD-UNITS
           IF RIGHT-4 > "0099" MOVE "99" TO CD-work
           ELSE MOVE RIGHT-4(3:2) TO CD-work.
           IF ACTION = "DF2" GO TO 4900DEE.
           IF RIGHT-4 = "0001" GO TO 4900DEE.
           IF (CD-PROC = "17003  " OR "1700359" OR "11056  "
              OR "95044  ") OR (CD-PROC > "J      " AND < "JZZZZZZ")
           NEXT SENTENCE 
           ELSE GO TO 4900DEE.
           IF CD-proc = "J1245  " GO TO 4900DEE.
           MOVE RIGHT-4 TO NUM-4
           MOVE CD-proc TO PROC-KEY
           READ PROCFILE INVALID DISPLAY "BAD" GO TO 4900DEE.
           IF PROC-AMOUNT = 0 
           DISPLAY "PRICE MUST BE SET SEPARATELY, IF NECESSARY"
           GO TO 4900DEE.
           IF OVERRIDE-AMOUNT = 0
              MULTIPLY NUM-4 BY PROC-AMOUNT GIVING CD-amount
              MOVE PROC-AMOUNT TO NEF-5
           ELSE
              MULTIPLY NUM-4 BY OVERRIDE-AMOUNT GIVING CD-amount
              MOVE OVERRIDE-AMOUNT TO NEF-5
           END-IF
             MOVE CD-amount TO NEF-8
           DISPLAY "NEW AMOUNT = " NUM-4 " x " NEF-5 " = " NEF-8
           GO TO 4900DEE.
       1450-PAPER. IF IN-FIELD = "?"
           DISPLAY "P= CLAIM FORM SENT AUTOMATICALLY"
           DISPLAY "INSURANCE CODE ON THIS RECORD DOES NOT MATCH"
           DISPLAY "ANY INSURANCE CODE FOR THE ACCOUNT"
           DISPLAY "THIS MAY NOT BE VALID.  THIS IS ONLY A WARNING".
           PERFORM PROV-1 THRU PROV-1-EXIT
           IF PK-RESULT = "N" DISPLAY "NO UPDATE" GO TO 1000-ACTION.
           PERFORM DX-1 THRU DX-1-EXIT.
           PERFORM DXMOD-1
           REWRITE CHARFILE01 INVALID KEY DISPLAY "NO UPDATE."
      *     MOVE TABDX(6) TO CD-DX6.
       DX-1-EXIT. EXIT.

      * departed provider (provchk.cob) - no service after their
      * last date may be put under their code.
       PROV-1.
           MOVE "C" TO PK-FUNC
           MOVE CD-DOCP TO PK-DOCP
           MOVE CD-DATE-T TO PK-DATE
           CALL "provchk" USING PROVCHK-PARMS
           IF PK-RESULT = "N"
               DISPLAY PK-MSG.
       PROV-1-EXIT.
           EXIT.

      * prior approval the payer wants for the exam (authchk.cob) -
      * the line goes on flagged "Y" in CD-AGE, the byte that posts
      * as CC-AUTH, and the operator is asked for the number now.
      * Keyed, AUTH-1 turns the flag to "1"; left blank, the
      * scrubber holds the line and x278.cob asks the payer.
       AUTHREQ-1.
           IF CD-AGE = "1"
               GO TO AUTHREQ-1-EXIT.
           IF G-GARNO NOT = CD-KEY8
               MOVE CD-KEY8 TO G-GARNO
               READ GARFILE INVALID MOVE SPACE TO G-PRINS G-SEINS.
           MOVE "C" TO AU-FUNC
           MOVE CD-PAYCODE TO AU-INS
           MOVE SPACE TO AU-PREFIX
           IF CD-PAYCODE = G-PRINS
               MOVE G-PRIPOL(1:3) TO AU-PREFIX
           ELSE
               IF CD-PAYCODE = G-SEINS
                   MOVE G-SECPOL(1:3) TO AU-PREFIX.
           MOVE CD-PROC1(1:5) TO AU-CPT
           MOVE CD-PLACE TO AU-PLACE
           MOVE CD-DATE-T TO AU-DATE
           CALL "authchk" USING AUTHCHK-PARMS
           IF AU-RESULT NOT = "Y"
               GO TO AUTHREQ-1-EXIT.
           MOVE "Y" TO CD-AGE
           DISPLAY "ALERT !!  PRIOR AUTH REQUIRED " AU-NOTE
           MOVE "1 " TO IN-FIELD-2
           PERFORM AUTH-1 THRU AUTH-1-EXIT.
       AUTHREQ-1-EXIT.
           EXIT.

       dxmod-1.
           IF (CD-PROC1(6:2) NOT = SPACE)
             IF CD-PROC1(6:2) = CD-mod2 
           EXIT.

       9100-CLOSE-MASTER-FILE.
           MOVE "E" TO PK-FUNC
           CALL "provchk" USING PROVCHK-PARMS
           MOVE "E" TO AU-FUNC
           CALL "authchk" USING AUTHCHK-PARMS
           CLOSE CLAIMFILE CHARFILE AUTHFILE GARFILE PATFILE INSFILE.
           CLOSE PROCFILE REFPHY PARMNDEX DOCPARM DIAGFILE MPLRFILE
           fileout GAPFILE PAYFILE TAGDIAG.

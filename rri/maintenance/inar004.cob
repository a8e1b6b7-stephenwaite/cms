           ALTERNATE RECORD KEY IS EA-DATE-E WITH DUPLICATES
           ALTERNATE RECORD KEY IS EA-SSN WITH DUPLICATES
           LOCK MODE MANUAL.          

      * denial-code master kept by carc-maint.cob - the codes the
      * payment screens accept and list.
           SELECT DENIALMST ASSIGN TO "S245" ORGANIZATION IS INDEXED
           ACCESS MODE DYNAMIC RECORD KEY IS DM-KEY
           LOCK MODE MANUAL.
            
       DATA DIVISION.

           COPY "emailauthfile.cpy".           

       FD  COMPFILE.
           COPY "compfile.cpy".

       FD  DENIALMST.
           COPY "denialmst.cpy".           
           
       FD  ADDRFILE.
           COPY "addrfile.cpy".                 
           02 HOLD-ID PIC X(11).
           02 FILLER PIC X(59).
       01  PAYFILE-BACK PIC X(80).
       01  CHARCUR-BACK PIC X(164).
       01  CHARCUR-KEY-BACK PIC X(11).
       01  AUTHFILE-BACK PIC X(91).
       01  HOLD-DIST PIC X(70).
       01  HOLD-AUTH PIC X(20). 
       01  HOLD-AUTH-DATE PIC X(8).
       01  AUTH-FLAG PIC 9.
       01  DM-LIST-CNT PIC 9.
       01  DM-LIST-LINE PIC X(56).
       01  MEMIDCHK-PARMS.
           02 MC-FUNC PIC X.
           02 MC-INS PIC XXX.
           02 MC-POLICY PIC X(16).
           02 MC-GROUP PIC X(10).
           02 MC-CHKGRP PIC X.
           02 MC-RESULT PIC X.
           02 MC-MSG PIC X(30).
       01  FREQCHK-PARMS.
           02 FQ-FUNC PIC X.
           02 FQ-GARNO PIC X(8).
           02 FQ-PATID PIC X(8).
           02 FQ-CPT PIC X(5).
           02 FQ-INS PIC XXX.
           02 FQ-DATE PIC X(8).
           02 FQ-SELF PIC X(11).
           02 FQ-RESULT PIC X.
           02 FQ-COUNT PIC 99.
           02 FQ-PRIOR PIC X(8).
           02 FQ-MSG PIC X(40).
       01  SSNMASK-PARMS.
           02 SN-FUNC PIC X.
           02 SN-OPER PIC X(3).
           02 SN-PASS PIC X(8).
           02 SN-SSN PIC X(9).
           02 SN-SHOW PIC X(11).
           02 SN-FULL PIC X.
       01  SSN-ASKED PIC X VALUE "N".
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
       01  PERIOD-ANS PIC X.
       01  COVSYNC-PARMS.
           02 CS-FUNC PIC X.
           02 CS-GARNO PIC X(8).
           02 CS-DATE PIC X(8).
           02 CS-PROGRAM PIC X(8).
           02 CS-PLAN OCCURS 3 TIMES.
             03 CS-INS PIC XXX.
             03 CS-POLICY PIC X(16).
             03 CS-GROUP PIC X(10).
           02 CS-RESULT PIC X.
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
       01  LINE-OLD-PD PIC X(80).

       PROCEDURE DIVISION.
       0005-START.
           OPEN INPUT INSFILE.
           OPEN INPUT MPLRFILE.
           OPEN INPUT ADDRFILE COMPFILE.
           OPEN INPUT DENIALMST.
           MOVE ALL " " TO LAST-TAB01 LAST-CLAIM01 
           CCKEY-TAB01 LASTPAY-TAB01 LAST-PAT01.
           SET ADD-KEY TO 0.
               MOVE 1 TO GARPAT1
               OPEN INPUT GARFILE PATFILE MPLRFILE INSFILE GAPFILE
                          ADDRFILE COMPFILE
               PERFORM MEMID-1 THRU MEMID-EXIT
               GO TO 1000-ACTION
           END-IF


           MOVE PAYFILE-KEY TO IN-FIELD-2
           
           IF IN-FIELD-2 = "  "
               MOVE IN-FIELD-2 TO DF-DENIAL
               GO TO 1000-ACTION
           END-IF

           MOVE IN-FIELD-2 TO DM-KEY
           READ DENIALMST
             INVALID
               MOVE "I" TO DM-STATUS
           END-READ

           IF DM-STATUS = "I"
               DISPLAY "INVALID DENIAL CODE"
           ELSE
               MOVE IN-FIELD-2 TO DF-DENIAL
           END-IF        
           
           GO TO 1000-ACTION.
               GO TO 1000-ACTION
           END-IF

           MOVE PAYFILE01 TO LINE-OLD-PD
           DELETE PAYFILE RECORD.
           MOVE LINE-OLD-PD TO PAYFILE01
           COMPUTE PD-AMOUNT = 0 - PD-AMOUNT
           PERFORM POST-CLAIM.
      *    ISQUIET PAYFILE WITH 1 AND 3
           DISPLAY "RECORD DELETED"
           
           IF INDX = 3 MOVE DF-AMOUNT TO PD-AMOUNT GO TO 4900DEE.
           IF INDX = 4 MOVE DF-PAYCODE TO PD-PAYCODE GO TO 4900DEE.
           IF INDX = 5 MOVE DF-DENIAL TO PD-DENIAL GO TO 4900DEE.
           IF INDX = 7 MOVE DF-DATE TO PD-DATE-T GO TO 4000-DATE-P.
       2050-D.
           DISPLAY DESC-FLD(INDX) "?".
       2051-INPUT.
           GO TO 2000TI.
           IF IN-FIELD-8 = SPACES
                ACCEPT PD-DATE-T FROM DATE YYYYMMDD
                GO TO 4000-DATE-P
           END-IF
           IF IN-FIELD-2 NUMERIC AND
           IN-FIELD-TAB(3) = " " AND IN-FIELD-TAB(4) = " "
            ACCEPT ALF-3
             IF ALF-3 = "YES"
             MOVE TEST-DATE TO PD-DATE-T
             GO TO 4000-DATE-P
             END-IF
           MOVE "?" TO IN-FIELD GO TO 4000-DATE-T.
           MOVE TEST-DATE TO PD-DATE-T.
       4000-DATE-P.
           MOVE PD-DATE-T TO PE-DATE
           PERFORM PERIOD-1 THRU PERIOD-1-EXIT
      *    a default date that has since been closed is dropped.
           IF PE-RESULT = "N"
               IF DF-DATE = PD-DATE-T
                   MOVE "00000000" TO DF-DATE
               END-IF
               GO TO 2000TI.
           MOVE PE-DATE TO PD-DATE-T
           GO TO 4900DEE.
       2100-CLAIM.
           IF IN-FIELD = "?"
           MOVE "?" TO IN-FIELD GO TO 2000TI.
       2300-DENIAL.
           IF IN-FIELD = "?"
           PERFORM DM-LIST THRU DM-LIST-EXIT
           DISPLAY "<CR> = NO DENIAL CODE"
           GO TO 2000TI.

           IF IN-FIELD-2 = SPACE
           MOVE IN-FIELD-2 TO PD-DENIAL
           GO TO 4900DEE.

           MOVE IN-FIELD-2 TO DM-KEY
           READ DENIALMST INVALID MOVE "I" TO DM-STATUS.
           IF DM-STATUS = "I"
           MOVE "?" TO IN-FIELD GO TO 2300-DENIAL.
           
           IF (DM-ADJ = "Y") AND
           ((PD-PAYCODE > "006" AND < "020") AND
           (PD-PAYCODE NOT = "018"))
           DISPLAY "ADJUSTMENT DENIALS ON ADJUSTMENT RECORDS NOT VALID"
           
           MOVE IN-FIELD-2 TO PD-DENIAL
           GO TO 4900DEE.

      * list the active denial codes two to a line.
       DM-LIST.
           MOVE SPACE TO DM-KEY
           MOVE 0 TO DM-LIST-CNT
           START DENIALMST KEY NOT < DM-KEY
             INVALID GO TO DM-LIST-EXIT.
       DM-LIST-1.
           READ DENIALMST NEXT AT END GO TO DM-LIST-2.
           IF DM-STATUS = "I" GO TO DM-LIST-1.
           ADD 1 TO DM-LIST-CNT
           IF DM-LIST-CNT = 1
               MOVE SPACE TO DM-LIST-LINE
               MOVE DM-KEY TO DM-LIST-LINE(1:2)
               MOVE " = " TO DM-LIST-LINE(3:3)
               MOVE DM-DESC TO DM-LIST-LINE(6:22)
               GO TO DM-LIST-1
           END-IF
           MOVE DM-KEY TO DM-LIST-LINE(29:2)
           MOVE " = " TO DM-LIST-LINE(31:3)
           MOVE DM-DESC TO DM-LIST-LINE(34:22)
           DISPLAY DM-LIST-LINE
           MOVE 0 TO DM-LIST-CNT
           GO TO DM-LIST-1.
       DM-LIST-2.
           IF DM-LIST-CNT = 1 DISPLAY DM-LIST-LINE.
       DM-LIST-EXIT.
           EXIT.
      * the guarantor GP just saved, held to its carriers' member-ID
      * rules (memidchk.cob) - a bad id goes straight back into GP
      * while the card is still at the desk.
       MEMID-1.
           DISPLAY "GARNO SAVED IN GP TO CHECK MEMBER IDS, <CR> = SKIP"
           MOVE SPACE TO ALF-8
           ACCEPT ALF-8
           IF ALF-8 = SPACE
               GO TO MEMID-EXIT.
           MOVE ALF-8 TO G-GARNO
           READ GARFILE
             INVALID
               DISPLAY "INVALID"
               GO TO MEMID-EXIT.

      * carry whatever GP changed into the coverage history.
           DISPLAY "COVERAGE CHANGE EFFECTIVE YYYYMMDD, <CR> = TODAY"
           MOVE SPACE TO CS-DATE
           ACCEPT CS-DATE
           IF CS-DATE NOT NUMERIC
               MOVE SPACE TO CS-DATE.
           MOVE "S" TO CS-FUNC
           MOVE G-GARNO TO CS-GARNO
           MOVE "inar004" TO CS-PROGRAM
           MOVE G-PRINS TO CS-INS(1)
           MOVE G-PRIPOL0 TO CS-POLICY(1)
           MOVE G-PR-GROUP TO CS-GROUP(1)
           MOVE G-SEINS TO CS-INS(2)
           MOVE G-SECPOL0 TO CS-POLICY(2)
           MOVE G-SE-GROUP TO CS-GROUP(2)
           MOVE SPACE TO CS-PLAN(3)
           MOVE G-GARNO TO MPLR-KEY
           READ MPLRFILE
             NOT INVALID
               MOVE MPLR-TRINS TO CS-INS(3)
               MOVE MPLR-TRIPOL0 TO CS-POLICY(3)
               MOVE MPLR-TR-GROUP TO CS-GROUP(3)
           END-READ
           CALL "covsync" USING COVSYNC-PARMS
           IF CS-RESULT = "C"
               DISPLAY "COVERAGE HISTORY UPDATED".
           MOVE "E" TO CS-FUNC
           CALL "covsync" USING COVSYNC-PARMS

           MOVE SPACE TO ALF-1
           MOVE "C" TO MC-FUNC
           MOVE "Y" TO MC-CHKGRP
           MOVE G-PRINS TO MC-INS
           MOVE G-PRIPOL0 TO MC-POLICY
           MOVE G-PR-GROUP TO MC-GROUP
           CALL "memidchk" USING MEMIDCHK-PARMS
           IF MC-RESULT NOT = "Y"
               DISPLAY "PRIMARY " G-PRINS " " G-PRIPOL0 " " MC-MSG
               MOVE "Y" TO ALF-1
           END-IF

           MOVE G-SEINS TO MC-INS
           MOVE G-SECPOL0 TO MC-POLICY
           MOVE G-SE-GROUP TO MC-GROUP
           CALL "memidchk" USING MEMIDCHK-PARMS
           IF MC-RESULT NOT = "Y"
               DISPLAY "SECONDARY " G-SEINS " " G-SECPOL0 " " MC-MSG
               MOVE "Y" TO ALF-1
           END-IF

           MOVE "E" TO MC-FUNC
           CALL "memidchk" USING MEMIDCHK-PARMS

      * a retired carrier (INS-STATUS "1") cannot be saved on the
      * guarantor either - same refusal the charge paycode gets.
           IF G-PRINS NOT = SPACE
               MOVE G-PRINS TO INS-KEY
               READ INSFILE
                 NOT INVALID
                   IF INS-STATUS = "1"
                       DISPLAY "PRIMARY " G-PRINS
                         " INSURANCE CODE IS CLOSED"
                       MOVE "Y" TO ALF-1
                   END-IF
               END-READ
           END-IF

           IF G-SEINS NOT = SPACE
               MOVE G-SEINS TO INS-KEY
               READ INSFILE
                 NOT INVALID
                   IF INS-STATUS = "1"
                       DISPLAY "SECONDARY " G-SEINS
                         " INSURANCE CODE IS CLOSED"
                       MOVE "Y" TO ALF-1
                   END-IF
               END-READ
           END-IF

           IF ALF-1 NOT = "Y"
               DISPLAY "MEMBER IDS OK"
               GO TO MEMID-EXIT.

           DISPLAY "BACK INTO GP TO FIX? Y OR N"
           MOVE SPACE TO ALF-1
           ACCEPT ALF-1
           IF ALF-1 NOT = "Y"
               GO TO MEMID-EXIT.
           CLOSE GARFILE PATFILE MPLRFILE INSFILE GAPFILE
                 ADDRFILE COMPFILE
           CALL "/home/sidw/rrr091.acu" USING GARPAT1
           MOVE 1 TO GARPAT1
           OPEN INPUT GARFILE PATFILE MPLRFILE INSFILE GAPFILE
                      ADDRFILE COMPFILE
           GO TO MEMID-1.
       MEMID-EXIT.
           EXIT.

       4900DEE.
           IF FLAG-TABLE(INDX) NOT = 1
               MOVE 1 TO FLAG-TABLE(INDX)
           IF RIGHT-2 < "01" OR > HIGH-DOC DISPLAY "INVALID"
             GO TO CC-2000TI.

           MOVE RIGHT-2 TO PK-DOCP
           MOVE CC-DATE-T TO PK-DATE
           PERFORM PROV-1 THRU PROV-1-EXIT
           IF PK-RESULT = "N" GO TO CC-2000TI.

           MOVE RIGHT-2 TO CC-DOCP NUM-2
           DISPLAY RATE-NAME(NUM-2).

           MOVE RIGHT-3 TO INS-KEY
           READ INSFILE INVALID DISPLAY "NOT A DEFINED INSURANCE"
           GO TO CC-2000TI.
           IF INS-STATUS = "1" DISPLAY "INSURANCE CODE IS CLOSED"
           GO TO CC-2000TI.
           DISPLAY "ACCT " INS-ASSIGN "  CLM " INS-NEIC-ASSIGN
           " CLAIM-TYPE  " INS-CLAIMTYPE  "    " INS-NAME
           DISPLAY "ASSIGNMENT ATTRIBUTES ARE NOW CHANGED AS ABOVE"
       CC-2750-WORK.
           IF IN-FIELD = "?"
           DISPLAY "TYPE # OF INITS REP. BY CHARGE"
           DISPLAY "1-9999 ARE VALID. <CR> = 1"
           GO TO CC-2000TI.
           MOVE SPACE TO RIGHT-4
           UNSTRING IN-FIELD-4 DELIMITED BY " " INTO RIGHT-4.
           INSPECT RIGHT-4 REPLACING LEADING " " BY "0".
           IF (RIGHT-4 NOT NUMERIC) OR (RIGHT-4 = "0000")
           DISPLAY "INVALID" GO TO CC-2000TI.
           MOVE RIGHT-4 TO CC-UNITS
           IF RIGHT-4 > "0099" MOVE "99" TO CC-WORK
           ELSE MOVE RIGHT-4(3:2) TO CC-WORK.
           IF RIGHT-4 > "0009" DISPLAY "CHECK THIS!".
           GO TO 4900CPC.

       CC-2-PAPER. IF IN-FIELD = "?"
           MOVE CORR INPUT-DATE TO TEST-DATE
      *     IF T-DATE < TEST-DATE DISPLAY "FUTURE DATE NOT ALLOWED"
      *     MOVE "?" TO IN-FIELD GO TO CC-4000-DATE-T.
           MOVE CC-DOCP TO PK-DOCP
           MOVE TEST-DATE TO PK-DATE
           PERFORM PROV-1 THRU PROV-1-EXIT
           IF PK-RESULT = "N" GO TO CC-2000TI.
           MOVE TEST-DATE TO PE-DATE
           PERFORM PERIOD-1 THRU PERIOD-1-EXIT
           IF PE-RESULT = "N" GO TO CC-2000TI.
           MOVE PE-DATE TO CC-DATE-T
           GO TO 4900CPC.
           
       CC-2-MOD2.
               DISPLAY "THIS MAY NOT BE VALID. THIS IS ONLY A WARNING"
           END-IF

           PERFORM FREQ-1 THRU FREQ-1-EXIT
           PERFORM DX-1 THRU DX-1-EXIT

           MOVE CHARCUR01 TO CHARCUR-BACK.

           DISPLAY " "
           DISPLAY CC-SERVICE "    " CC-DOCP "    " CC-DOCR "   "
           CC-UNITS "  " DISPLAY-DATE " "  CC-ACC-TYPE "     " 
           DISPLAY-DATE-TOO " " CC-PAYCODE "  " CC-RESULT "    " 
           CC-ACT "   " CC-EPSDT "     " CC-SORCREF
           DISPLAY "TYPE PRVD  REF   UNIT     ACCDT  ACCTP    DATE     "
      *     MOVE TABDX(6) TO CC-DX6.
       DX-1-EXIT. EXIT.

      * payer frequency limit (freqchk.cob) - only a warning here,
      * the front desk gets the ABN signed before the exam.
       FREQ-1.
           MOVE "C" TO FQ-FUNC
           MOVE CC-KEY8 TO FQ-GARNO
           MOVE CC-PATID TO FQ-PATID
           MOVE CC-PROC1 TO FQ-CPT
           MOVE CC-PAYCODE TO FQ-INS
           MOVE CC-DATE-T TO FQ-DATE
           MOVE CHARCUR-KEY TO FQ-SELF
           CALL "freqchk" USING FREQCHK-PARMS
           IF FQ-RESULT NOT = "N"
               GO TO FREQ-1-EXIT.
           DISPLAY "ALERT !!  " FQ-MSG
           DISPLAY FQ-COUNT " ALREADY IN THE PERIOD, LAST ON " FQ-PRIOR
           DISPLAY "GET AN ABN SIGNED BEFORE THE EXAM. "
             "THIS IS ONLY A WARNING"
           ACCEPT ANS.
       FREQ-1-EXIT.
           EXIT.

      * departed provider (provchk.cob) - no service after their
      * last date may be put under their code.
       PROV-1.
           MOVE "C" TO PK-FUNC
           CALL "provchk" USING PROVCHK-PARMS
           IF PK-RESULT = "N"
               DISPLAY PK-MSG.
       PROV-1-EXIT.
           EXIT.

      * a payment or charge may not be dated into a month
      * periodclose.cob has closed - the operator takes the open
      * date perchk.cob offers (PE-DATE comes back holding it) or
      * keys another date.
       PERIOD-1.
           MOVE "C" TO PE-FUNC
           CALL "perchk" USING PERCHK-PARMS
           IF PE-RESULT = "Y"
               GO TO PERIOD-1-EXIT.
           DISPLAY PE-MSG
           DISPLAY "POST IN OPEN PERIOD " PE-OPEN-DATE " Y/N"
           ACCEPT PERIOD-ANS
           IF PERIOD-ANS NOT = "Y"
               GO TO PERIOD-1-EXIT.
           MOVE PE-OPEN-DATE TO PE-DATE
           MOVE "Y" TO PE-RESULT.
       PERIOD-1-EXIT.
           EXIT.

       LM-1.
           MOVE SPACE TO RIGHT-8
           UNSTRING DATAIN(4:8) DELIMITED BY " " INTO RIGHT-8.
           INSPECT RIGHT-8 REPLACING LEADING " " BY "0"
           MOVE RIGHT-8 TO EA-MEDREC
           PERFORM SSN-SIGN THRU SSN-SIGN-EXIT
           START EMAILAUTHFILE KEY NOT < EA-MEDREC
           INVALID DISPLAY "NO RECORDS" GO TO LM-1-EXIT.
           MOVE 0 TO X.
           DISPLAY EA-NAME  " " EA-DATE-E(5:2) "/" EA-DATE-E (7:2)
                            "/" EA-DATE-E(1:4)
           DISPLAY EA-MEDREC
           MOVE "C" TO SN-FUNC
           MOVE EA-SSN TO SN-SSN
           CALL "ssnmask" USING SSNMASK-PARMS
           DISPLAY SN-SHOW
           DISPLAY EA-EMAIL
           ADD 1 TO X
           IF X > 5
       LM-1-EXIT.
           EXIT.

      * the SSN shows as the last four (ssnmask.cob) unless an
      * operator cleared for the full number signs on - asked once
      * a session.
       SSN-SIGN.
           IF SSN-ASKED = "Y"
               GO TO SSN-SIGN-EXIT.
           MOVE "Y" TO SSN-ASKED
           MOVE SPACE TO SN-OPER SN-PASS
           DISPLAY "OPERATOR ID FOR FULL SSN OR <CR>"
           ACCEPT SN-OPER
           IF SN-OPER = SPACE
               GO TO SSN-SIGN-EXIT.
           DISPLAY "PASSWORD"
           ACCEPT SN-PASS.
       SSN-SIGN-EXIT.
           EXIT.

       AM-1.
           MOVE SPACE TO RIGHT-8
           UNSTRING DATAIN(4:8) DELIMITED BY " " INTO RIGHT-8.
           INSPECT RIGHT-8 REPLACING LEADING " " BY "0"
           MOVE RIGHT-8 TO EA-MEDREC
           PERFORM SSN-SIGN THRU SSN-SIGN-EXIT
           START EMAILAUTHFILE KEY NOT < EA-MEDREC
           INVALID DISPLAY "NO RECORDS" GO TO AM-1-EXIT.
           MOVE 0 TO X.
           DISPLAY EA-NAME  " " EA-DATE-E(5:2) "/" EA-DATE-E (7:2)
                            "/" EA-DATE-E(1:4)
           DISPLAY EA-MEDREC
           MOVE "C" TO SN-FUNC
           MOVE EA-SSN TO SN-SSN
           CALL "ssnmask" USING SSNMASK-PARMS
           DISPLAY SN-SHOW
           DISPLAY EA-EMAIL
           ADD 1 TO X
           IF X > 5
       CC10-EXIT.
           EXIT.

      * every payment-file row added, changed or deleted here goes
      * onto the charge-line ledger too (see linepost.cob), spread
      * over the row's claim.
       POST-CLAIM.
           MOVE "A" TO LI-FUNC
           MOVE PD-KEY8 TO LI-GARNO
           MOVE SPACE TO LI-KEY3
           MOVE PD-CLAIM TO LI-CLAIM
           MOVE PD-AMOUNT TO LI-AMOUNT
           MOVE PD-PAYCODE TO LI-PAYCODE
           MOVE PD-DENIAL TO LI-DENIAL
           MOVE SPACE TO LI-BUCKET
           MOVE PD-DATE-T TO LI-DATE
           CALL "linepost" USING LINEPOST-PARMS.

       WRITE-PAYFILE.
           CLOSE PAYFILE
           OPEN I-O PAYFILE
           END-WRITE
           
           MOVE 1 TO FLAG
           PERFORM POST-CLAIM
           CLOSE PAYFILE
           OPEN INPUT PAYFILE
           DISPLAY PAYFILE-KEY
           OPEN I-O PAYFILE
           
           MOVE PAYFILE-BACK(1:11) TO PAYFILE-KEY
           MOVE SPACE TO LINE-OLD-PD
           READ PAYFILE WITH LOCK INVALID
               DISPLAY " PAYFILE RECORD LOCKED TRY LATER. " PAYFILE-KEY
             NOT INVALID
               MOVE PAYFILE01 TO LINE-OLD-PD
           END-READ

           MOVE PAYFILE-BACK TO PAYFILE01
           
           CLOSE PAYFILE
           OPEN INPUT PAYFILE.
      * the line ledger takes the old row back out and the new in.
           IF LINE-OLD-PD NOT = SPACE
               MOVE LINE-OLD-PD TO PAYFILE01
               COMPUTE PD-AMOUNT = 0 - PD-AMOUNT
               PERFORM POST-CLAIM
           END-IF
           MOVE PAYFILE-BACK TO PAYFILE01
           PERFORM POST-CLAIM
           DISPLAY "RECORD CHANGED".
           MOVE 1 TO FLAG.
       RE-WRITE-PD-EXIT.
           DISPLAY "G-PRINS CHANGED TO 225".       

       9100-CLOSE-MASTER-FILE.
           MOVE "E" TO LI-FUNC
           CALL "linepost" USING LINEPOST-PARMS
           MOVE "E" TO FQ-FUNC
           CALL "freqchk" USING FREQCHK-PARMS
           MOVE "E" TO PK-FUNC
           CALL "provchk" USING PROVCHK-PARMS
           MOVE "E" TO PE-FUNC
           CALL "perchk" USING PERCHK-PARMS
           MOVE "E" TO SN-FUNC
           CALL "ssnmask" USING SSNMASK-PARMS
           CLOSE PAYFILE CHARCUR AUTHFILE
           CLOSE FILEOUT GARFILE TAGDIAG
           CLOSE EMAILAUTHFILE CMNTFILE

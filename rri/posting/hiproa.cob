           SELECT POSTAUDIT ASSIGN TO "S95" ORGANIZATION
           LINE SEQUENTIAL.

      * group code + CARC to PC-DENIAL crosswalk - shared with
      * hipr136.cob/hipr146.cob, kept by carc-maint.cob.
           SELECT CARCXREF ASSIGN TO "S97" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CX-KEY
           LOCK MODE MANUAL.

      * every CARC in the remit with no crosswalk row - carcmiss.cob
      * lists the day's lines each night.
           SELECT CARCMISS ASSIGN TO "S98" ORGANIZATION
           LINE SEQUENTIAL.

      * deductible/co-insurance/copay split of each posted line -
      * shared with hipr136.cob/hipr146.cob.
           SELECT PRDETAIL ASSIGN TO "S99" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PRD-KEY
           ALTERNATE RECORD KEY IS PRD-PAT-KEY WITH DUPLICATES
           LOCK MODE MANUAL.

      * one row per remit (BPR/TRN) for eftmatch.cob to pair with
      * the bank's EFT (shared with hipr136.cob/hipr146.cob).
           SELECT ERALOG ASSIGN TO "S89" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS EL-KEY
           LOCK MODE MANUAL.

      * one row per service-line payment with its remit trace, for
      * the duppay.cob duplicate-payment scan.
           SELECT REMITLN ASSIGN TO "S100" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS RL-KEY
           LOCK MODE MANUAL.

       DATA DIVISION.
       FILE SECTION.

       FD  POSTAUDIT.
           COPY "postaudit.cpy".

       FD  CARCXREF.
           COPY "carcxref.cpy".

       FD  CARCMISS.
           COPY "carcmiss.cpy".

       FD  PRDETAIL.
           COPY "prdetail.cpy".

       FD  ERALOG.
           COPY "eralog.cpy".

       FD  REMITLN.
           COPY "remitln.cpy".

       WORKING-STORAGE SECTION.

       COPY "hip5010-835.cpy".
       01  PAYORID1 PIC X(5).
       01  PROV-FLAG PIC X.
       01  EQUITY-ID PIC X(9).
       01  CX-I PIC 9.
       01  INS-NAME-HOLD PIC X(5).
       01  ID-EIN PIC X(9).
       01  POST-DATE PIC X(8).

      * duplicate-835 check - see ERA-SCAN. An optional parm line
      * "OVERRIDE,<supervisor id>" lets a registered remit post again.
       01  OVR-WORD PIC X(8).
       01  OVR-OPER PIC X(3).
       01  OVR-FLAG PIC X VALUE "N".
       01  ERA-REFUSED PIC X VALUE "N".
       01  DUP-CNTR PIC 999 VALUE 0.
       01  SCAN-TRACE PIC X(30).
       01  SCAN-PAYERID PIC X(30).
       01  SCAN-PE PIC X(10).
       01  SCAN-EIN PIC X(9).
       01  PARM-HOLD PIC X(42).
       01  CHG-KEY3-HOLD PIC XXX.
       01  PERCHK-PARMS.
           02 PE-FUNC PIC X.
           02 PE-DATE PIC X(8).
           02 PE-RESULT PIC X.
           02 PE-OPEN-DATE PIC X(8).
           02 PE-MSG PIC X(40).
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
       
       PROCEDURE DIVISION.
       0005-START.
           OPEN I-O PAYFILE REMITFILE.
           OPEN OUTPUT TRNPAYFILE ERROR-FILE.
           OPEN EXTEND POSTAUDIT.
           OPEN INPUT CARCXREF.
           OPEN EXTEND CARCMISS.
           OPEN I-O PRDETAIL ERALOG REMITLN.
           MOVE SPACE TO NAR-KEY01 
           MOVE ALL ZEROES TO NAR-CNTR01 STATUSCODES01 
           MOVE SPACE TO ERROR-FILE01
             AT END
               GO TO P9
           END-READ    

           MOVE PARMFILE01 TO PARM-HOLD
           MOVE SPACE TO OVR-WORD OVR-OPER
           READ PARMFILE
             NOT AT END
               UNSTRING PARMFILE01 DELIMITED BY ","
                 INTO OVR-WORD OVR-OPER
           END-READ
           MOVE PARM-HOLD TO PARMFILE01
           IF OVR-WORD = "OVERRIDE" AND OVR-OPER NOT = SPACE
               MOVE "Y" TO OVR-FLAG
           END-IF

           PERFORM ERA-SCAN THRU ERA-SCAN-EXIT
           IF ERA-REFUSED = "Y"
               GO TO P9
           END-IF
           
           READ FILEIN
             AT END
               BPR-0 BPR-1 BPR-2 BPR-3 BPR-4 BPR-5 BPR-6 BPR-7 BPR-8 
               BPR-9 BPR-10 BPR-11 BPR-12 BPR-13 BPR-14 BPR-15 BPR-16.
           MOVE BPR-16 TO DATE-X.
      * the remit posts under its check date unless that month has
      * been closed - perchk.cob then names the open date to use.
           MOVE "C" TO PE-FUNC
           MOVE DATE-X TO PE-DATE
           CALL "perchk" USING PERCHK-PARMS
           MOVE PE-OPEN-DATE TO POST-DATE
           IF PE-RESULT = "N"
               DISPLAY "HIPROA - " PE-MSG
                 " - POSTING AS OF " POST-DATE.
           
           MOVE SPACE TO FILEIN01
           READ FILEIN
                       GO TO P00
                   END-IF    
           END-READ     

           PERFORM LOG-ERA THRU LOG-ERA-EXIT
           
           IF PAYORID = SPACE
               MOVE PAYORID1 TO PAYORID
                   CAS-0 CAS-1 CAS-2 CAS-3 CAS-4 CAS-5 CAS-6 CAS-7 
                   CAS-8 CAS-9 CAS-10 CAS-11 CAS-12 CAS-13 CAS-14 
                   CAS-15 CAS-16 CAS-17 CAS-18 CAS-19 
               PERFORM CARC-MISS THRU CARC-MISS-EXIT
                 VARYING CX-I FROM 1 BY 1 UNTIL CX-I > 6
               MOVE CAS01 TO CLMCAS01
               MOVE SPACE TO CAS01
               GO TO P1-NM1
               ADD 1 TO CAS-CNTR
               MOVE FILEIN01 TO CAS-TAB(CAS-CNTR)
               MOVE SVC-CNTR TO CAS-SVC(CAS-CNTR)
               MOVE SPACE TO CAS01
               UNSTRING FILEIN01 DELIMITED BY "*" INTO
                   CAS-0 CAS-1 CAS-2 CAS-3 CAS-4 CAS-5 CAS-6 CAS-7 
                   CAS-8 CAS-9 CAS-10 CAS-11 CAS-12 CAS-13 CAS-14 
                   CAS-15 CAS-16 CAS-17 CAS-18 CAS-19 
               PERFORM CARC-MISS THRU CARC-MISS-EXIT
                 VARYING CX-I FROM 1 BY 1 UNTIL CX-I > 6
               GO TO P1-SVC-LOOP
           END-IF    
           
           END-READ

           MOVE CC-CLAIM TO PD-CLAIM
           MOVE POST-DATE TO PD-DATE-T
           MOVE G-GARNAME TO PD-NAME.
                     
           IF CC-PAYCODE = "062" AND (CLP-2CLMSTAT NOT = "1")
                       CAS-8 CAS-9 CAS-10 CAS-11 CAS-12 CAS-13 CAS-14 
                       CAS-15 CAS-16 CAS-17 CAS-18 CAS-19 
               
                   PERFORM CX-MARK-PAY VARYING CX-I FROM 1 BY 1
                     UNTIL CX-I > 6 OR PD-DENIAL NOT = SPACE
                   IF PD-DENIAL NOT = SPACE
                       MOVE CAS-CNTR TO Z
                   END-IF
               END-IF
           MOVE PAYBACK TO PAYFILE01
           MOVE XYZ TO PD-KEY3
           WRITE PAYFILE01
           PERFORM POST-LINE
           PERFORM LOG-REMITLN THRU LOG-REMITLN-EXIT

           PERFORM WRITE-POSTING-AUDIT

           MOVE PAYFILE01 TO TRNPAYFILE01
           MOVE TRN-2 TO TRN-CHKNO
           WRITE TRNPAYFILE01

           MOVE 0 TO PRD-DEDUCT PRD-COINS PRD-COPAY PRD-OTHER
           PERFORM PRD-LINE THRU PRD-LINE-EXIT
             VARYING Z FROM 1 BY 1 UNTIL Z > CAS-CNTR
           PERFORM PRD-POST THRU PRD-POST-EXIT
           
           PERFORM VARYING Z FROM 1 BY 1 UNTIL Z > CAS-CNTR           
               IF CAS-SVC(Z) = X
                     CAS-8 CAS-9 CAS-10 CAS-11 CAS-12 CAS-13 CAS-14 
                     CAS-15 CAS-16 CAS-17 CAS-18 CAS-19 
              
                   PERFORM CX-OWN-ADJ THRU CX-OWN-ADJ-EXIT
                     VARYING CX-I FROM 1 BY 1 UNTIL CX-I > 6
               END-IF
           END-PERFORM
           
                     CAS-8 CAS-9 CAS-10 CAS-11 CAS-12 CAS-13 CAS-14 
                     CAS-15 CAS-16 CAS-17 CAS-18 CAS-19

                   IF NOT (CLP-2CLMSTAT = "2 " OR "3 ")
                       PERFORM CX-REDUCE VARYING CX-I FROM 1 BY 1
                         UNTIL CX-I > 6
                   END-IF
               END-IF
           END-PERFORM.
           MOVE PAYBACK TO PAYFILE01
           MOVE XYZ TO PD-KEY3
           WRITE PAYFILE01.
           PERFORM POST-LINE.

           PERFORM WRITE-POSTING-AUDIT.

                         CAS-8 CAS-9 CAS-10 CAS-11 CAS-12 CAS-13 CAS-14 
                         CAS-15 CAS-16 CAS-17 CAS-18 CAS-19

                     PERFORM CX-DENIED VARYING CX-I FROM 1 BY 1
                       UNTIL CX-I > 6 OR FLAG = 1
                     IF FLAG = 1
                       MOVE CAS-CNTR TO Z
                     END-IF               
                   END-IF               
              PERFORM NAR-1
             END-IF

             IF CLP-2CLMSTAT = "1 "
               PERFORM CX-REDUCE VARYING CX-I FROM 1 BY 1
                 UNTIL CX-I > 6
             END-IF
            END-IF
           END-PERFORM.
            END-IF
           END-PERFORM.
           
           MOVE "E" TO PE-FUNC
           CALL "perchk" USING PERCHK-PARMS
           MOVE "E" TO LI-FUNC
           CALL "linepost" USING LINEPOST-PARMS
           CLOSE INSFILE FILEIN CHARCUR GARFILE MPLRFILE PARMFILE
               PAYCUR CAIDFILE rarcfile PAYFILE REMITFILE
               TRNPAYFILE ERROR-FILE POSTAUDIT CARCXREF CARCMISS
               PRDETAIL ERALOG REMITLN.
           IF ERA-REFUSED = "Y"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      * a repeated download or a re-run after an abort must not post
      * twice. Before anything posts, every remit in the file this
      * run would post (the P0000 provider test passes) has its TRN
      * trace looked up on ERALOG, the register LOG-ERA keeps. A
      * trace already there refuses the whole file (return code 8)
      * unless the parm carries a supervisor OVERRIDE line, which is
      * logged; the REMITFILE check still skips those remits then.
       ERA-SCAN.
           MOVE 0 TO DUP-CNTR
           MOVE SPACE TO SCAN-TRACE SCAN-PAYERID SCAN-PE SCAN-EIN.

       ERA-SCAN-1.
           MOVE SPACE TO FILEIN01
           READ FILEIN
             AT END
               GO TO ERA-SCAN-2
           END-READ

           IF F1 = "TRN"
               MOVE SPACE TO TRN01
               UNSTRING FILEIN01 DELIMITED BY "*" INTO
                   TRN-0 TRN-1 TRN-2 TRN-3 TRN-4
               MOVE TRN-2 TO SCAN-TRACE
               MOVE TRN-3 TO SCAN-PAYERID
               MOVE SPACE TO SCAN-PE SCAN-EIN
               GO TO ERA-SCAN-1
           END-IF

           IF (F1 = "N1*" AND F21 = "PE*")
               MOVE SPACE TO N101
               UNSTRING FILEIN01 DELIMITED BY "*" INTO
                   N1-0 N1-1 N1-2 N1-3 N1-ID
               MOVE N1-ID TO SCAN-PE
           END-IF

           IF (F1 = "REF" AND F21 = "*TJ")
               MOVE SPACE TO REF01
               UNSTRING FILEIN01 DELIMITED BY "*" INTO
                   REF-0 REF-1 REF-2
               MOVE REF-2 TO SCAN-EIN
           END-IF

           IF F1 NOT = "CLP" OR SCAN-TRACE = SPACE
               GO TO ERA-SCAN-1
           END-IF

           IF (SCAN-PE = ID-NPI1) OR (SCAN-PE = ID-NPI)
               OR (SCAN-EIN = PF-1) OR (SCAN-PE = PF-1)
               PERFORM ERA-LOOK THRU ERA-LOOK-EXIT
           END-IF

           MOVE SPACE TO SCAN-TRACE
           GO TO ERA-SCAN-1.

       ERA-SCAN-2.
           CLOSE FILEIN
           OPEN INPUT FILEIN
           MOVE SPACE TO TRN01 N101 REF01

           IF DUP-CNTR = 0
               GO TO ERA-SCAN-EXIT
           END-IF

           IF OVR-FLAG = "Y"
               PERFORM LOG-OVERRIDE
               DISPLAY "HIPROA - " DUP-CNTR " REMIT(S) ALREADY POSTED"
                   " - OVERRIDE BY " OVR-OPER
               GO TO ERA-SCAN-EXIT
           END-IF

           MOVE "Y" TO ERA-REFUSED
           MOVE SPACE TO ERROR-FILE01
           STRING "FILE REFUSED - " DUP-CNTR " REMIT(S) ALREADY "
               "POSTED. NOTHING POSTED - A SUPERVISOR OVERRIDE PARM "
               "LINE IS NEEDED TO POST AGAIN"
               DELIMITED BY SIZE INTO ERROR-FILE01
           WRITE ERROR-FILE01
           DISPLAY "HIPROA - FILE REFUSED - " DUP-CNTR
               " REMIT(S) ALREADY POSTED".

       ERA-SCAN-EXIT.
           EXIT.

       ERA-LOOK.
           IF SCAN-TRACE = "0000000000"
               GO TO ERA-LOOK-EXIT
           END-IF
           MOVE SPACE TO ERALOG01
           MOVE SCAN-TRACE TO EL-TRACE
           MOVE SCAN-PAYERID TO EL-PAYERID
           READ ERALOG
             INVALID
               GO TO ERA-LOOK-EXIT
           END-READ
           ADD 1 TO DUP-CNTR
           MOVE SPACE TO ERROR-FILE01
           STRING "REMIT ALREADY POSTED - TRACE " SCAN-TRACE
               " PAYER " EL-PAYERID " ON " EL-RECEIVED " BY "
               EL-PROGRAM DELIMITED BY SIZE INTO ERROR-FILE01
           WRITE ERROR-FILE01.

       ERA-LOOK-EXIT.
           EXIT.

       LOG-OVERRIDE.
           MOVE "ERAOVR" TO AUD-PROGRAM
           MOVE "HIPROA" TO AUD-KEY8
           MOVE OVR-OPER TO AUD-KEY3
           MOVE 0 TO AUD-AMOUNT
           MOVE SPACE TO AUD-PAYCODE
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           MOVE SPACE TO AUD-OPER
           WRITE AUDITFILE01.

      * each service-line payment goes on REMITLN under its charge
      * line, payer and remit trace - POST-LINE's charge-line rule.
       LOG-REMITLN.
           IF PD-AMOUNT NOT < 0 OR TRN-2 = SPACE
               GO TO LOG-REMITLN-EXIT
           END-IF
           MOVE SPACE TO CHG-KEY3-HOLD
           IF CC-KEY8 = PD-KEY8 AND CC-CLAIM = PD-CLAIM
               MOVE CC-KEY3 TO CHG-KEY3-HOLD
           END-IF
           MOVE SPACE TO REMITLN01
           MOVE PD-KEY8 TO RL-GARNO
           MOVE PD-CLAIM TO RL-CLAIM
           MOVE CHG-KEY3-HOLD TO RL-CHG-KEY3
           MOVE PD-PAYCODE TO RL-PAYCODE
           MOVE TRN-2 TO RL-TRACE
           READ REMITLN
             NOT INVALID
               ADD PD-AMOUNT TO RL-AMOUNT
               ADD 1 TO RL-LINES
               REWRITE REMITLN01
                 INVALID
                   CONTINUE
               END-REWRITE
               GO TO LOG-REMITLN-EXIT
           END-READ
           MOVE SPACE TO REMITLN01
           MOVE PD-KEY8 TO RL-GARNO
           MOVE PD-CLAIM TO RL-CLAIM
           MOVE CHG-KEY3-HOLD TO RL-CHG-KEY3
           MOVE PD-PAYCODE TO RL-PAYCODE
           MOVE TRN-2 TO RL-TRACE
           MOVE TRN-3 TO RL-PAYERID
           MOVE PD-AMOUNT TO RL-AMOUNT
           MOVE 1 TO RL-LINES
           MOVE PD-KEY3 TO RL-PAY-KEY3
           MOVE PD-DATE-T TO RL-DATE
           MOVE "HIPROA" TO RL-PROGRAM
           WRITE REMITLN01
             INVALID
               CONTINUE
           END-WRITE.

       LOG-REMITLN-EXIT.
           EXIT.

      * the remit's BPR/TRN goes on ERALOG the first time the trace is
      * seen (a re-run of the same 835 finds it there already) - the
      * money side comes later from bai2load.cob/eftmatch.cob.
       LOG-ERA.
           IF TRN-2 = SPACE
               GO TO LOG-ERA-EXIT.
           MOVE SPACE TO ERALOG01
           MOVE TRN-2 TO EL-TRACE
           MOVE TRN-3 TO EL-PAYERID
           READ ERALOG
             NOT INVALID
               GO TO LOG-ERA-EXIT.
           MOVE SPACE TO ERALOG01
           MOVE TRN-2 TO EL-TRACE
           MOVE TRN-3 TO EL-PAYERID
           MOVE 0 TO EL-AMOUNT EL-EFT-AMT
           IF BPR-2 NOT = SPACE
               MOVE FUNCTION NUMVAL (BPR-2) TO EL-AMOUNT.
           MOVE BPR-4 TO EL-METHOD
           MOVE BPR-16 TO EL-PAYDATE
           ACCEPT EL-RECEIVED FROM DATE YYYYMMDD
           MOVE "HIPROA" TO EL-PROGRAM
           WRITE ERALOG01
             INVALID
               CONTINUE.
       LOG-ERA-EXIT.
           EXIT.

      * every day-file row written here goes onto the charge-line
      * ledger too (see linepost.cob) - on the remit's own service
      * line when that charge is the one in hand, else spread over
      * the claim.
       POST-LINE.
           MOVE SPACE TO LI-KEY3
           IF CC-KEY8 = PD-KEY8 AND CC-CLAIM = PD-CLAIM
               MOVE CC-KEY3 TO LI-KEY3.
           PERFORM POST-CLAIM.

       POST-CLAIM.
           MOVE "A" TO LI-FUNC
           MOVE PD-KEY8 TO LI-GARNO
           MOVE PD-CLAIM TO LI-CLAIM
           MOVE PD-AMOUNT TO LI-AMOUNT
           MOVE PD-PAYCODE TO LI-PAYCODE
           MOVE PD-DENIAL TO LI-DENIAL
           MOVE SPACE TO LI-BUCKET
           MOVE PD-DATE-T TO LI-DATE
           CALL "linepost" USING LINEPOST-PARMS.

      * shared posting-audit record - same AUDITFILE01 layout
      * hipr136.cob/hipr146.cob/errr146.cob write, so a bad posting
      * can be traced back to which of the four programs touched it.
           MOVE SPACE TO AUD-OPER
           WRITE AUDITFILE01.

      * crosswalk CAS triple CX-I of the segment in CAS01 - same
      * CARCXREF rules hipr136.cob applies. CX-CLASS/CX-DENIAL come
      * back spaces for an empty triple or a CARC with no row.
       CX-LOOK.
           MOVE SPACE TO CX-CLASS CX-DENIAL
           IF CAS-T-CARC(CX-I) = SPACE
               GO TO CX-LOOK-EXIT.
           MOVE CAS-1 TO CX-GROUP
           MOVE CAS-T-CARC(CX-I) TO CX-CARC
           READ CARCXREF
             INVALID
               MOVE SPACE TO CX-CLASS CX-DENIAL
           END-READ.
       CX-LOOK-EXIT.
           EXIT.

      * a CARC the crosswalk does not know - log it for carcmiss.cob.
       CARC-MISS.
           PERFORM CX-LOOK THRU CX-LOOK-EXIT
           IF CAS-T-CARC(CX-I) = SPACE OR CX-CLASS NOT = SPACE
               GO TO CARC-MISS-EXIT.
           ACCEPT CM-DATE FROM DATE YYYYMMDD
           MOVE "HIPROA  " TO CM-PROGRAM
           MOVE CAS-1 TO CM-GROUP
           MOVE CAS-T-CARC(CX-I) TO CM-CARC
           MOVE SPACE TO ALF8
           MOVE CAS-T-AMT(CX-I) TO ALF8
           PERFORM AMOUNT-1
           MOVE AMOUNT-X TO CM-AMOUNT
           MOVE CLP-1 TO CM-CLP1
           MOVE TRN-2 TO CM-TRACE
           WRITE CARCMISS01.
       CARC-MISS-EXIT.
           EXIT.

      * a patient-responsibility row carrying a denial code (DD)
      * marks the payment row itself.
       CX-MARK-PAY.
           PERFORM CX-LOOK THRU CX-LOOK-EXIT
           IF CX-CLASS = "P" AND CX-DENIAL NOT = SPACE
               MOVE CX-DENIAL TO PD-DENIAL.

      * a zero-paid line carrying a denial row is worked from the
      * lost-service listing rather than posted.
       CX-DENIED.
           PERFORM CX-LOOK THRU CX-LOOK-EXIT
           IF CX-CLASS = "D"
               MOVE 1 TO FLAG.

      * contractual amounts under 14 fold into the line's insurance
      * reduction.
       CX-REDUCE.
           PERFORM CX-LOOK THRU CX-LOOK-EXIT
           IF CX-CLASS = "C" AND CX-DENIAL = "14"
             AND CAS-T-AMT(CX-I) NOT = SPACE
               MOVE SPACE TO ALF8
               MOVE CAS-T-AMT(CX-I) TO ALF8
               PERFORM AMOUNT-1
               COMPUTE INS-REDUCE = INS-REDUCE + AMOUNT-X.

      * contractual amounts under any other code (DI for CARC 104)
      * post as their own adjustment row.
       CX-OWN-ADJ.
           PERFORM CX-LOOK THRU CX-LOOK-EXIT
           IF CX-CLASS NOT = "C" OR CX-DENIAL = "14"
               GO TO CX-OWN-ADJ-EXIT.
           MOVE CX-DENIAL TO PD-DENIAL
           MOVE SPACE TO ALF8
           MOVE CAS-T-AMT(CX-I) TO ALF8
           PERFORM AMOUNT-1
           MULTIPLY AMOUNT-X BY -1 GIVING PD-AMOUNT
           PERFORM WRITE-ADJ THRU WRITE-ADJ-EXIT.
       CX-OWN-ADJ-EXIT.
           EXIT.

      * one CAS row of service line X into the patient-responsibility
      * split - same PRDETAIL row hipr136.cob writes.
       PRD-LINE.
           IF CAS-SVC(Z) NOT = X
               GO TO PRD-LINE-EXIT.
           MOVE SPACE TO CAS01
           MOVE CAS-TAB(Z) TO FILEIN01
           UNSTRING FILEIN01 DELIMITED BY "*" INTO
             CAS-0 CAS-1 CAS-2 CAS-3 CAS-4 CAS-5 CAS-6 CAS-7 
             CAS-8 CAS-9 CAS-10 CAS-11 CAS-12 CAS-13 CAS-14 
             CAS-15 CAS-16 CAS-17 CAS-18 CAS-19 
           PERFORM PRD-SPLIT VARYING CX-I FROM 1 BY 1 UNTIL CX-I > 6.
       PRD-LINE-EXIT.
           EXIT.

      * a patient-responsibility amount into the bucket its
      * crosswalk row names.
       PRD-SPLIT.
           PERFORM CX-LOOK THRU CX-LOOK-EXIT
           IF CX-CLASS = "P" AND CAS-T-AMT(CX-I) NOT = SPACE
               MOVE SPACE TO ALF8
               MOVE CAS-T-AMT(CX-I) TO ALF8
               PERFORM AMOUNT-1
               EVALUATE CX-PRTYPE
                 WHEN "DD"
                   ADD AMOUNT-X TO PRD-DEDUCT
                 WHEN "CI"
                   ADD AMOUNT-X TO PRD-COINS
                 WHEN "CP"
                   ADD AMOUNT-X TO PRD-COPAY
                 WHEN OTHER
                   ADD AMOUNT-X TO PRD-OTHER
               END-EVALUATE.

       PRD-POST.
           IF PRD-DEDUCT = 0 AND PRD-COINS = 0 AND PRD-COPAY = 0
             AND PRD-OTHER = 0
               GO TO PRD-POST-EXIT.
           MOVE CC-KEY8 TO PRD-KEY8
           MOVE CC-KEY3 TO PRD-KEY3
           MOVE PD-PAYCODE TO PRD-PAYCODE PRD-PAT-PAYCODE
           MOVE CC-PATID TO PRD-PATID
           MOVE CC-DATE-T TO PRD-DATE-T
           MOVE CLP-1 TO PRD-CLP1
           MOVE TRN-2 TO PRD-TRACE
           MOVE "HIPROA  " TO PRD-PROGRAM
           ACCEPT PRD-POST-DATE FROM DATE YYYYMMDD
           MOVE SPACE TO PRD-FUTURE
           WRITE PRDETAIL01
             INVALID
               REWRITE PRDETAIL01
           END-WRITE.
       PRD-POST-EXIT.
           EXIT.

       P169.
            PERFORM VARYING Z FROM 1 BY 1 UNTIL Z > CAS-CNTR
             IF CAS-SVC(Z) = X

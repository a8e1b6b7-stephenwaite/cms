           SELECT LOCKLOG ASSIGN TO "S96" ORGANIZATION
           LINE SEQUENTIAL.

      * group code + CARC to PC-DENIAL crosswalk - shared with
      * hipr136.cob/hiproa.cob, kept by carc-maint.cob.
           SELECT CARCXREF ASSIGN TO "S97" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS CX-KEY
           LOCK MODE MANUAL.

      * every CARC in the remit with no crosswalk row - carcmiss.cob
      * lists the day's lines each night.
           SELECT CARCMISS ASSIGN TO "S98" ORGANIZATION
           LINE SEQUENTIAL.

      * deductible/co-insurance/copay split of each posted line -
      * shared with hipr136.cob.
           SELECT PRDETAIL ASSIGN TO "S99" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS PRD-KEY
           ALTERNATE RECORD KEY IS PRD-PAT-KEY WITH DUPLICATES
           LOCK MODE MANUAL.

      * one row per remit (BPR/TRN) for eftmatch.cob to pair with
      * the bank's EFT (shared with hipr136.cob).
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
       FD  MPLRFILE.
           02 CC-DX5 PIC X(7).
           02 CC-DX6 PIC X(7).
           02 CC-FUTURE PIC X(6).
           02 CC-UNITS PIC 9(4).
       FD GARFILE
           BLOCK CONTAINS 3 RECORDS
           DATA RECORD IS G-MASTER.
       FD  LOCKLOG.
           COPY "locklog.cpy".

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
       01  TAKEBACK-PAYCODE PIC XXX VALUE "TBK".
       01  CHECK-TRACE PIC X(15).
       01  NEG-CHECK-FLAG PIC 9 VALUE 0.

      * duplicate-835 check - see ERA-SCAN. An optional parm line
      * "OVERRIDE,<supervisor id>" lets a registered remit post again.
       01  OVR-WORD PIC X(8).
       01  OVR-OPER PIC X(3).
       01  OVR-FLAG PIC X VALUE "N".
       01  ERA-REFUSED PIC X VALUE "N".
       01  DUP-CNTR PIC 999 VALUE 0.
       01  SCAN-TRACE PIC X(30).
       01  SCAN-PAYERID PIC X(30).
       01  CHG-KEY3-HOLD PIC XXX.
       01  ORIG-PAYCODE-HOLD PIC XXX.

       01  CHARCUR-STAT PIC XX.
       01  LOCK-T2 PIC X(5).

       01  REV-MODE-FLAG PIC X VALUE "N".
       01  REV-OPER-ID PIC X(3) VALUE SPACE.
       01  REV-XYZ PIC 999.
       01  REV-PAYCODE-HOLD PIC XXX.
       01  REV-NAME-HOLD PIC X(24).
       01  REV-CLAIM-HOLD PIC X(6).
       01  REV-AMOUNT-HOLD PIC S9(4)V99.
       01  ALREADY-REVERSED-FLAG PIC X VALUE "N".
       01  CX-I PIC 9.
       01  PR-AMT PIC S9(4)V99.
       01  POST-DATE PIC X(8).
       01  POST-ANS PIC X.
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
           OPEN EXTEND TAKEBACKLOG.
           OPEN I-O ICNFILE.
           OPEN EXTEND LOCKLOG.
           OPEN INPUT CARCXREF.
           OPEN EXTEND CARCMISS.
           OPEN I-O PRDETAIL.
           OPEN I-O ERALOG.
           OPEN I-O REMITLN.
           OPEN INPUT LOCKPARM.
           READ LOCKPARM
             AT END
           MOVE PF-1 TO PROV-1
           READ PARMFILE AT END GO TO P9.
           MOVE PF-1 TO PROV-2

           MOVE SPACE TO OVR-WORD OVR-OPER
           READ PARMFILE
             NOT AT END
               UNSTRING PARMFILE01 DELIMITED BY ","
                 INTO OVR-WORD OVR-OPER
           END-READ
           IF OVR-WORD = "OVERRIDE" AND OVR-OPER NOT = SPACE
               MOVE "Y" TO OVR-FLAG.

           PERFORM ERA-SCAN THRU ERA-SCAN-EXIT
           IF ERA-REFUSED = "Y"
               GO TO P9.

           READ FILEIN AT END DISPLAY "NO RECORDS" GO TO P9.
           MOVE FILEIN01 TO PD-DATE-E.
           MOVE SPACE TO ERROR-FILE01
           BPR-9 BPR-10 BPR-11 BPR-12 BPR-13 BPR-14 BPR-15 BPR-16.
           MOVE BPR-16 TO DATE-X
           MOVE SPACE TO ALF10 ALF7 CHECK-TRACE.
      * the remit posts under its check date unless that month has
      * been closed - perchk.cob then names the open date to use.
           MOVE "C" TO PE-FUNC
           MOVE DATE-X TO PE-DATE
           CALL "perchk" USING PERCHK-PARMS
           MOVE PE-OPEN-DATE TO POST-DATE
           IF PE-RESULT = "N"
               DISPLAY "HIPR146 - " PE-MSG
                 " - POSTING AS OF " POST-DATE.

      * a negative check is a recoupment netted out of the remit -
      * the CLP02 = 22 claims inside it post through TB-SVC-LOOP.
       XXX.
           IF (ALF10 NOT = PROV-1)
             GO TO P00.
           PERFORM LOG-ERA THRU LOG-ERA-EXIT.

           IF WRITE-FLAG = 0
             MOVE 1 TO WRITE-FLAG
             CAS-0 CAS-1 CAS-2 CAS-3 CAS-4 CAS-5 CAS-6 CAS-7 
             CAS-8 CAS-9 CAS-10 CAS-11 CAS-12 CAS-13 CAS-14 
             CAS-15 CAS-16 CAS-17 CAS-18 CAS-19 
             PERFORM CARC-MISS THRU CARC-MISS-EXIT
               VARYING CX-I FROM 1 BY 1 UNTIL CX-I > 6
             MOVE CAS01 TO CLMCAS01
             MOVE SPACE TO CAS01
            GO TO P1-NM1.
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
             GO TO P1-SVC-LOOP.
           
           IF F1 = "DTM" AND F2 = "*150"
           READ CHARCUR INVALID  
             PERFORM P1-LOST-SVC GO TO P5-SVC-LOOP-EXIT.
           MOVE CC-CLAIM TO PD-CLAIM
           MOVE POST-DATE TO PD-DATE-T
           MOVE G-GARNAME TO PD-NAME.
           MOVE "004" TO PD-PAYCODE.
           IF G-PRINS = "064" 
           OR G-TRINS = "064"
           MOVE "064" TO PD-PAYCODE.
           MOVE "  " TO PD-DENIAL.
      * crosswalk the line's adjustments - a deductible row marks the
      * payment, and patient-responsibility dollars stay on the
      * charge instead of going into the write-off below.
           MOVE 0 TO PR-AMT PRD-DEDUCT PRD-COINS PRD-COPAY PRD-OTHER
           PERFORM CX-LINE THRU CX-LINE-EXIT
             VARYING Z FROM 1 BY 1 UNTIL Z > CAS-CNTR.
           ACCEPT ORDER-8 FROM TIME
           MOVE ORDER-6 TO PD-ORDER
           MOVE SPACE TO PD-BATCH
           MOVE PAYBACK TO PAYFILE01
           MOVE XYZ TO PD-KEY3
           WRITE PAYFILE01.
           PERFORM POST-LINE.
           PERFORM LOG-REMITLN THRU LOG-REMITLN-EXIT.
           PERFORM WRITE-POSTING-AUDIT.
           PERFORM STORE-ICN THRU STORE-ICN-EXIT.
           PERFORM PRD-POST THRU PRD-POST-EXIT.
           COMPUTE CLAIM-TOT = CC-AMOUNT + PD-AMOUNT
           PERFORM S4 THRU S5
           SUBTRACT PR-AMT FROM CLAIM-TOT
           IF CLAIM-TOT NOT > 0 GO TO P5-SVC-LOOP-EXIT.
           COMPUTE PD-AMOUNT = -1 * CLAIM-TOT
           MOVE "14" TO PD-DENIAL
           MOVE PAYBACK TO PAYFILE01
           MOVE XYZ TO PD-KEY3
           WRITE PAYFILE01.
           PERFORM POST-LINE.
           PERFORM WRITE-POSTING-AUDIT.
       P5-SVC-LOOP-EXIT.
           EXIT.

      * one CAS row of service line X through the crosswalk.
       CX-LINE.
           IF CAS-SVC(Z) NOT = X
               GO TO CX-LINE-EXIT.
           MOVE SPACE TO CAS01
           MOVE CAS-TAB(Z) TO FILEIN01
           UNSTRING FILEIN01 DELIMITED BY "*" INTO
           CAS-0 CAS-1 CAS-2 CAS-3 CAS-4 CAS-5 CAS-6 CAS-7 
           CAS-8 CAS-9 CAS-10 CAS-11 CAS-12 CAS-13 CAS-14 
           CAS-15 CAS-16 CAS-17 CAS-18 CAS-19 
           PERFORM CX-PAT-RESP THRU CX-PAT-RESP-EXIT
             VARYING CX-I FROM 1 BY 1 UNTIL CX-I > 6.
       CX-LINE-EXIT.
           EXIT.

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
           MOVE "HIPR146 " TO CM-PROGRAM
           MOVE CAS-1 TO CM-GROUP
           MOVE CAS-T-CARC(CX-I) TO CM-CARC
           MOVE SPACE TO ALF8
           MOVE CAS-T-AMT(CX-I) TO ALF8
           PERFORM AMOUNT-1
           MOVE AMOUNT-X TO CM-AMOUNT
           MOVE CLP-1 TO CM-CLP1
           MOVE CHECK-TRACE TO CM-TRACE
           WRITE CARCMISS01.
       CARC-MISS-EXIT.
           EXIT.

      * patient-responsibility amounts stay with the patient; one
      * carrying a denial code (DD) also marks the payment row.
       CX-PAT-RESP.
           PERFORM CX-LOOK THRU CX-LOOK-EXIT
           IF CX-CLASS NOT = "P"
               GO TO CX-PAT-RESP-EXIT.
           IF CX-DENIAL NOT = SPACE AND PD-DENIAL = SPACE
               MOVE CX-DENIAL TO PD-DENIAL.
           IF CAS-T-AMT(CX-I) NOT = SPACE
               MOVE SPACE TO ALF8
               MOVE CAS-T-AMT(CX-I) TO ALF8
               PERFORM AMOUNT-1
               ADD AMOUNT-X TO PR-AMT
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
       CX-PAT-RESP-EXIT.
           EXIT.

      * keep the line's deductible/co-insurance/copay split - same
      * PRDETAIL row hipr136.cob writes.
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
           MOVE CHECK-TRACE TO PRD-TRACE
           MOVE "HIPR146 " TO PRD-PROGRAM
           ACCEPT PRD-POST-DATE FROM DATE YYYYMMDD
           MOVE SPACE TO PRD-FUTURE
           WRITE PRDETAIL01
             INVALID
               REWRITE PRDETAIL01
           END-WRITE.
       PRD-POST-EXIT.
           EXIT.

      * CLP02 = 22 - the payer reversed a prior claim payment. The
      * reversal line carries the old payment negated; post the
      * offsetting amount to the day file under the takeback
           PERFORM TB-FIND-ORIG THRU TB-FIND-ORIG-EXIT

           MOVE CC-CLAIM TO PD-CLAIM
           MOVE POST-DATE TO PD-DATE-T
           MOVE G-GARNAME TO PD-NAME
           MOVE TAKEBACK-PAYCODE TO PD-PAYCODE
           MOVE "TB" TO PD-DENIAL
           MOVE PAYBACK TO PAYFILE01
           MOVE XYZ TO PD-KEY3
           WRITE PAYFILE01.
           PERFORM POST-LINE.
           PERFORM WRITE-POSTING-AUDIT.
           PERFORM STORE-ICN THRU STORE-ICN-EXIT.

            MOVE ERR201 TO ERROR-FILE01-1
            WRITE ERROR-FILE01 
           END-PERFORM
           MOVE "E" TO PE-FUNC
           CALL "perchk" USING PERCHK-PARMS
           MOVE "E" TO LI-FUNC
           CALL "linepost" USING LINEPOST-PARMS
           CLOSE filein CHARCUR garfile mplrfile parmfile paycur
            caidfile rarcfile payfile error-file postaudit
            takebacklog icnfile locklog carcxref carcmiss prdetail
            eralog remitln.
           IF ERA-REFUSED = "Y"
               MOVE 8 TO RETURN-CODE.
           STOP RUN.

      * a repeated download or a re-run after an abort must not post
      * twice. Before anything posts, every remit in the file this
      * run would post (its N1*PE is ours) has its TRN trace looked
      * up on ERALOG, the register LOG-ERA keeps. A trace already
      * there refuses the whole file (return code 8) unless the parm
      * carries a supervisor OVERRIDE line, which is logged.
       ERA-SCAN.
           MOVE 0 TO DUP-CNTR
           MOVE SPACE TO SCAN-TRACE SCAN-PAYERID ALF10.

       ERA-SCAN-1.
           MOVE SPACE TO FILEIN01
           READ FILEIN AT END GO TO ERA-SCAN-2.

           IF F1 = "TRN"
             MOVE SPACE TO TRN01 ALF10
             UNSTRING FILEIN01 DELIMITED BY "*" INTO
               TRN-0 TRN-1 TRN-2 TRN-3 TRN-4
             MOVE TRN-2 TO SCAN-TRACE
             MOVE TRN-3 TO SCAN-PAYERID
             GO TO ERA-SCAN-1
           END-IF

           IF F1 = "N1*"
             MOVE SPACE TO N101
             UNSTRING FILEIN01 DELIMITED BY "*" INTO
               N1-0 N1-1 N1-2 N1-3 N1-ID
             IF N1-1 = "PE" AND N1-3 = "XX"
               MOVE N1-ID TO ALF10
             END-IF
           END-IF

           IF F1 NOT = "LX*" GO TO ERA-SCAN-1.
           IF ALF10 = PROV-1
             PERFORM ERA-LOOK THRU ERA-LOOK-EXIT.
           MOVE SPACE TO SCAN-TRACE
           GO TO ERA-SCAN-1.

       ERA-SCAN-2.
           CLOSE FILEIN
           OPEN INPUT FILEIN
           MOVE SPACE TO TRN01 N101 ALF10
           IF DUP-CNTR = 0
               GO TO ERA-SCAN-EXIT.

           IF OVR-FLAG = "Y"
               PERFORM LOG-OVERRIDE
               DISPLAY "HIPR146 - " DUP-CNTR " REMIT(S) ALREADY POSTED"
                 " - POSTING AGAIN ON OVERRIDE BY " OVR-OPER
               GO TO ERA-SCAN-EXIT.

           MOVE "Y" TO ERA-REFUSED
           MOVE SPACE TO ERROR-FILE01
           MOVE "A" TO FO-SORT
           STRING "FILE REFUSED - " DUP-CNTR " REMIT(S) ALREADY "
             "POSTED. NOTHING POSTED - A SUPERVISOR OVERRIDE PARM "
             "LINE IS NEEDED TO POST AGAIN"
             DELIMITED BY SIZE INTO ERROR-FILE01-1
           WRITE ERROR-FILE01
           DISPLAY "HIPR146 - FILE REFUSED - " DUP-CNTR
             " REMIT(S) ALREADY POSTED".

       ERA-SCAN-EXIT.
           EXIT.

       ERA-LOOK.
           IF SCAN-TRACE = SPACE OR SCAN-TRACE = "0000000000"
               GO TO ERA-LOOK-EXIT.
           MOVE SPACE TO ERALOG01
           MOVE SCAN-TRACE TO EL-TRACE
           MOVE SCAN-PAYERID TO EL-PAYERID
           READ ERALOG
             INVALID
               GO TO ERA-LOOK-EXIT.
           ADD 1 TO DUP-CNTR
           MOVE SPACE TO ERROR-FILE01
           MOVE "A" TO FO-SORT
           STRING "REMIT ALREADY POSTED - TRACE " SCAN-TRACE
             " PAYER " EL-PAYERID " ON " EL-RECEIVED " BY "
             EL-PROGRAM DELIMITED BY SIZE INTO ERROR-FILE01-1
           WRITE ERROR-FILE01.

       ERA-LOOK-EXIT.
           EXIT.

       LOG-OVERRIDE.
           MOVE "ERAOVR" TO AUD-PROGRAM
           MOVE "HIPR146" TO AUD-KEY8
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
               GO TO LOG-REMITLN-EXIT.
           MOVE SPACE TO CHG-KEY3-HOLD
           IF CC-KEY8 = PD-KEY8 AND CC-CLAIM = PD-CLAIM
               MOVE CC-KEY3 TO CHG-KEY3-HOLD.
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
               GO TO LOG-REMITLN-EXIT.
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
           MOVE "HIPR146" TO RL-PROGRAM
           WRITE REMITLN01
             INVALID
               CONTINUE.

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
           MOVE "HIPR146" TO EL-PROGRAM
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
      * hipr136.cob/hiproa.cob/errr146.cob write, so a bad posting
      * can be traced back to which of the four programs touched it.
      * the ledger it actually posts to, so the reversal key is a
      * PAYFILE-KEY here rather than a PAYCUR-KEY.
       REVERSE-PAYMENTS.
           DISPLAY "OPERATOR ID"
           ACCEPT REV-OPER-ID
      * a reversal posts under today's date unless today's month
      * has been closed - perchk.cob then names the open date, and
      * the operator either reverses under it or reverses nothing.
           ACCEPT PE-DATE FROM DATE YYYYMMDD
           MOVE "C" TO PE-FUNC
           CALL "perchk" USING PERCHK-PARMS
           MOVE PE-OPEN-DATE TO POST-DATE
           IF PE-RESULT = "N"
               DISPLAY PE-MSG
               DISPLAY "POST IN OPEN PERIOD " POST-DATE " Y/N"
               ACCEPT POST-ANS
               IF POST-ANS NOT = "Y"
                   DISPLAY "NOTHING REVERSED"
                   GO TO REVERSE-PAYMENTS-EXIT.
           OPEN INPUT REVPARM.
           OPEN EXTEND REVERSALLOG.
           OPEN I-O PAYFILE.
           MOVE REV-PAYCODE-HOLD TO PD-PAYCODE
           MOVE "RV" TO PD-DENIAL
           MOVE REV-CLAIM-HOLD TO PD-CLAIM
           ACCEPT PD-DATE-E FROM DATE YYYYMMDD
           MOVE POST-DATE TO PD-DATE-T
           MOVE SPACE TO PD-ORDER PD-BATCH
           MOVE REV-AMOUNT-HOLD TO PD-AMOUNT
           WRITE PAYFILE01
           MOVE SPACE TO LI-KEY3
           PERFORM POST-CLAIM

           MOVE "HIPR146 " TO REV-PROGRAM
           MOVE RV-KEY8 TO REV-ORIG-KEY8
           MOVE RV-REASON TO REV-REASON
           ACCEPT REV-DATE FROM DATE YYYYMMDD
           ACCEPT REV-TIME FROM TIME
           MOVE REV-OPER-ID TO REV-OPER
           WRITE REVERSALLOG01

           GO TO REV-P1.
       REV-P9.
           MOVE "E" TO PE-FUNC
           CALL "perchk" USING PERCHK-PARMS
           MOVE "E" TO LI-FUNC
           CALL "linepost" USING LINEPOST-PARMS
           CLOSE REVPARM REVERSALLOG PAYFILE.
       REVERSE-PAYMENTS-EXIT.
           EXIT.

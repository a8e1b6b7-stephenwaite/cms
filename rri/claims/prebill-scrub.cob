      * Medicare INS-KEYs, and "M,<cpt>" lines the CPTs under a
      * medical-necessity policy - a Medicare claim billing one
      * needs a supporting diagnosis on TAGDIAG or it holds and
      * lands on the ABN worklist. "F,<place>" lines name the
      * facility places whose split studies we bill the reading
      * only (26); "O,<place>" lines the office places we bill
      * global.
           SELECT PARMFILE ASSIGN TO "S50" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT EVTFILE ASSIGN TO "S95" ORGANIZATION
             LINE SEQUENTIAL.

      * drug NDC cross-reference - a drug line needs its row before
      * the claim builders can send the 2410 LIN/CTP.
           SELECT NDCXREF ASSIGN TO "S110" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS ND-KEY
             LOCK MODE MANUAL.

      * the Medicare fee rows mpfs-load.cob keeps - the PC/TC
      * indicator in force on the service date says whether a code
      * splits into professional (26) and technical (TC) parts.
           SELECT MPFSFEE ASSIGN TO "S115" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS MP-KEY
             LOCK MODE MANUAL.

      * what the PC/TC edit caught, for the monthly report.
           SELECT PCTCLOG ASSIGN TO "S120" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PX-KEY
             LOCK MODE MANUAL.


       DATA DIVISION.

           02 CC-DX5 PIC X(7).
           02 CC-DX6 PIC X(7).
           02 CC-FUTURE PIC X(6).
           02 CC-UNITS PIC 9(4).

       FD  PROCFILE
           DATA RECORD PROCFILE01.
       FD  HOLDFILE.
           COPY "holdfile.cpy".

       FD  NDCXREF.
           COPY "ndcxref.cpy".

       FD  MPFSFEE.
           COPY "mpfsfee.cpy".

       FD  PCTCLOG.
           COPY "pctclog.cpy".

       FD  CAPROSTER.
           COPY "caproster.cpy".

       01  MN-TAB01.
           02 MN-CPT PIC X(5) OCCURS 50 TIMES.
       01  MN-CNT PIC 99 VALUE 0.
       01  FAC-TAB01.
           02 FAC-PL PIC X OCCURS 20 TIMES.
       01  FAC-CNT PIC 99 VALUE 0.
       01  OFF-TAB01.
           02 OFF-PL PIC X OCCURS 20 TIMES.
       01  OFF-CNT PIC 99 VALUE 0.
       01  PLACE-CLASS PIC X.
       01  PCTC-IND PIC X.
       01  PCTC-CODE PIC X.
       01  HAS-26 PIC X.
       01  HAS-TC PIC X.
       01  LINE-MODS PIC X(8).
       01  MEDICARE-FLAG PIC X.
       01  PRI-ID-FLAG PIC X.
       01  SEC-ID-FLAG PIC X.
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
       01  DX-HIT PIC X.
       01  DX-W PIC X(7).
       01  DX-IDX PIC 9.
             03 CLM-R-GLOB PIC X.
             03 CLM-R-MNEC PIC X.
             03 CLM-R-CAP PIC X.
             03 CLM-R-NDC PIC X.
             03 CLM-R-MEMID PIC X.
             03 CLM-R-FREQ PIC X.
             03 CLM-R-PCTC PIC X.
             03 CLM-PCTC-MSG PIC X(50).
             03 CLM-FREQ-MSG PIC X(40).
             03 CLM-FREQ-PRIOR PIC X(8).
             03 CLM-GLOB-CPT PIC X(5).
             03 CLM-GLOB-DATE PIC X(8).
             03 CLM-GLOB-DAYS PIC 999.
             03 GLN-DAT1 PIC X(8).
             03 GLN-DOCR PIC X(3).
             03 GLN-PATID PIC X(8).
             03 GLN-UNITS PIC 9(4).
       01  GLN-CNT PIC 999 VALUE 0.

      * every surgical line seen for the guarantor in hand - billed
       01  GLB-DIFF PIC S9(5).
       01  GLN-I PIC 999.
       01  GLN-J PIC 999.
       01  UNIT-CNT PIC 9(5).
       01  BYPASS-FLAG PIC X.

       01  HOLD-KEY8 PIC X(8).
      *   CLIA  - a lab CPT performed somewhere not CLIA-certified
      *   CCI   - two CPTs on the claim are a CCI column-1/column-2
      *           pair without an allowed bypass modifier
      *   MUE   - more units of one CPT on the claim than its
      *           maximum units
      *   GLOB  - a visit inside a prior procedure's global window
      *           without a 24/79 modifier
      *   MNEC  - a Medicare claim's diagnoses do not support a
      *           policy CPT per TAGDIAG (routed to the ABN list)
      *   NDC   - a drug line (J-code or Q2039) with no NDCXREF row
      *   ID    - the billed carrier's member id (or group) fails
      *           its MEMIDRULE row (memidchk.cob)
      *   FREQ  - the patient already had the CPT as often as the
      *           payer's FREQLIM row allows in its period
      *           (freqchk.cob; routed to the ABN list)
      *   PCTC  - a split study at a facility place without a 26,
      *           an office line carrying 26 or TC, or 26/TC on a
      *           code whose MPFS PC/TC indicator has no split
      *           (logged to PCTCLOG for pctcrpt.cob)
      * Later edits extend this battery in place - one gate, one
      * queue, nothing leaks through on a second list.
       P0.
           OPEN INPUT CHARCUR PROCFILE AUTHFILE PARMFILE
             CCIFILE MUEFILE GLOBFILE GARFILE TAGDIAG
             CAPROSTER CARVEFILE NDCXREF MPFSFEE.
           OPEN OUTPUT ABNFILE.
           OPEN I-O HOLDFILE PCTCLOG.
           OPEN OUTPUT FILEOUT RPTFILE EVTFILE.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

               ADD 1 TO MN-CNT
               MOVE PARM-VAL(1:5) TO MN-CPT (MN-CNT)
           END-IF
           IF PARM-TYPE = "F" AND FAC-CNT < 20
               ADD 1 TO FAC-CNT
               MOVE PARM-VAL(1:1) TO FAC-PL (FAC-CNT)
           END-IF
           IF PARM-TYPE = "O" AND OFF-CNT < 20
               ADD 1 TO OFF-CNT
               MOVE PARM-VAL(1:1) TO OFF-PL (OFF-CNT)
           END-IF
           GO TO P0A.

       P0B.

      * is this guarantor's primary plan Medicare?
           MOVE "N" TO MEDICARE-FLAG
           MOVE "Y" TO PRI-ID-FLAG SEC-ID-FLAG
           MOVE CC-KEY8 TO G-GARNO
           READ GARFILE
             INVALID
                       MOVE "Y" TO MEDICARE-FLAG
                   END-IF
               END-PERFORM
               PERFORM CHECK-MEMID
           END-READ.
           GO TO P2.

      * both carriers' member ids, once per guarantor.
       CHECK-MEMID.
           MOVE "C" TO MC-FUNC
           MOVE "Y" TO MC-CHKGRP
           MOVE G-PRINS TO MC-INS
           MOVE G-PRIPOL0 TO MC-POLICY
           MOVE G-PR-GROUP TO MC-GROUP
           CALL "memidchk" USING MEMIDCHK-PARMS
           MOVE MC-RESULT TO PRI-ID-FLAG
           MOVE G-SEINS TO MC-INS
           MOVE G-SECPOL0 TO MC-POLICY
           MOVE G-SE-GROUP TO MC-GROUP
           CALL "memidchk" USING MEMIDCHK-PARMS
           MOVE MC-RESULT TO SEC-ID-FLAG.

       P2.
      * every line - billed or not - feeds the global-period
               MOVE CC-DAT1 TO GLN-DAT1 (GLN-CNT)
               MOVE CC-DOCR TO GLN-DOCR (GLN-CNT)
               MOVE CC-PATID TO GLN-PATID (GLN-CNT)
               MOVE 1 TO GLN-UNITS (GLN-CNT)
               IF CC-UNITS NUMERIC AND CC-UNITS > 0
                   MOVE CC-UNITS TO GLN-UNITS (GLN-CNT)
               END-IF
           END-IF

           IF CC-DIAG = SPACE
      * denial report quiet. Carve-out codes still bill.
           PERFORM CHECK-CAP THRU CHECK-CAP-EXIT

           IF (CC-PAYCODE = G-PRINS AND PRI-ID-FLAG = "N")
             OR (CC-PAYCODE = G-SEINS AND SEC-ID-FLAG = "N")
               MOVE "Y" TO CLM-R-MEMID (CLM-IDX)
           END-IF

      * same drug-line test the claim builders use for the 2410.
           IF CC-PROC1(1:1) = "J" OR CC-PROC1 = "Q2039"
               MOVE CC-PROC1 TO ND-KEY
               READ NDCXREF
                 INVALID
                   MOVE "Y" TO CLM-R-NDC (CLM-IDX)
               END-READ
           END-IF

           PERFORM CHECK-FREQ THRU CHECK-FREQ-EXIT
           PERFORM CHECK-PCTC THRU CHECK-PCTC-EXIT

           IF LAB-CNT > 0
               PERFORM VARYING TB-IDX FROM 1 BY 1
                 UNTIL TB-IDX > LAB-CNT
       CHECK-LINE-EXIT.
           EXIT.

      * frequency limit against the patient's history of the code -
      * same ABN worklist as the medical-necessity hold, since the
      * payer will deny it as too many occurrences.
       CHECK-FREQ.
           MOVE "C" TO FQ-FUNC
           MOVE CC-KEY8 TO FQ-GARNO
           MOVE CC-PATID TO FQ-PATID
           MOVE CC-PROC1 TO FQ-CPT
           MOVE CC-PAYCODE TO FQ-INS
           MOVE CC-DATE-T TO FQ-DATE
           MOVE CHARCUR-KEY TO FQ-SELF
           CALL "freqchk" USING FREQCHK-PARMS
           IF FQ-RESULT NOT = "N"
               GO TO CHECK-FREQ-EXIT.
           MOVE "Y" TO CLM-R-FREQ (CLM-IDX)
           MOVE FQ-MSG TO CLM-FREQ-MSG (CLM-IDX)
           MOVE FQ-PRIOR TO CLM-FREQ-PRIOR (CLM-IDX)
           MOVE SPACE TO PRT ABNFILE01
           STRING CC-KEY8 " " CC-CLAIM " " CC-PROC1
             " " FQ-MSG " - LAST " FQ-PRIOR " - NEEDS ABN"
             DELIMITED BY SIZE INTO PRT
           WRITE ABNFILE01 FROM PRT.
       CHECK-FREQ-EXIT.
           EXIT.

      * modifiers 26/TC against the place of service and the MPFS
      * PC/TC indicator in force on the service date. The modifier
      * may come with the CDM code (CC-PROC2) or be keyed in any of
      * the modifier slots. A code with no MPFSFEE row is not
      * judged; a place on neither parm list is judged only for
      * the no-split rule.
       CHECK-PCTC.
           IF CC-DAT1 NOT NUMERIC
               GO TO CHECK-PCTC-EXIT.
           MOVE SPACE TO PCTC-IND
           MOVE CC-PROC1 TO MP-CPT
           MOVE SPACE TO MP-EFF
           START MPFSFEE KEY NOT < MP-KEY
             INVALID
               GO TO CHECK-PCTC-EXIT.
       CHECK-PCTC-1.
           READ MPFSFEE NEXT
             AT END
               GO TO CHECK-PCTC-2.
           IF MP-CPT NOT = CC-PROC1 OR MP-EFF > CC-DAT1
               GO TO CHECK-PCTC-2.
           MOVE MP-PCTC TO PCTC-IND
           GO TO CHECK-PCTC-1.
       CHECK-PCTC-2.
           IF PCTC-IND = SPACE
               GO TO CHECK-PCTC-EXIT.

           MOVE SPACE TO LINE-MODS
           STRING CC-PROC2 CC-MOD2 CC-MOD3 CC-MOD4
             DELIMITED BY SIZE INTO LINE-MODS
           MOVE "N" TO HAS-26 HAS-TC
           IF LINE-MODS(1:2) = "26" OR LINE-MODS(3:2) = "26"
             OR LINE-MODS(5:2) = "26" OR LINE-MODS(7:2) = "26"
               MOVE "Y" TO HAS-26.
           IF LINE-MODS(1:2) = "TC" OR LINE-MODS(3:2) = "TC"
             OR LINE-MODS(5:2) = "TC" OR LINE-MODS(7:2) = "TC"
               MOVE "Y" TO HAS-TC.

           MOVE SPACE TO PLACE-CLASS
           MOVE 1 TO TB-IDX.
       CHECK-PCTC-3.
           IF TB-IDX > FAC-CNT
               GO TO CHECK-PCTC-4.
           IF CC-PLACE = FAC-PL (TB-IDX)
               MOVE "F" TO PLACE-CLASS
               GO TO CHECK-PCTC-5.
           ADD 1 TO TB-IDX
           GO TO CHECK-PCTC-3.
       CHECK-PCTC-4.
           MOVE 1 TO TB-IDX.
       CHECK-PCTC-4A.
           IF TB-IDX > OFF-CNT
               GO TO CHECK-PCTC-5.
           IF CC-PLACE = OFF-PL (TB-IDX)
               MOVE "O" TO PLACE-CLASS
               GO TO CHECK-PCTC-5.
           ADD 1 TO TB-IDX
           GO TO CHECK-PCTC-4A.

      * 26 is valid on indicators 1 and 6, TC on 1 alone.
       CHECK-PCTC-5.
           MOVE SPACE TO PCTC-CODE
           IF (HAS-26 = "Y" AND PCTC-IND NOT = "1"
                 AND PCTC-IND NOT = "6")
             OR (HAS-TC = "Y" AND PCTC-IND NOT = "1")
               MOVE "N" TO PCTC-CODE
           ELSE
           IF PLACE-CLASS = "F" AND PCTC-IND = "1" AND HAS-26 = "N"
               MOVE "F" TO PCTC-CODE
           ELSE
           IF PLACE-CLASS = "O" AND (HAS-26 = "Y" OR HAS-TC = "Y")
               MOVE "O" TO PCTC-CODE.
           IF PCTC-CODE = SPACE
               GO TO CHECK-PCTC-EXIT.

           MOVE "Y" TO CLM-R-PCTC (CLM-IDX)
           MOVE SPACE TO CLM-PCTC-MSG (CLM-IDX)
           EVALUATE PCTC-CODE
             WHEN "N"
               STRING CC-PROC1 " MODS " LINE-MODS
                 " - NO PC/TC SPLIT (IND " PCTC-IND ")"
                 DELIMITED BY SIZE INTO CLM-PCTC-MSG (CLM-IDX)
             WHEN "F"
               STRING CC-PROC1 " PLACE " CC-PLACE
                 " - FACILITY READ NEEDS 26"
                 DELIMITED BY SIZE INTO CLM-PCTC-MSG (CLM-IDX)
             WHEN "O"
               STRING CC-PROC1 " PLACE " CC-PLACE
                 " - OFFICE STUDY BILLS GLOBAL"
                 DELIMITED BY SIZE INTO CLM-PCTC-MSG (CLM-IDX)
           END-EVALUATE
           PERFORM LOG-PCTC THRU LOG-PCTC-EXIT.
       CHECK-PCTC-EXIT.
           EXIT.

      * each line and problem logged once; a line still wrong on a
      * later night only moves its last-seen date.
       LOG-PCTC.
           MOVE CHARCUR-KEY TO PX-CHARKEY
           MOVE PCTC-CODE TO PX-CODE
           READ PCTCLOG WITH LOCK
             INVALID
               GO TO LOG-PCTC-1.
           MOVE T-DATE TO PX-DATE-L
           REWRITE PCTCLOG01
           GO TO LOG-PCTC-EXIT.
       LOG-PCTC-1.
           MOVE SPACE TO PCTCLOG01
           MOVE CHARCUR-KEY TO PX-CHARKEY
           MOVE PCTC-CODE TO PX-CODE
           MOVE CC-CLAIM TO PX-CLAIM
           MOVE CC-PROC0 TO PX-DEPT
           MOVE CC-PROC1 TO PX-CPT
           MOVE LINE-MODS TO PX-MODS
           MOVE CC-PLACE TO PX-PLACE
           MOVE PCTC-IND TO PX-IND
           MOVE CC-DOCR TO PX-DOCR
           MOVE CC-PAYCODE TO PX-PAYCODE
           MOVE CC-DAT1 TO PX-DAT1
           MOVE CC-AMOUNT TO PX-AMOUNT
           MOVE T-DATE TO PX-DATE-F PX-DATE-L
           WRITE PCTCLOG01.
       LOG-PCTC-EXIT.
           EXIT.

       CHECK-CAP.
           IF G-PRINS = SPACE OR CC-DAT1 NOT NUMERIC
               GO TO CHECK-CAP-EXIT.
           MOVE SPACE TO CLM-R-GLOB (CLM-IDX)
           MOVE SPACE TO CLM-R-MNEC (CLM-IDX)
           MOVE SPACE TO CLM-R-CAP (CLM-IDX)
           MOVE SPACE TO CLM-R-NDC (CLM-IDX)
           MOVE SPACE TO CLM-R-MEMID (CLM-IDX)
           MOVE SPACE TO CLM-R-FREQ (CLM-IDX)
           MOVE SPACE TO CLM-R-PCTC (CLM-IDX)
           MOVE SPACE TO CLM-PCTC-MSG (CLM-IDX)
           MOVE SPACE TO CLM-FREQ-MSG (CLM-IDX)
           MOVE SPACE TO CLM-FREQ-PRIOR (CLM-IDX)
           MOVE SPACE TO CLM-GLOB-CPT (CLM-IDX)
           MOVE SPACE TO CLM-GLOB-DATE (CLM-IDX)
           MOVE 0 TO CLM-GLOB-DAYS (CLM-IDX).
           IF CLM-R-CAP (CLM-IDX) = "Y"
               STRING "CAP " DELIMITED BY SIZE
                 INTO REASON-LIST WITH POINTER RL-PTR
           END-IF
           IF CLM-R-NDC (CLM-IDX) = "Y"
               STRING "NDC " DELIMITED BY SIZE
                 INTO REASON-LIST WITH POINTER RL-PTR
           END-IF
           IF CLM-R-MEMID (CLM-IDX) = "Y"
               STRING "ID " DELIMITED BY SIZE
                 INTO REASON-LIST WITH POINTER RL-PTR
           END-IF
           IF CLM-R-FREQ (CLM-IDX) = "Y"
               STRING "FREQ " DELIMITED BY SIZE
                 INTO REASON-LIST WITH POINTER RL-PTR
           END-IF
           IF CLM-R-PCTC (CLM-IDX) = "Y"
               STRING "PCTC " DELIMITED BY SIZE
                 INTO REASON-LIST WITH POINTER RL-PTR
           END-IF.

       JUDGE-CLAIMS.
             UNTIL GLN-J > GLN-CNT
               IF GLN-CLAIM (GLN-J) = CLM-NO (CLM-IDX)
                 AND GLN-CPT (GLN-J) = GLN-CPT (GLN-I)
                   ADD GLN-UNITS (GLN-J) TO UNIT-CNT
               END-IF
           END-PERFORM

                 " DAYS) - NEEDS MOD 24/79"
                 DELIMITED BY SIZE INTO PRT
               WRITE RPTFILE01 FROM PRT
           END-IF

      * and the frequency hold names the limit and the last service.
           IF CLM-R-FREQ (CLM-IDX) = "Y"
               MOVE SPACE TO PRT RPTFILE01
               STRING "  FREQUENCY " CLM-FREQ-MSG (CLM-IDX)
                 " - LAST ON " CLM-FREQ-PRIOR (CLM-IDX)
                 DELIMITED BY SIZE INTO PRT
               WRITE RPTFILE01 FROM PRT
           END-IF

      * and the PC/TC hold names the code and what is wrong.
           IF CLM-R-PCTC (CLM-IDX) = "Y"
               MOVE SPACE TO PRT RPTFILE01
               STRING "  PC/TC " CLM-PCTC-MSG (CLM-IDX)
                 DELIMITED BY SIZE INTO PRT
               WRITE RPTFILE01 FROM PRT
           END-IF.

       P9.
           DISPLAY "PREBILL-SCRUB - CLAIMS JUDGED: " PASS-CNTR
           DISPLAY "PREBILL-SCRUB - CLEAN TO BILL: " CLEAN-CNTR
           DISPLAY "PREBILL-SCRUB - HELD: " HELD-CNTR
           MOVE "E" TO MC-FUNC
           CALL "memidchk" USING MEMIDCHK-PARMS
           MOVE "E" TO FQ-FUNC
           CALL "freqchk" USING FREQCHK-PARMS
           CLOSE CAPROSTER CARVEFILE NDCXREF MPFSFEE PCTCLOG
           CLOSE CHARCUR PROCFILE AUTHFILE HOLDFILE PARMFILE
             CCIFILE MUEFILE GLOBFILE GARFILE TAGDIAG ABNFILE
             FILEOUT RPTFILE EVTFILE.

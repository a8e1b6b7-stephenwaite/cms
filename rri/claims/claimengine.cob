             INDEXED ACCESS MODE IS DYNAMIC RECORD KEY IS LOC-KEY
             LOCK MODE MANUAL.

      * drug NDC cross-reference - 2410 LIN/CTP for a payer whose
      * PAYERPROF row has PP-SENDNDC = Y.
           SELECT NDCXREF ASSIGN TO "S85" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS ND-KEY
             LOCK MODE MANUAL.

      * the charge master, read for the service units on the line.
           SELECT CHARCUR ASSIGN TO "S90" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-DAT1 WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT SEGFILE ASSIGN TO "S70" ORGANIZATION
             LINE SEQUENTIAL.

       FD  LOCUMFILE.
           COPY "locumfile.cpy".

       FD  NDCXREF.
           COPY "ndcxref.cpy".

       FD  HIPCLAIMFILE.
       01  HIPCLAIMFILE01.
           02 HIP-KEY PIC X.
       FD  PARMFILE.
       01  PARMFILE01 PIC X(80).

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  SEGFILE.
       01  SEGFILE01 PIC X(160).

       01  HOLD-PAYCODE PIC XXX.
       01  ENV-PAYCODE PIC XXX VALUE SPACE.
       01  ENV-OPEN PIC 9 VALUE 0.
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
       01  CONSENTCHK-PARMS.
           02 SG-FUNC PIC X.
           02 SG-GARNO PIC X(8).
           02 SG-INS PIC XXX.
           02 SG-DATE PIC X(8).
           02 SG-AOB PIC X.
           02 SG-ROI PIC X.
           02 SG-FIN PIC X.
           02 SG-MSG PIC X(40).

       01  CL-TAB01.
           02 CL-TAB PIC X(180) OCCURS 50 TIMES.
       01  REJ-CNTR PIC 9(7) VALUE 0.

       01  NUM5 PIC 9(5).
       01  LINE-UNITS PIC 9(4).
       01  NUM7 PIC 9(5)V99.
       01  NUM9 PIC 9(9).
       01  ALF5Z PIC ZZZZZ.
       01  ALF8NUM PIC X(8).
       01  ALF9Z PIC ZZZZZZZZZ.
       01  ALF9NUM PIC X(9).
       01  NDC-QTY PIC 9(5)V999.
       01  ALF9Q PIC ZZZZ9.999.
       01  ALF9QNUM PIC X(9).
       01  ALF116 PIC X(116).
       01  TAB11601.
           02 TAB116 PIC X OCCURS 116 TIMES.
      * that is the signal to add the table row, not a program.
       P0.
           OPEN INPUT FILEIN GARFILE PAYERPROF REFPHY AUTHFILE
             ICNFILE PARMFILE LOCUMFILE NDCXREF CHARCUR.
           OPEN I-O HIPCLAIMFILE.
           OPEN OUTPUT SEGFILE ERRFILE.

               WRITE ERRFILE01 FROM PRT
               GO TO BUILD-CLAIM-EXIT.

      * bill the plan that was in force on the service date - a
      * payer that had already been replaced rejects, and when the
      * history has the payer its policy and group for that date
      * go out instead of today's.
           MOVE CL-TAB(1) TO FILEIN01
           MOVE "F" TO CS-FUNC
           MOVE HOLD-KEY8 TO CS-GARNO
           MOVE FI-DAT1 TO CS-DATE
           MOVE "claimeng" TO CS-PROGRAM
           MOVE HOLD-PAYCODE TO CS-INS(1)
           CALL "covsync" USING COVSYNC-PARMS
           IF CS-RESULT = "C" OR CS-RESULT = "G"
               ADD 1 TO REJ-CNTR
               MOVE SPACE TO PRT
               IF CS-RESULT = "C"
                   STRING "NOT IN FORCE " HOLD-PAYCODE " " HOLD-KEY8
                     " " HOLD-CLAIM " " FI-DAT1 " WAS " CS-INS(2)
                     DELIMITED BY SIZE INTO PRT
               ELSE
                   STRING "NO COVERAGE " HOLD-PAYCODE " " HOLD-KEY8
                     " " HOLD-CLAIM " " FI-DAT1
                     DELIMITED BY SIZE INTO PRT
               END-IF
               WRITE ERRFILE01 FROM PRT
               GO TO BUILD-CLAIM-EXIT.

           IF HOLD-PAYCODE NOT = ENV-PAYCODE OR ENV-OPEN = 0
             PERFORM NEW-ENVELOPE THRU NEW-ENVELOPE-EXIT
             IF ENV-OPEN = 0
           MOVE "P" TO SBR-PST
           MOVE "18" TO SBR-RELATE
           MOVE G-PR-GROUP TO SBR-GROUP
           IF CS-RESULT = "Y"
             MOVE CS-GROUP(2) TO SBR-GROUP
           END-IF
           MOVE SPACE TO SBR-GRNAME SBR-TYPE SBR-6 SBR-7 SBR-8
           MOVE PP-INSCODE TO SBR-INSCODE
           MOVE SPACE TO SEGFILE01
           MOVE SPACE TO NM1-NAMEM NM1-NAMES
           MOVE "MI" TO NM1-EINSS
           MOVE G-PRIPOL TO NM1-CODE
           IF CS-RESULT = "Y"
             MOVE CS-POLICY(2) TO NM1-CODE
           END-IF
           MOVE SPACE TO SEGFILE01
           WRITE SEGFILE01 FROM NM101
           ADD 1 TO SEG-CNTR
           IF FI-FREQ = "7" OR "8"
             MOVE FI-FREQ TO CLM-FREQ.

      * CLM08/CLM09 only say "signature on file" when CONSENT has
      * a current one for this payer on the service date - no
      * assignment goes out "N" (pay the patient), no release "I".
           MOVE "C" TO SG-FUNC
           MOVE HOLD-KEY8 TO SG-GARNO
           MOVE HOLD-PAYCODE TO SG-INS
           MOVE FI-DAT1 TO SG-DATE
           CALL "consentchk" USING CONSENTCHK-PARMS
           MOVE "Y" TO CLM-8 CLM-9
           IF SG-AOB NOT = "Y"
             MOVE "N" TO CLM-8.
           IF SG-ROI NOT = "Y"
             MOVE "I" TO CLM-9.
           IF SG-AOB NOT = "Y" OR SG-ROI NOT = "Y"
             MOVE SPACE TO PRT
             STRING "NO SIGNATURE ON FILE " HOLD-KEY8 " " HOLD-CLAIM
               " " FI-DAT1 " " SG-MSG
               DELIMITED BY SIZE INTO PRT
             WRITE ERRFILE01 FROM PRT.

           MOVE SPACE TO CLM-11 CLM-COLON-ACCIDENT
           MOVE SPACE TO SEGFILE01
           WRITE SEGFILE01 FROM CLM01
           COMPUTE NUM7 = FI-AMOUNT
           PERFORM AMT-LEFT
           MOVE ALF8NUM TO SV1-AMT
           PERFORM SV1-UNITS THRU SV1-UNITS-EXIT
           COMPUTE NUM5 = LINE-UNITS
           PERFORM NUM-LEFT
           MOVE ALF5NUM TO SV1-WORK
           MOVE CLM-5 TO SV1-PLACE
           MOVE "1" TO SV1-PT
           MOVE SPACE TO SV1-EMER SV1-EPSDT SV1-FAMILY SV1-COPAY
           MOVE FI-DAT1 TO DTP-3
           MOVE SPACE TO SEGFILE01
           WRITE SEGFILE01 FROM DTP01
           ADD 1 TO SEG-CNTR

           IF PP-SENDNDC = "Y"
               PERFORM 2410DRG THRU 2410DRG-EXIT.
       2400SRV-EXIT.
           EXIT.

      * drug identification - the NDC and the NDC quantity for the
      * line's code from NDCXREF. A code with no row sends nothing
      * here; prebill-scrub.cob has already held a drug line that
      * has none. The CTP quantity is the row's per-unit NDC
      * quantity times the line's billed units (the SV1 units).
       2410DRG.
           MOVE FI-PROC1 TO ND-KEY
           READ NDCXREF
             INVALID
               GO TO 2410DRG-EXIT.

           MOVE SPACE TO SEGFILE01
           STRING "LIN**N4*" ND-NDC "~" DELIMITED BY SIZE
             INTO SEGFILE01
           WRITE SEGFILE01
           ADD 1 TO SEG-CNTR

           COMPUTE NDC-QTY = ND-QTY * LINE-UNITS
           PERFORM QTY-LEFT THRU QTY-LEFT-EXIT
           MOVE SPACE TO SEGFILE01
           STRING "CTP****" DELIMITED BY SIZE
             ALF9QNUM DELIMITED BY " "
             "*" ND-UNIT "~" DELIMITED BY SIZE
             INTO SEGFILE01
           WRITE SEGFILE01
           ADD 1 TO SEG-CNTR.
       2410DRG-EXIT.
           EXIT.

      * NDC-QTY left-justified with the trailing decimal zeros (and
      * a bare point) dropped - 2.500 goes out as 2.5, 1.000 as 1.
       QTY-LEFT.
           MOVE NDC-QTY TO ALF9Q
           MOVE SPACE TO ALF9QNUM
           MOVE 0 TO D
           PERFORM QTY-CHAR VARYING C FROM 1 BY 1 UNTIL C > 9.

       QTY-LEFT-1.
           IF ALF9QNUM(D:1) = "0"
               MOVE SPACE TO ALF9QNUM(D:1)
               SUBTRACT 1 FROM D
               GO TO QTY-LEFT-1.
           IF ALF9QNUM(D:1) = "."
               MOVE SPACE TO ALF9QNUM(D:1).

       QTY-LEFT-EXIT.
           EXIT.

       QTY-CHAR.
           IF ALF9Q(C:1) NOT = " "
               ADD 1 TO D
               MOVE ALF9Q(C:1) TO ALF9QNUM(D:1).

      * the line's performer against the open assignments - the
      * covering code with the service date inside the window
      * earns the Q6.
           MOVE SPACE TO SEGFILE01
           WRITE SEGFILE01 FROM ALF116.

      * service units for SV1-04 - CC-UNITS off the charge itself,
      * the old two-digit units entry when the line predates it.
       SV1-UNITS.
           MOVE 1 TO LINE-UNITS
           IF FI-WORK NUMERIC AND FI-WORK > 0
               MOVE FI-WORK TO LINE-UNITS.
           MOVE FILEIN-KEY TO CHARCUR-KEY
           READ CHARCUR
             INVALID
               GO TO SV1-UNITS-EXIT.
           IF CC-UNITS NUMERIC AND CC-UNITS > 0
               MOVE CC-UNITS TO LINE-UNITS.
       SV1-UNITS-EXIT.
           EXIT.

       NUM-LEFT.
           MOVE NUM5 TO ALF5Z
           MOVE SPACE TO ALF5NUM
       P99.
           DISPLAY "CLAIMENGINE - CLAIMS BUILT: " CLM-CNTR
           DISPLAY "CLAIMENGINE - REJECTED: " REJ-CNTR
           MOVE "E" TO CS-FUNC
           CALL "covsync" USING COVSYNC-PARMS
           MOVE "E" TO SG-FUNC
           CALL "consentchk" USING CONSENTCHK-PARMS
           CLOSE FILEIN GARFILE PAYERPROF REFPHY AUTHFILE ICNFILE
             PARMFILE LOCUMFILE NDCXREF CHARCUR HIPCLAIMFILE SEGFILE
             ERRFILE.
           STOP RUN.

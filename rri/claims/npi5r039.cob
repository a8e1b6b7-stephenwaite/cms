           SELECT PROCFILE ASSIGN TO "S115" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS PROC-KEY
           LOCK MODE MANUAL.
           SELECT NDCXREF ASSIGN TO "S120" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS ND-KEY
           LOCK MODE MANUAL.



           02 PROC-TITLE PIC X(28).
           02 PROC-AMOUNT PIC 9(4)V99.

       FD  NDCXREF.
           COPY "ndcxref.cpy".

       FD  HIPCLAIMFILE.
       01  HIPCLAIMFILE01.
           02 HIP-KEY PIC X.
           02 CC-DX5 PIC X(7).
           02 CC-DX6 PIC X(7).
           02 CC-FUTURE PIC X(6).
           02 CC-UNITS PIC 9(4).
       FD GARFILE
           BLOCK CONTAINS 3 RECORDS
           DATA RECORD IS G-MASTER.
           02 SV1-S7 PIC X VALUE "*".
           02 SV1-8  PIC XX VALUE "UN".
           02 SV1-S8 PIC X VALUE "*".
           02 SV1-WORK PIC X(4).
           02 SV1-S9 PIC X VALUE "*".
           02 SV1-PLACE PIC XX.
           02 SV1-S10 PIC X VALUE "*".
           02 SV1-S11 PIC X VALUE "*".
           02 SV1-PT PIC X(34).
           02 SV1-S15 PIC X VALUE "*".
           02 SV1-S16 PIC X VALUE "*".
           02 SV1-EMER PIC X.
       01 ALF9Z PIC ZZZZZZZZZ.
       01 ALF5NUM PIC X(5).
       01 ALF9NUM PIC X(9).
       01 NDC-QTY PIC 9(5)V999.
       01 ALF9Q PIC ZZZZ9.999.
       01 ALF9QNUM PIC X(9).
       01 NUM7 PIC 9(5)V99. 
       01 ALF8 PIC X(8).
       01 ALF8Z PIC ZZZZ9.99.
       01 ALF8NUM PIC X(8).
       01 NUM5 PIC 9(5). 
       01 LINE-UNITS PIC 9(4).
       01 NUM9 PIC 9(9).
       01 NUM2 PIC 99. 
       01 HL-NUMPARENT PIC 9(5).
       P0. 
           OPEN INPUT FILEIN GARFILE PATFILE INSFILE REFPHY
            AUTHFILE MPLRFILE DIAGFILE PLACEFILE GAPFILE PARMFILE
            PARMFILE2 PROCFILE NDCXREF
           OPEN OUTPUT SEGFILE ERRFILE.
           OPEN I-O HIPCLAIMFILE
           MOVE "A" TO HIP-KEY
           END-PERFORM.
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > CNTR
           MOVE FILETAB(X) TO FILEIN01
           IF HOLD-PROC = "9379926" AND INSGROUP-CODE = "1891709622"
            MOVE SPACE TO NTE-2
            STRING "OUTPATIENT CARDIAC TELEMETRY INTERPRETATION"
           COMPUTE NUM7 = FI-AMOUNT
           PERFORM AMT-LEFT
           MOVE ALF8NUM TO SV1-AMT
           PERFORM SV1-UNITS THRU SV1-UNITS-EXIT
           COMPUTE NUM5 = LINE-UNITS
           PERFORM NUM-LEFT
           MOVE ALF5NUM TO SV1-WORK
           MOVE SPACE TO SV1-PLACE
           MOVE FI-DATE-T TO DTP-3
           MOVE SPACE TO SEGFILE01
            WRITE SEGFILE01 FROM DTP01.
           PERFORM 2410DRG THRU 2410DRG-EXIT.

      *     display fi-docp " fi-docp " fi-docr " fi-docr"
      *     display clm-docp " clm-docp " clm-docr " clm-docr"
           END-READ.
       2400SRV-EXIT.  EXIT.

      * drug NDC and quantity from NDCXREF in place of the old
      * NDC notes - quantity is the row's per-unit quantity times
      * the units billed on the SV1.
       2410DRG.
           MOVE FI-PROC1 TO ND-KEY
           READ NDCXREF INVALID GO TO 2410DRG-EXIT.
           MOVE SPACE TO SEGFILE01
           STRING "LIN**N4*" ND-NDC "~" DELIMITED BY SIZE
             INTO SEGFILE01
           WRITE SEGFILE01
           IF LINE-UNITS = 0
             MOVE ND-QTY TO NDC-QTY
           ELSE
             COMPUTE NDC-QTY = ND-QTY * LINE-UNITS
           END-IF
           MOVE NDC-QTY TO ALF9Q
           MOVE SPACE TO ALF9QNUM ALFS9
           MOVE ALF9Q TO ALF9
           UNSTRING ALF9 DELIMITED ALL " " INTO ALFS9 ALF9QNUM
           IF ALF9QNUM = SPACE
             MOVE ALF9 TO ALF9QNUM
           END-IF
           MOVE 9 TO D.
       2410DRG-1.
           IF ALF9QNUM(D:1) = " " OR ALF9QNUM(D:1) = "0"
             MOVE SPACE TO ALF9QNUM(D:1)
             SUBTRACT 1 FROM D
             GO TO 2410DRG-1.
           IF ALF9QNUM(D:1) = "."
             MOVE SPACE TO ALF9QNUM(D:1).
           MOVE SPACE TO SEGFILE01
           STRING "CTP****" DELIMITED BY SIZE
             ALF9QNUM DELIMITED BY " "
             "*" ND-UNIT "~" DELIMITED BY SIZE
             INTO SEGFILE01
           WRITE SEGFILE01.
       2410DRG-EXIT.  EXIT.

       REF-1.
           IF HOLD-DOCR = "000" GO TO REF-2.
           MOVE HOLD-DOCR TO REF-KEY
           MOVE HOLD-PATID TO P-PATNO
           READ PATFILE INVALID MOVE "0" TO P-RELATE.
           MOVE P-RELATE TO X-RELATE.
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
           MOVE NUM5 TO ALF5Z ALFS
           MOVE SPACE TO ALF5NUM

       P99. 
            REWRITE HIPCLAIMFILE01.
            CLOSE GARFILE HIPCLAIMFILE CHARCUR ERRFILE NDCXREF.
            STOP RUN.
       P100.
           MOVE SPACE TO DIAG-C(DX-CNTR-PT)
           MOVE DIAG-POINTER01 TO SV1-PT
           MOVE SPACE TO TAB3601
           MOVE 0 TO B
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > 34
            IF  SV1-PT(A:1) NOT = " "
              ADD 1 TO B
              MOVE SV1-PT(A:1)TO TAB36(B)

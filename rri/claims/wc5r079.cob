           SELECT DOCFILENEW  ASSIGN TO "S115" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS DOC-KEY.

      * the workers' comp case each charge line is tied to - carrier
      * claim number, injury date and state for the claim.
           SELECT WCCASE ASSIGN TO "S120" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS WC-KEY
           LOCK MODE MANUAL.

           SELECT WCLINK ASSIGN TO "S125" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS WL-KEY
           LOCK MODE MANUAL.

       DATA DIVISION.

       FILE SECTION.
       FD  DIAGFILE.
           COPY "diagfile.cpy".

       FD  WCCASE.
           COPY "wccase.cpy".

       FD  WCLINK.
           COPY "wclink.cpy".

       WORKING-STORAGE SECTION.

       COPY "hip5010-837-wc.cpy".      
       01  ALF8Z PIC ZZZZ9.99.
       01  ALF8NUM PIC X(8).
       01  NUM5 PIC 9(5). 
       01  LINE-UNITS PIC 9(4).
       01  NUM9 PIC 9(9).
       01  NUM2 PIC 99. 
       01  HL-NUMPARENT PIC 9(5).
       01  AUTH-FLAG PIC 9.
       01  CLM-DOCR PIC XXX.
       01  CLM-DOCP pic 99.
       01  WCCASE-FLAG PIC 9.
       01  WCCASE-CNT PIC 99.
       01  WCCASE-SAVE PIC X(149).
       01  NOCASE-CNTR PIC 9(5) VALUE 0.
       01  INJ-DATE PIC X(8).
       
       PROCEDURE DIVISION.
       P0. 
           OPEN INPUT FILEIN GARFILE PATFILE INSFILE REFPHY
                      AUTHFILE MPLRFILE DIAGFILE PLACEFILE
                      GAPFILE PARMFILE PARMFILE2 DOCFILENEW
                      WCCASE. 
           
           OPEN OUTPUT SEGFILE ERRFILE.   
           
           OPEN I-O CHARCUR WEBFILE WCLINK.

       P00.
           READ PLACEFILE
           WRITE SEGFILE01 FROM N401.           
     
       2000B.
           PERFORM GET-WCCASE THRU GET-WCCASE-EXIT
           ADD 1 TO HL-NUM
           COMPUTE NUM5 = HL-NUM
           PERFORM NUM-LEFT
           END-IF.
           MOVE SPACE TO SEGFILE01.
           WRITE SEGFILE01 FROM DMG01.
           IF SAVE-RELATE = "18"
               PERFORM REF-Y4.
       2010BB.
           MOVE "PR " TO NM1-1
           MOVE "2" TO NM1-SOLO
           MOVE G-SEX TO DMG-GENDER
           MOVE SPACE TO SEGFILE01
           WRITE SEGFILE01 FROM DMG01.
           PERFORM REF-Y4.

      * the carrier's claim number goes out as the property and
      * casualty claim number on the patient's loop.
       REF-Y4.
           IF WCCASE-FLAG = 1 AND WC-CLAIMNO NOT = SPACE
               MOVE SPACE TO REF-CODE REF-ID
               MOVE "Y4" TO REF-CODE
               MOVE WC-CLAIMNO TO REF-ID
               MOVE SPACE TO SEGFILE01
               WRITE SEGFILE01 FROM REF01
           END-IF.

      * the case the claim's first line is tied to. A line not yet
      * tied takes the account's case when it has only one not
      * closed; 2400SRV ties the claim's lines to it as they go out.
       GET-WCCASE.
           MOVE 0 TO WCCASE-FLAG
           MOVE HOLD-FILEIN-KEY TO WL-KEY
           READ WCLINK
             INVALID
               GO TO GET-WCCASE-1.
           MOVE HOLD-KEY8 TO WC-GARNO
           MOVE WL-CASE TO WC-CASE
           READ WCCASE
             INVALID
               ADD 1 TO NOCASE-CNTR
               GO TO GET-WCCASE-EXIT.
           MOVE 1 TO WCCASE-FLAG
           GO TO GET-WCCASE-EXIT.
       GET-WCCASE-1.
           MOVE 0 TO WCCASE-CNT
           MOVE HOLD-KEY8 TO WC-GARNO
           MOVE 0 TO WC-CASE
           START WCCASE KEY NOT < WC-KEY
             INVALID
               ADD 1 TO NOCASE-CNTR
               GO TO GET-WCCASE-EXIT.
       GET-WCCASE-2.
           READ WCCASE NEXT
             AT END
               GO TO GET-WCCASE-3.
           IF WC-GARNO NOT = HOLD-KEY8
               GO TO GET-WCCASE-3.
           IF WC-STATUS = "C"
               GO TO GET-WCCASE-2.
           ADD 1 TO WCCASE-CNT
           MOVE WCCASE01 TO WCCASE-SAVE
           GO TO GET-WCCASE-2.
       GET-WCCASE-3.
           IF WCCASE-CNT NOT = 1
               ADD 1 TO NOCASE-CNTR
               GO TO GET-WCCASE-EXIT.
           MOVE WCCASE-SAVE TO WCCASE01
           MOVE 1 TO WCCASE-FLAG.
       GET-WCCASE-EXIT.
           EXIT.

       2300CLM.
           MOVE HOLD-KEY8 TO SUBMIT-1
      *    CURRENTLY UNUSED     
      *     CLM-11-2 CLM-11-3 CLM-11-5
           
      *    the case's injury date over the date keyed on the visit
           MOVE HOLD-DAT1 TO INJ-DATE
           IF WCCASE-FLAG = 1 AND WC-INJURY-DATE NOT = SPACE
               MOVE WC-INJURY-DATE TO INJ-DATE.

           IF INJ-DATE NOT = ZEROES
               PERFORM ACCIDENT-1 THRU ACCIDENT-EXIT.
           
           MOVE SPACE TO SEGFILE01
           WRITE SEGFILE01 FROM CLM01.
           
           IF INJ-DATE NOT = ZEROES
               MOVE "439" TO DTP-1
               MOVE INJ-DATE TO DTP-3
               MOVE SPACE TO SEGFILE01
               WRITE SEGFILE01 FROM DTP01
           END-IF
           MOVE "OA" TO CLM-11.           
           IF INS-NEIC = "WX867" OR "J1868"
             MOVE "EM" TO CLM-11
             MOVE ":::VT" TO CLM-11-4
             IF WCCASE-FLAG = 1 AND WC-STATE NOT = SPACE
               MOVE WC-STATE TO CLM-11-4(4:2).
             
       ACCIDENT-EXIT.
           EXIT.
           COMPUTE NUM7 = FI-AMOUNT
           PERFORM AMT-LEFT
           MOVE ALF8NUM TO SV1-AMT
           PERFORM SV1-UNITS THRU SV1-UNITS-EXIT
           COMPUTE NUM5 = LINE-UNITS
           PERFORM NUM-LEFT
           MOVE ALF5NUM TO SV1-WORK
           
           
               MOVE BHT-DATE TO CC-DATE-A
           REWRITE CHARCUR01
           END-READ

           IF WCCASE-FLAG = 1
               PERFORM WC-TIE.

       2400SRV-EXIT.
           EXIT.

       WC-TIE.
           MOVE FILEIN-KEY TO WL-KEY
           READ WCLINK
             INVALID
               MOVE WC-CASE TO WL-CASE
               MOVE BHT-DATE TO WL-DATE
               MOVE SPACE TO WL-OPER WL-FUTURE
               WRITE WCLINK01
           END-READ.

       2420A.
           MOVE CLM-DOCP TO DOC-NUM
           MOVE "000" TO DOC-INS
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
           REWRITE WEBFILE01.
            DISPLAY "WC5R079 - CLAIMS WITH NO WC CASE: " NOCASE-CNTR
            CLOSE GARFILE WEBFILE CHARCUR ERRFILE WCCASE WCLINK.
            STOP RUN.

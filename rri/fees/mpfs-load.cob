
      * the CMS physician fee schedule release reformatted to fixed
      * columns: cpt(5) locality(2) work-rvu(5 as 999v99) pe-rvu(5)
      * mp-rvu(5) pc/tc-indicator(1).
           SELECT FILEIN ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT FILEOUT ASSIGN TO "S55" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT MPFSFEE ASSIGN TO "S60" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS MP-KEY
             LOCK MODE MANUAL.

       DATA DIVISION.

       FILE SECTION.
           02 MF-WORK PIC 999V99.
           02 MF-PE PIC 999V99.
           02 MF-MP PIC 999V99.
           02 MF-PCTC PIC X.

       FD  PARMFILE.
       01  PARMFILE01 PIC X(10).
       FD  FILEOUT.
       01  FILEOUT01 PIC X(100).

       FD  MPFSFEE.
           COPY "mpfsfee.cpy".

       WORKING-STORAGE SECTION.

       01  OUR-LOCAL PIC XX.
       01  NEF-B PIC ZZZ9.99.
       01  NEF-P PIC -(4)9.9.
       01  PRT PIC X(100).
      * every add, change and delete goes to the reference-master
      * change history - see refhist.cob.
       01  REFHIST-PARMS.
           02 RX-FUNC PIC X.
           02 RX-FILE PIC X.
           02 RX-KEY PIC X(11).
           02 RX-ACTION PIC X.
           02 RX-OPER PIC X(3).
           02 RX-PROGRAM PIC X(8).
           02 RX-DATE PIC X(8).
           02 RX-BEFORE PIC X(150).
           02 RX-AFTER PIC X(150).
           02 RX-RESULT PIC X.

       PROCEDURE DIVISION.

      * conversion factor, loads the fee onto every PROCFILE and
      * RPGPROCFILE record carrying that CPT (the same
      * key-substring tie rrr015.cob uses between the two files),
      * refreshes the work-RVU table prodrpt.cob weights with,
      * keeps the fee on MPFSFEE under its effective date, and
      * reports every fee that moved - the ones past the threshold
      * percent flagged for a human eye. A keying error in a fee
      * propagates into every charge billed; this import removes
      * the keying.
       P0.
           OPEN INPUT FILEIN PARMFILE.
           OPEN I-O PROCFILE RPGPROCFILE WRVUFILE MPFSFEE.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

           MOVE MF-WORK TO FEE-WRVU (FEE-CNT)

           PERFORM PUT-WRVU
           PERFORM PUT-MPFS
           GO TO P0A.

       PUT-WRVU.
               REWRITE WRVUFILE01
           END-READ.

      * the fee itself, kept under its effective date for the
      * contract benchmark, with the PC/TC indicator the scrubber
      * edits modifiers 26/TC against.
       PUT-MPFS.
           MOVE MF-CPT TO MP-CPT
           MOVE EFF-DATE TO MP-EFF
           READ MPFSFEE
             INVALID
               MOVE OUR-LOCAL TO MP-LOCAL
               MOVE FEE-AMT (FEE-CNT) TO MP-FEE
               MOVE MF-PCTC TO MP-PCTC
               MOVE SPACE TO MP-FUTURE
               WRITE MPFSFEE01
             NOT INVALID
               MOVE OUR-LOCAL TO MP-LOCAL
               MOVE FEE-AMT (FEE-CNT) TO MP-FEE
               MOVE MF-PCTC TO MP-PCTC
               REWRITE MPFSFEE01
           END-READ.

       P0B.
           IF FEE-CNT = 0
               DISPLAY "MPFS-LOAD - NO ROWS FOR LOCALITY "
           IF OLD-FEE = NEW-FEE
               GO TO P1.

           MOVE PROCFILE01 TO RX-BEFORE
           MOVE NEW-FEE TO PROC-AMOUNT
           REWRITE PROCFILE01
           MOVE PROCFILE01 TO RX-AFTER
           PERFORM LOG-CHANGE
           ADD 1 TO PROC-CHG
           PERFORM NOTE-CHANGE
           GO TO P1.
       FIND-FEE-RPG-EXIT.
           EXIT.

       LOG-CHANGE.
           MOVE "W" TO RX-FUNC
           MOVE "P" TO RX-FILE
           MOVE PROC-KEY TO RX-KEY
           MOVE "C" TO RX-ACTION
           MOVE SPACE TO RX-OPER
           MOVE "MPFS-LOA" TO RX-PROGRAM
           CALL "refhist" USING REFHIST-PARMS.

       NOTE-CHANGE.
           IF OLD-FEE = 0
               MOVE 999.9 TO PCT-CHG
           DISPLAY "MPFS-LOAD - PROCFILE FEES CHANGED: " PROC-CHG
           DISPLAY "MPFS-LOAD - RPGPROCFILE FEES CHANGED: " RPG-CHG
           DISPLAY "MPFS-LOAD - OVER-THRESHOLD CHANGES: " BIG-CNTR
           MOVE "E" TO RX-FUNC
           CALL "refhist" USING REFHIST-PARMS
           CLOSE FILEIN PARMFILE PROCFILE RPGPROCFILE WRVUFILE
             FILEOUT MPFSFEE.
           STOP RUN.

             ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
             LOCK MODE MANUAL.

      * "F,garno" flags returned mail (ncoa-in.cob writes these for
      * a move that left no address); "W,garno" flags a wrong phone
      * number (dialer-in.cob writes these); "C,garno" clears both
      * flags after the address or number is fixed.
           SELECT FILEIN ASSIGN TO "S35" ORGANIZATION
             LINE SEQUENTIAL.

       FILE SECTION.

      * same inline G-MASTER layout addr-std.cob carries, bad-address
      * flag in the first spare G-FILLER byte, phone status in the
      * third.
       FD GARFILE.
       01 GARFILE01.
           02 G-GARNO.
           02 G-DELETE PIC X.
           02 G-FILLER.
             03 G-BADADDR PIC X.
             03 G-LANG PIC X.
             03 G-PHONESTAT PIC X.
           02 G-ACCT PIC X(8).
           02 G-PRGRPNAME PIC X(15).
           02 G-SEGRPNAME PIC X(15).

       01  TOT-CNTR PIC 9(5) VALUE 0.
       01  FLAG-CNTR PIC 9(5) VALUE 0.
       01  PHONE-CNTR PIC 9(5) VALUE 0.
       01  CLR-CNTR PIC 9(5) VALUE 0.
       01  PRT PIC X(110).

      * the skip-trace worklist instead of drawing postage forever.
      * When the tracer lands a new address and it is keyed into the
      * guarantor, a "C" line here clears the flag and statements
      * resume. A wrong number from the dialer lands on the same
      * worklist without stopping statements - the address may
      * still be good - and keeps the account off the call lists
      * until a "C" clears it.
       P0.
           OPEN I-O GARFILE.
           OPEN INPUT FILEIN.
                 " - SKIP TRACE"
                 DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT
             WHEN "W"
               MOVE "W" TO G-PHONESTAT
               REWRITE GARFILE01
               ADD 1 TO PHONE-CNTR
               MOVE SPACE TO PRT FILEOUT01
               STRING G-GARNO " " G-GARNAME " " G-STREET " "
                 G-CITY " " G-STATE " " G-ZIP
                 " - WRONG # " G-PHONE
                 DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT
             WHEN "C"
               MOVE SPACE TO G-BADADDR
               IF G-PHONESTAT = "W"
                   MOVE SPACE TO G-PHONESTAT
               END-IF
               REWRITE GARFILE01
               ADD 1 TO CLR-CNTR
             WHEN OTHER
       P9.
           DISPLAY "RETMAIL - LINES READ: " TOT-CNTR
           DISPLAY "RETMAIL - FLAGGED BAD ADDRESS: " FLAG-CNTR
           DISPLAY "RETMAIL - FLAGGED WRONG NUMBER: " PHONE-CNTR
           DISPLAY "RETMAIL - CLEARED: " CLR-CNTR
           CLOSE GARFILE FILEIN FILEOUT.
           STOP RUN.


       DATA DIVISION.
       FILE SECTION.
      * one garno per line; a discovery list from x270batch.cob
      * also carries the service date to ask about.
       FD  FILEIN.
       01  FILEIN01.
           02 FI-GARNO PIC X(8).
           02 FI-DOS PIC X(8).

       FD  HIPCLAIMFILE.
       01  HIPCLAIMFILE01.
      * 2000C
       P1.
           READ FILEIN AT END GO TO P99.
           MOVE FI-GARNO TO G-GARNO
           READ GARFILE INVALID CONTINUE.
           MOVE 1 TO FLAG.

           WRITE SEGFILE01 FROM DMG01.
           MOVE "307" TO DTP-1
           MOVE "20101001" TO DTP-3
           IF FI-DOS NUMERIC
           MOVE FI-DOS TO DTP-3.
           MOVE SPACE TO SEGFILE01
           WRITE SEGFILE01 FROM DTP01.
           MOVE "30" TO EQ-1

           02 CC-DX5 PIC X(7).
           02 CC-DX6 PIC X(7).
           02 CC-FUTURE PIC X(6).
           02 CC-UNITS PIC 9(4).

       FD GARFILE
           BLOCK CONTAINS 3 RECORDS
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
       01 ALF8Z PIC ZZZZ9.99.
       01 ALF8NUM PIC X(8).
       01 NUM5 PIC 9(5). 
       01 LINE-UNITS PIC 9(4).
       01 NUM9 PIC 9(9).
       01 NUM2 PIC 99. 
       01 HL-NUMPARENT PIC 9(5).
           COMPUTE NUM7 = FI-AMOUNT
           PERFORM AMT-LEFT
           MOVE ALF8NUM TO SV1-AMT
           PERFORM SV1-UNITS THRU SV1-UNITS-EXIT
           COMPUTE NUM5 = LINE-UNITS
           PERFORM NUM-LEFT
           MOVE ALF5NUM TO SV1-WORK
           IF (FI-PROC1 = "J1245  ")
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

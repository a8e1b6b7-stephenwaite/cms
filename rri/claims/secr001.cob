           02 CC-WORK PIC XX.
           02 CC-DAT1 PIC X(8).
           02 CC-REST PIC X(85).
           02 CC-UNITS PIC 9(4).

       WORKING-STORAGE SECTION.
       01  TEST-DATE.

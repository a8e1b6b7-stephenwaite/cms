           02 CC-DX5 PIC X(7).
           02 CC-DX6 PIC X(7).
           02 CC-FUTURE PIC X(6).
           02 CC-UNITS PIC 9(4).
       WORKING-STORAGE SECTION.
       01  ALF1 PIC X.
       01  X PIC 9999.

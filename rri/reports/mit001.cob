           02 CC-DX5 PIC X(7).
           02 CC-DX6 PIC X(7).
           02 CC-FUTURE PIC X(6).
           02 CC-UNITS PIC 9(4).
       FD FILEIN.
       01  FILEIN01.
           02 FI-1 PIC X(7).

           02 CC-DX5 PIC X(7).
           02 CC-DX6 PIC X(7).
           02 CC-FUTURE PIC X(6).
           02 CC-UNITS PIC 9(4).
       FD FILEOUT
           DATA RECORD IS FILEOUT01.
       01  FILEOUT01.

           02 CC-DX5 PIC X(7).
           02 CC-DX6 PIC X(7).
           02 CC-FUTURE PIC X(6).
           02 CC-UNITS PIC 9(4).
       FD  AGEDATE
           DATA RECORD IS AGEDATE01.
       01  AGEDATE01.

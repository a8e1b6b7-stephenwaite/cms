           02 CD-DX5 PIC X(7).
           02 CD-DX6 PIC X(7).
           02 CD-FUTURE PIC X(6).
           02 CD-UNITS PIC 9(4).

       FD  FILEOUT.
       01  FILEOUT01 PIC X(189). 

           02 CC-DX5 PIC X(7).
           02 CC-DX6 PIC X(7).
           02 CC-FUTURE PIC X(6).
           02 CC-UNITS PIC 9(4).
       FD  CCIFILE.
       01  CCIFILE01.
           02 CCI-KEY.
           02 CD-DX5 PIC X(7).
           02 CD-DX6 PIC X(7).
           02 CD-FUTURE PIC X(6).
           02 CD-UNITS PIC 9(4).
       WORKING-STORAGE SECTION.
       01  DATE-TAB01.
           02 DATE-TAB PIC 9(8) OCCURS 90 TIMES.

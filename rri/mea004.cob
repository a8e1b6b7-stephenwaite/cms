           02 CD-DX5 PIC X(7).
           02 CD-DX6 PIC X(7).
           02 CD-FUTURE PIC X(6).
           02 CD-UNITS PIC 9(4).
       WORKING-STORAGE SECTION.
       01  CHARBACK01.
           02 CHARBACK-KEY.

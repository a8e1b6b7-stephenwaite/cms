           02 CD-DX5 PIC X(7).
           02 CD-DX6 PIC X(7).
           02 CD-FUTURE PIC X(6).
           02 CD-UNITS PIC 9(4).
       WORKING-STORAGE SECTION.
       01 CHARBACK PIC X(11).
       01  SAVE-KEY01.

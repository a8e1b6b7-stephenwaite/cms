      * CHARNEW record - the intake-side charge file the RRMC load
      * builds. Same layout rrr253.cob/fix-charnew.cob carry
      * inline. CD-UNITS as CC-UNITS on CHARCUR - layoutcvt.cob
      * (CHARNEW) converts an old file.
       01  CHARNEW01.
           02 CHARNEW-KEY.
             03 CD-KEY8 PIC X(8).
           02 CD-DX6 PIC X(7).
           02 CD-CLINICAL PIC X(40).
           02 CD-ADMIT-DIAG PIC X(30).
           02 CD-UNITS PIC 9(4).

           02 CD-DX6 PIC X.
           02 CD-CLINICAL PIC X(40).
           02 CD-ADMIT-DIAG PIC X(30).
           02 CD-UNITS PIC 9(4).

      * THIS BECOMES CHARFILE IN AC     


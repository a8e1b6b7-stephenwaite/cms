           02 CD-DX5 PIC X(7).
           02 CD-DX6 PIC X(7).
           02 CD-FUTURE PIC X(6).
           02 CD-UNITS PIC 9(4).

      * same inline CHARCUR layout patmerge.cob uses.
       FD  CHARCUR
           02 CC-DX5 PIC X(7).
           02 CC-DX6 PIC X(7).
           02 CC-FUTURE PIC X(6).
           02 CC-UNITS PIC 9(4).

      * same inline HISFILE layout patmerge.cob uses.
       FD  HISFILE

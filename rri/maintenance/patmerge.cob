           02 CD-DX5 PIC X(7).
           02 CD-DX6 PIC X(7).
           02 CD-FUTURE PIC X(6).
           02 CD-UNITS PIC 9(4).

      * same inline CHARCUR layout rrr334.cob/dupr803.cob use.
       FD  CHARCUR
           02 CC-DX5 PIC X(7).
           02 CC-DX6 PIC X(7).
           02 CC-FUTURE PIC X(6).
           02 CC-UNITS PIC 9(4).

      * same inline HISFILE layout rrr334.cob uses.
       FD  HISFILE

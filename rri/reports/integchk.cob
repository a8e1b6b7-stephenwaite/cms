           02 CC-DX5 PIC X(7).
           02 CC-DX6 PIC X(7).
           02 CC-FUTURE PIC X(6).
           02 CC-UNITS PIC 9(4).

      * same inline PAYCUR01 layout err178.cob/paytot01.cob carry.
       FD  PAYCUR DATA RECORD IS PAYCUR01.

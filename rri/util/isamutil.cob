           02 CC-DX5 PIC X(7).
           02 CC-DX6 PIC X(7).
           02 CC-FUTURE PIC X(6).
           02 CC-UNITS PIC 9(4).

       FD  PAYCUR.
       01  PAYCUR01.

           EVALUATE FILESEL
             WHEN "GARFILE" MOVE 315 TO REC-LEN
             WHEN "CHARCUR" MOVE 164 TO REC-LEN
             WHEN "PAYCUR" MOVE 50 TO REC-LEN
             WHEN "INSFILE" MOVE 120 TO REC-LEN
             WHEN "PROCFILE" MOVE 46 TO REC-LEN

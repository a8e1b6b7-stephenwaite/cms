           02 CC-DX5 PIC X(7).
           02 CC-DX6 PIC X(7).
           02 CC-FUTURE PIC X(6).
           02 CC-UNITS PIC 9(4).

      * bytes 12-22 of the extract are the charge line's full
      * CHARCUR-KEY (rrr134.cob moves CHARCUR-KEY into them).

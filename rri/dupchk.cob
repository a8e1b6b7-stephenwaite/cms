           02 CC-DX5 PIC X(7).
           02 CC-DX7 PIC X(7).
           02 CC-FUTURE PIC X(6).
           02 CC-UNITS PIC 9(4).
       WORKING-STORAGE SECTION.
       LINKAGE SECTION.
      * DC-DUP-FOUND comes back "Y" if an open CHARCUR row already

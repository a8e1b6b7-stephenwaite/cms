           02 CC-DX5 PIC X(7).
           02 CC-DX6 PIC X(7).
           02 CC-FUTURE PIC X(6).
           02 CC-UNITS PIC 9(4).

      * same inline G-MASTER layout hipr136.cob carries - no copylib
      * dependency.

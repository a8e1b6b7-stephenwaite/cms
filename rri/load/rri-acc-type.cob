           02 CD-DX5 PIC X(7).
           02 CD-DX6 PIC X(7).
           02 CD-FUTURE PIC X(6).
           02 CD-UNITS PIC 9(4).

      * same inline INSFILE layout err178.cob/insdirrpt.cob use, plus
      * INS-ACC-TYPE (referenced by the original copylib version of

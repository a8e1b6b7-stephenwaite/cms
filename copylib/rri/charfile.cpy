      * CHARFILE record - the aged-off charge history. Same layout
      * rrr334.cob/patmerge.cob carry inline. CD-UNITS as CC-UNITS
      * on CHARCUR - layoutcvt.cob (CHARFILE) converts an old file.
       01  CHARFILE01.
           02 CHARFILE-KEY.
             03 CD-KEY8 PIC X(8).
           02 CD-DX5 PIC X(7).
           02 CD-DX6 PIC X(7).
           02 CD-FUTURE PIC X(6).
           02 CD-UNITS PIC 9(4).

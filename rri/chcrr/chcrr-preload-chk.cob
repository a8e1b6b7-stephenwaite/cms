           02 CD-DX5 PIC X(7).
           02 CD-DX6 PIC X(7).
           02 CD-FUTURE PIC X(6).
           02 CD-UNITS PIC 9(4).

      * same key/patid/proc/diag fields as dupr803.cob's CHARCUR -
      * only what's needed to decide "same claim, still open".
           02 CC-DX5 PIC X(7).
           02 CC-DX7 PIC X(7).
           02 CC-FUTURE PIC X(6).
           02 CC-UNITS PIC 9(4).

       FD  FILEOUT.
       01  FILEOUT01 PIC X(132).

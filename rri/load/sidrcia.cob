             03 CD-CLIN1 PIC X(4).
             03 CD-CLIN2 PIC X(36).
           02 CD-ADMIT-DIAG PIC X(30).
           02 CD-UNITS PIC 9(4).
       FD FILEOUT.
       01 FILEOUT01 PIC X(177).
       FD GARFILE

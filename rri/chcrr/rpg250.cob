           02 CD-DX5 PIC X(7).
           02 CD-DX6 PIC X(7).
           02 CD-FUTURE PIC X(6).
           02 CD-UNITS PIC 9(4).

       FD GARFILE.
           COPY garfile.CPY IN "C:\Users\sid\cms\copylib\rri".      
       WORKING-STORAGE SECTION.
       01  GAR-STAT PIC XX.
       01 CLM-STAT PIC XX.
       01  CHARBACK PIC X(193).
       01  INPUT-DATE-S.      
           05 T-MM  PIC 99.
           05 T-DD  PIC 99.
           IF RPG-KEY8 NOT = RPG-ACTNO GO TO P1.
           MOVE RPGCHARFILE01 TO CHARBK
           MOVE CHARBK2 TO CHARFILE01
           MOVE 1 TO CD-UNITS
           IF CD-WORK NUMERIC AND CD-WORK > "00"
               MOVE CD-WORK TO CD-UNITS
           END-IF
           MOVE G-GARNO TO CD-KEY8 CD-PATID
           ACCEPT CD-ORDER FROM TIME.
           ADD 1 TO CLAIMNO MOVE CLAIMNO TO CD-CLAIM

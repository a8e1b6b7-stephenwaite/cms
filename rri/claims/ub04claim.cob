           02 CC-DX5 PIC X(7).
           02 CC-DX6 PIC X(7).
           02 CC-FUTURE PIC X(6).
           02 CC-UNITS PIC 9(4).

       FD  REVMAP.
           COPY "revmap.cpy".
       01  DEF-BILLTYPE PIC X(4).
       01  DEF-REVCODE PIC X(4).
       01  USE-REV PIC X(4).
       01  LINE-UNITS PIC 9(4).
       01  CLM-TOT PIC S9(6)V99.
       01  LINE-CNT PIC 999.
       01  T-DATE PIC X(8).
               MOVE RM-REVCODE TO USE-REV
           END-READ

      * FL46 service units - zero or not numeric is one.
           MOVE 1 TO LINE-UNITS
           IF CC-UNITS NUMERIC AND CC-UNITS > 0
               MOVE CC-UNITS TO LINE-UNITS.

           ADD 1 TO LINE-CNT
           ADD CC-AMOUNT TO CLM-TOT
           MOVE CC-AMOUNT TO NEF-8
           MOVE SPACE TO PRT
           STRING "  REV " USE-REV "  HCPCS " CC-PROC1
             "  SVC " CC-DAT1 "  UNITS " LINE-UNITS "  CHARGES " NEF-8
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT


       01  NUM-2             PIC 99.
       01  HOLD-DIAG         PIC X(7).
       01  HOLD-DOCP         PIC X(2).
       01  CHARNEW-BACK      PIC X(257).
       01  CHARNEW-STAT.
           02 CHARNEW-STAT1  PIC X.
           02 CHARNEW-STAT2  PIC X.

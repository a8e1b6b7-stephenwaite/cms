           02 CD-DX5 PIC X(7).
           02 CD-DX6 PIC X(7).
           02 CD-FUTURE PIC X(6).
           02 CD-UNITS PIC 9(4).
       FD GARFILE
      *    BLOCK CONTAINS 3 RECORDS
           DATA RECORD IS G-MASTER.
           02 DATE-TAB PIC 9(8) OCCURS 90 TIMES.
           02 CHARGE-TAB PIC X(9) OCCURS 90 TIMES.
           02 KEY-TAB PIC X(11) OCCURS 90 TIMES.
           02 WORK-TAB PIC 9(4) OCCURS 90 TIMES.
           02 AMOUNT-TAB PIC S9(4)V99 OCCURS 90 TIMES.
       01  WORK-2 PIC 99.
       01  X PIC 99.
       01  Y PIC 99.
       01 Z PIC 99.
           MOVE G-GARNO TO ER-0
           MOVE G-GARNAME TO ER-2
           MOVE CHARFILE-KEY TO KEY-TAB(X)
           MOVE 1 TO WORK-TAB(X)
           IF CD-UNITS NUMERIC AND CD-UNITS > 0
               MOVE CD-UNITS TO WORK-TAB(X)
           END-IF
           MOVE CD-AMOUNT TO AMOUNT-TAB(X)
           MOVE CD-DATE-T TO DATE-TAB(X)
           MOVE CD-PROC1 TO CHARGE-TAB(X).
           ADD 1 TO X
           MOVE CD-DATE-T TO DATE-TAB(X)
           MOVE CHARFILE-KEY TO KEY-TAB(X)
           MOVE 1 TO WORK-TAB(X)
           IF CD-UNITS NUMERIC AND CD-UNITS > 0
               MOVE CD-UNITS TO WORK-TAB(X)
           END-IF
           MOVE CD-AMOUNT TO AMOUNT-TAB(X)
           MOVE CD-PROC1 TO CHARGE-TAB(X)
           GO TO P2.
           MOVE KEY-TAB(Z) TO CHARFILE-KEY
           READ CHARFILE INVALID DISPLAY CHARFILE-KEY " INVALID"
           GO TO C1-EXIT.
           MOVE WORK-TAB(Z) TO CD-UNITS MOVE AMOUNT-TAB(Z) TO CD-AMOUNT
           MOVE 99 TO WORK-2
           IF WORK-TAB(Z) < 99 MOVE WORK-TAB(Z) TO WORK-2 END-IF
           MOVE WORK-2 TO CD-WORK
           REWRITE CHARFILE01 INVALID DISPLAY CHARFILE-KEY
           " BAD REWRITE".
           CLOSE CHARFILE

           02 CC-DX5 PIC X(7).
           02 CC-DX6 PIC X(7).
           02 CC-FUTURE PIC X(6).
           02 CC-UNITS PIC 9(4).
       FD  OPERFILE.
           COPY "operfile.cpy".


       FD  FILEOUT.
       01  FILEOUT01 PIC X(164).

      * permanent record of every CHARCUR key this utility rewrites,
      * same convention as mod2098.cob's AUDITOUT.
       01  NEW-KEY PIC X(11).
       01  AUDIT-DATE PIC X(8).
       01  AUDIT-TIME PIC X(8).
       01  PERCHK-PARMS.
           02 PE-FUNC PIC X.
           02 PE-DATE PIC X(8).
           02 PE-RESULT PIC X.
           02 PE-OPEN-DATE PIC X(8).
           02 PE-MSG PIC X(40).


       PROCEDURE DIVISION.
       P1.
           READ CHARCUR WITH LOCK.

      * a charge booked in a closed month stays as booked - the
      * month has to be reopened in period-maint.cob first.
           MOVE "C" TO PE-FUNC
           MOVE CC-DATE-T TO PE-DATE
           CALL "perchk" USING PERCHK-PARMS
           IF PE-RESULT = "N"
               DISPLAY PE-MSG " - CHARGE NOT REWRITTEN"
               GO TO P99.


           MOVE CHARCUR-KEY TO OLD-CHARCUR-KEY
           WRITE FILEOUT01 FROM CHARCUR01

           WRITE AUDITOUT01.

       P99.
           MOVE "E" TO PE-FUNC
           CALL "perchk" USING PERCHK-PARMS
           CLOSE CHARCUR FILEOUT AUDITOUT.
           STOP RUN.

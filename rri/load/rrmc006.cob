       01  ERRFILE01 PIC X(120).

       FD  EMAILAUTHFILE.
           copy "emailauthfile.cpy".

       FD  COMPFILE.
       01  COMPFILE01.
           02 COMP-INSPHONE1 PIC X(12).

       FD  INSFILE.
           copy "insfile.cpy".

       FD  MOBLFILE.
       01  MOBLFILE01.
           02 REF-NPI PIC X(10).

       FD  ORDFILE.
           copy "ordfile.cpy".

       FD  ACTFILE
           DATA RECORD IS ACTFILE01.
           02 NAME-KEY PIC XXX.

       FD  GARFILE.
           COPY "garfile.cpy".

       FD  LOADAUDIT.
           COPY "loadaudit.cpy".
       01  LA-REJECT-CNTR-WS PIC 9(7) VALUE 0.
       01  RJ-DATE-WS PIC X(8).
       01  RJ-TIME-WS PIC X(8).
       01  PROVCHK-PARMS.
           02 PK-FUNC PIC X.
           02 PK-DOCP PIC XX.
           02 PK-DATE PIC X(8).
           02 PK-RESULT PIC X.
           02 PK-MSG PIC X(40).

      * every add, change and delete goes to the reference-master
      * change history - see refhist.cob.
       01  REFHIST-PARMS.
           02 RX-FUNC PIC X.
           02 RX-FILE PIC X.
           02 RX-KEY PIC X(11).
           02 RX-ACTION PIC X.
           02 RX-OPER PIC X(3).
           02 RX-PROGRAM PIC X(8).
           02 RX-DATE PIC X(8).
           02 RX-BEFORE PIC X(150).
           02 RX-AFTER PIC X(150).
           02 RX-RESULT PIC X.
       01  REC101.
           02 R1-1 PIC XX.
           02 R1-PATNUM PIC X(7).
           02 NAME11 PIC X.
           02 NAME12 PIC X(23).
       01  HOLDGARNO PIC X(8).
       01  EA-NEXT PIC 9(8).
       01  NAMETAB01.
           02 NAMETAB PIC X(30) OCCURS 90 TIMES.
       01  NAMEKEYTAB01.
                   WRITE ERRFILE01
                   ADD 1 TO LA-REJECT-CNTR-WS
                   MOVE "RRMC006 " TO RJ-PROGRAM
                   MOVE A-ACTNO TO RJ-ACCT
                   MOVE R1-PATNUM TO RJ-VISIT
                   MOVE "NC" TO RJ-REASON-CODE
                   MOVE "NO CPT AND NO HCPCS TO BILL WITH"
                       TO RJ-REASON-TEXT
               END-IF
           END-IF

      *  a departed provider takes nothing dated after their last
      *  date - see provchk.cob.
           MOVE "C" TO PK-FUNC
           MOVE C-DOCP TO PK-DOCP
           MOVE C-DATE-T TO PK-DATE
           CALL "provchk" USING PROVCHK-PARMS
           IF PK-RESULT = "N"
               MOVE SPACE TO ERRFILE01
               STRING A-GARNAME " " C-DATE-T " " C-CPT " " PK-MSG
                   DELIMITED BY SIZE INTO ERRFILE01
               WRITE ERRFILE01
               ADD 1 TO LA-REJECT-CNTR-WS
               MOVE "RRMC006 " TO RJ-PROGRAM
               MOVE A-ACTNO TO RJ-ACCT
               MOVE R1-PATNUM TO RJ-VISIT
               MOVE "PI" TO RJ-REASON-CODE
               MOVE PK-MSG TO RJ-REASON-TEXT
               MOVE RJ-DATE-WS TO RJ-DATE
               MOVE RJ-TIME-WS TO RJ-TIME
               WRITE REJECTLOG01
               GO TO B1
           END-IF

           MOVE "001" TO ORD3
           MOVE A-ACTNO TO ORD8
           MOVE ORDFILE01 TO SAVEORD
           END-READ

           MOVE A-ACTNO TO EA-MEDREC
           MOVE 0 TO EA-NEXT
           IF EA-KEY NUMERIC
               MOVE EA-KEY TO EA-NEXT
           END-IF
           ADD 1 TO EA-NEXT
           MOVE EA-NEXT TO EA-KEY
           MOVE A-GARNAME TO EA-NAME
           MOVE SPACE TO EA-SSN
           MOVE R1-EMAIL TO EA-EMAIL
           MOVE R1-AUTH TO EA-AUTH
           MOVE 1 TO AUTH-FLAG.
             WRITE REFPHY01
               INVALID
                 DISPLAY "BAD WRITE ON REFPHY"  
               NOT INVALID
                 MOVE "W" TO RX-FUNC
                 MOVE "R" TO RX-FILE
                 MOVE REF-KEY TO RX-KEY
                 MOVE "A" TO RX-ACTION
                 MOVE SPACE TO RX-OPER RX-BEFORE
                 MOVE "RRMC006" TO RX-PROGRAM
                 MOVE REFPHY01 TO RX-AFTER
                 CALL "refhist" USING REFHIST-PARMS
             END-WRITE
             CLOSE REFPHY
             OPEN INPUT REFPHY
           ACCEPT LA-DATE FROM DATE YYYYMMDD
           ACCEPT LA-TIME FROM TIME
           WRITE LOADAUDIT01.
           MOVE "E" TO PK-FUNC
           CALL "provchk" USING PROVCHK-PARMS
           MOVE "E" TO RX-FUNC
           CALL "refhist" USING REFHIST-PARMS
           CLOSE ACTFILE EMAILAUTHFILE ORDFILE COMPFILE
                 REFPHY HOSPFILE INSFILE FILEOUT ERRFILE
                 FILEIN MOBLFILE GARFILE LOADAUDIT REJFILE.

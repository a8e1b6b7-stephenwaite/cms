       01  ALF20 PIC X(20).
       01  MEDREC PIC X(6).
       01  BILAT-FLAG PIC X.
       01  RRMC-DOCP PIC XX.
       01  RRMC-DATE PIC X(8).
       01  PROVCHK-PARMS.
           02 PK-FUNC PIC X.
           02 PK-DOCP PIC XX.
           02 PK-DATE PIC X(8).
           02 PK-RESULT PIC X.
           02 PK-MSG PIC X(40).

       PROCEDURE DIVISION.

                   DELIMITED BY SIZE INTO MEDREC
           END-IF

           IF FI-1 = "##" OR FI-1 = "++"
               PERFORM SSN-DROP THRU SSN-DROP-EXIT
           END-IF

           IF FI-1 NOT = "$$"
               WRITE FILEOUT01 FROM FILEIN01
               GO TO P1
             END-IF  
           end-if                                    

      *    a departed provider takes nothing dated after their last
      *    date - same reader-name mapping rrmc006.cob makes.
           MOVE "00" TO RRMC-DOCP
           IF R3-DOCP = "MITC" MOVE "06" TO RRMC-DOCP.
           IF R3-DOCP = "SHEL" MOVE "08" TO RRMC-DOCP.
           IF R3-DOCP = "HUMM" MOVE "09" TO RRMC-DOCP.
           IF R3-DOCP = "BOYE" MOVE "10" TO RRMC-DOCP.
           MOVE SPACE TO RRMC-DATE
           STRING "20" R3-DATEYY R3-DATEMM R3-DATEDD
             DELIMITED BY SIZE INTO RRMC-DATE
           MOVE "C" TO PK-FUNC
           MOVE RRMC-DOCP TO PK-DOCP
           MOVE RRMC-DATE TO PK-DATE
           CALL "provchk" USING PROVCHK-PARMS
           IF PK-RESULT = "N"
               GO TO BAD-3.

           ADD PROC-AMOUNT TO LA-AMOUNT-WS
           WRITE FILEOUT01 FROM REC301
           GO TO P1.

      *    the load needs a subscriber's SSN only as the member id
      *    of a plan RRMC sent no certificate number for (SEL-1 in
      *    rrmc006.cob), and the guarantor's not at all - the rest
      *    are blanked before the file goes any further. "00000000"
      *    is RRMC's own empty guarantor SSN.
       SSN-DROP.
           IF FI-1 = "++"
               GO TO SSN-DROP-2.
           IF R1-CERT11 NOT = SPACE
               MOVE SPACE TO R1-SSN11.
           IF R1-CERT22 NOT = SPACE
               MOVE SPACE TO R1-SSN22.
           MOVE REC101 TO FILEIN01 (1:LENGTH OF REC101)
           GO TO SSN-DROP-EXIT.
       SSN-DROP-2.
           IF R2-CERT33 NOT = SPACE
               MOVE SPACE TO R2-SSN33.
           IF R2-CERT44 NOT = SPACE
               MOVE SPACE TO R2-SSN44.
           MOVE "00000000" TO R2-GUARSSN
           MOVE REC201 TO FILEIN01 (1:LENGTH OF REC201).
       SSN-DROP-EXIT.
           EXIT.

       BAD-3.
           ADD 1 TO LA-REJECT-CNTR-WS
           MOVE SPACE TO ERRFILE01.
           STRING "INACTIVE PROVIDER FOR MRN " MEDREC
             " CDM " R3-PROC " CPT " R3-CPT " READER " R3-DOCP
             " DOS " R3-DATE " " PK-MSG DELIMITED BY SIZE INTO ERRFILE01
           WRITE ERRFILE01

           MOVE "RRMC008 " TO RJ-PROGRAM
           MOVE SPACE TO RJ-KEY
           STRING "00" MEDREC DELIMITED BY SIZE INTO RJ-ACCT
           MOVE R1-PATNUM(1:7) TO RJ-VISIT
           MOVE "PI" TO RJ-REASON-CODE
           MOVE PK-MSG TO RJ-REASON-TEXT
           MOVE RJ-DATE-WS TO RJ-DATE
           MOVE RJ-TIME-WS TO RJ-TIME
           WRITE REJECTLOG01

           GO TO P1.

       BAD-1.
           ADD 1 TO LA-REJECT-CNTR-WS
           MOVE SPACE TO ERRFILE01.
           end-if

           MOVE "RRMC008 " TO RJ-PROGRAM
           MOVE SPACE TO RJ-KEY
           STRING "00" MEDREC DELIMITED BY SIZE INTO RJ-ACCT
           MOVE R1-PATNUM(1:7) TO RJ-VISIT
           MOVE "UP" TO RJ-REASON-CODE
           MOVE "UNDEFINED PROCEDURE FOR CDM/CPT/HCPCS"
               TO RJ-REASON-TEXT
           WRITE ERRFILE01.

           MOVE "RRMC008 " TO RJ-PROGRAM
           MOVE SPACE TO RJ-KEY
           STRING "00" MEDREC DELIMITED BY SIZE INTO RJ-ACCT
           MOVE R1-PATNUM(1:7) TO RJ-VISIT
           MOVE "ZD" TO RJ-REASON-CODE
           MOVE "ZERO DOLLAR PROCEDURE" TO RJ-REASON-TEXT
           MOVE RJ-DATE-WS TO RJ-DATE
           ACCEPT LA-DATE FROM DATE YYYYMMDD
           ACCEPT LA-TIME FROM TIME
           WRITE LOADAUDIT01.
           MOVE "E" TO PK-FUNC
           CALL "provchk" USING PROVCHK-PARMS
           CLOSE PROCFILE FILEIN FILEOUT ERRFILE LOADAUDIT REJFILE.
           STOP RUN.

           LOCK MODE MANUAL.
           SELECT ERRFILE ASSIGN TO "S50" ORGANIZATION
           LINE SEQUENTIAL.        
           SELECT ESTATE ASSIGN TO "S55" ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC RECORD KEY IS ES-GARNO
           LOCK MODE MANUAL.

       DATA DIVISION.
       FILE SECTION.
           02 CC-DX5 PIC X(7).
           02 CC-DX6 PIC X(7).
           02 CC-FUTURE PIC X(6).
           02 CC-UNITS PIC 9(4).
 
       FD  PAYFILE
      *    BLOCK CONTAINS 4 RECORDS

       FD  ERRFILE.
       01  ERRFILE01 PIC X(160).

       FD  ESTATE.
           COPY "estate.cpy".
                         
       WORKING-STORAGE SECTION.
       01 TOTCLAIM PIC S9(4)V99.
       PROCEDURE DIVISION.
       P0.
           OPEN OUTPUT ERRFILE.
           OPEN INPUT PAYCUR CHARCUR GARFILE ESTATE.
           OPEN I-O PAYFILE.
       P1. 
           READ CHARCUR NEXT AT END 
               GO TO P1
           END-IF            

      *    ESTATE CLAIM STILL OPEN IN PROBATE - NOT BAD DEBT YET
           MOVE CC-KEY8 TO ES-GARNO
           READ ESTATE INVALID
               MOVE "C" TO ES-STATUS
           END-READ

           IF ES-STATUS NOT = "C"
               MOVE CHARCUR01 TO ERRFILE01
               WRITE ERRFILE01
               GO TO P1
           END-IF

      *    TIME TO WRITE OFF WITH BAD DEBT, 013
           MOVE CC-KEY8 TO PD-KEY8 G-GARNO
           READ GARFILE INVALID
       S4-EXIT.
           EXIT.
       P6. 
           CLOSE ERRFILE PAYCUR CHARCUR GARFILE PAYFILE ESTATE.
           STOP RUN.
              

             ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
             LOCK MODE MANUAL.
           
      * guarantor balance summary acctpost.cob keeps as postings
      * are journaled.
           SELECT ACCTBAL ASSIGN TO   "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS AB-GARNO
             LOCK MODE MANUAL.

           SELECT ERROR-gar ASSIGN TO "S45" ORGANIZATION
           02 filler pic x(10).
           02 fi-stat pic x(6).

       FD  ACCTBAL.
           COPY "acctbal.cpy".
      
       FD  GARFILE.
           COPY "garfile.cpy".
       PROCEDURE DIVISION.

       P0.
           OPEN INPUT filein GARFILE ACCTBAL.
           open output error-gar error-amt fileout scoreout.

       P1. 

       p4.    

      * the whole account - what is still with the payers plus
      * the patient's share - as acctpost.cob last figured it.
           MOVE 0 TO CLAIM-TOT
           MOVE G-GARNO TO AB-GARNO
           READ ACCTBAL
             INVALID
               GO TO R5.
           COMPUTE CLAIM-TOT = AB-INSBAL + AB-PATBAL.

       R5.
           if claim-tot = 0


       p99.
           CLOSE filein GARFILE ACCTBAL error-gar error-amt
             fileout scoreout.
           STOP RUN.


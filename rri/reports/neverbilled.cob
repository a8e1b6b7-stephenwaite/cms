             ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
             LOCK MODE MANUAL.

      * guarantor balance summary acctpost.cob keeps as postings
      * are journaled.
           SELECT ACCTBAL ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS AB-GARNO
             LOCK MODE MANUAL.

           SELECT STMTHIST ASSIGN TO "S50" ORGANIZATION IS INDEXED
       FD  GARFILE.
           COPY "garfile.cpy".

       FD  ACCTBAL.
           COPY "acctbal.cpy".

       FD  STMTHIST.
           COPY "stmthist.cpy".
      * no cycle assigned - or NONE APPARENT, which is the one to
      * chase first.
       P0.
           OPEN INPUT PARMFILE GARFILE ACCTBAL STMTHIST
             HOLDSTAT BUDFILE QMBFILE.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.
       BUILD-WHY-EXIT.
           EXIT.

      * the patient balance stmtcycle.cob selects on, as
      * acctpost.cob last figured it.
       GET-BALANCE.
           MOVE 0 TO CLAIM-TOT
           MOVE G-GARNO TO AB-GARNO
           READ ACCTBAL
             INVALID
               GO TO GET-BALANCE-EXIT.
           MOVE AB-PATBAL TO CLAIM-TOT.

       GET-BALANCE-EXIT.
           EXIT.
           DISPLAY "NEVERBILLED - ACCOUNTS " HIT-CNTR.

       P99.
           CLOSE PARMFILE GARFILE ACCTBAL STMTHIST
             HOLDSTAT BUDFILE QMBFILE FILEOUT.
           STOP RUN.

             ACCESS MODE IS DYNAMIC RECORD KEY IS SH-KEY
             LOCK MODE MANUAL.

      * guarantor balance summary acctpost.cob keeps as postings
      * are journaled.
           SELECT ACCTBAL ASSIGN TO "S65" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS AB-GARNO
             LOCK MODE MANUAL.

      * the fixed-layout load file for the portal vendor - one row
      * per guarantor who owes patient money:
      *   garno X(8), name X(24), balance in cents 9(9),
       FD  STMTHIST.
           COPY "stmthist.cpy".

       FD  ACCTBAL.
           COPY "acctbal.cpy".

       FD  FILEOUT.
       01  FILEOUT01.
           02 XP-GARNO PIC X(8).
      * deceased hold stay out of the portal entirely.
       P0.
           OPEN INPUT GARFILE CHARCUR PAYCUR HOLDSTAT TPLFILE
             STMTHIST ACCTBAL.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

       CHECK-TPL-EXIT.
           EXIT.

      * same balance stmtcycle.cob selects with - off ACCTBAL,
      * except an open TPL case is still summed line by line.
       GET-BALANCE.
           MOVE 0 TO CLAIM-TOT
           IF TPL-OPEN NOT = "Y"
               MOVE G-GARNO TO AB-GARNO
               READ ACCTBAL
                 INVALID
                   CONTINUE
                 NOT INVALID
                   MOVE AB-PATBAL TO CLAIM-TOT
               END-READ
               GO TO GET-BALANCE-EXIT.
           MOVE G-GARNO TO PC-KEY8.
           MOVE SPACE TO PC-KEY3.
           START PAYCUR KEY NOT < PAYCUR-KEY
           DISPLAY "PORTALEXPORT - ACCOUNTS EXPORTED: " OUT-CNTR
           DISPLAY "PORTALEXPORT - HELD OUT: " HOLD-CNTR
           CLOSE GARFILE CHARCUR PAYCUR HOLDSTAT TPLFILE STMTHIST
             ACCTBAL FILEOUT.
           STOP RUN.

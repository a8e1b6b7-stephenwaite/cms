             ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
             LOCK MODE MANUAL.

      * guarantor balance summary acctpost.cob keeps as postings
      * are journaled.
           SELECT ACCTBAL ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS AB-GARNO
             LOCK MODE MANUAL.

      * merge-ready extract for the letter process - one line per
             ACCESS MODE IS DYNAMIC RECORD KEY IS QB-GARNO
             LOCK MODE MANUAL.

      * open billing disputes dispute-maint.cob keeps - only the
      * disputed amount is held back; the rest is pursued as usual.
           SELECT DISPUTE ASSIGN TO "S65" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS DP-KEY
             LOCK MODE MANUAL.

       DATA DIVISION.

       FILE SECTION.

      * same inline G-MASTER layout hipr136.cob
      * carries - no copylib dependency.
       FD GARFILE.
       01 GARFILE01.
           02 G-PRGRPNAME PIC X(15).
           02 G-SEGRPNAME PIC X(15).

       FD  ACCTBAL.
           COPY "acctbal.cpy".

       FD  BUDFILE.
           COPY "budplan.cpy".
       FD  QMBFILE.
           COPY "qmbfile.cpy".

       FD  DISPUTE.
           COPY "dispute.cpy".

       FD  FILEOUT.
       01  FILEOUT01.
           02 FO-GARNO PIC X(8).
       01  HOLD-CNTR PIC 9(7) VALUE 0.
       01  QMB-CNTR PIC 9(7) VALUE 0.
       01  QMB-TODAY PIC X(8).
       01  DISP-AMT PIC S9(6)V99.
       01  DISP-CNTR PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

      * batch dunning-cycle driver off GARFILE's G-DUNNING/G-ACCTSTAT
      * (the same G-MASTER fields x270.cob reads) - nothing else in
      * the tree acts on them. Selects guarantors with a positive
      * outstanding balance (the patient balance on ACCTBAL - the
      * same CHARCUR/PAYCUR sum checkcolltbal.cob makes), advances
      * G-DUNNING to the next level, and writes a merge-ready
      * name/address/balance/
      * stage-text extract for the letter process. An account that
      * reaches level 4 is handed to in-house collections (G-COLLT =
      * "Y", the same flag ari_inventory.cob scores on) instead of
      * getting another letter.
       P0.
           OPEN I-O GARFILE.
           OPEN INPUT ACCTBAL BUDFILE HOLDSTAT QMBFILE.
           OPEN INPUT DISPUTE.
           ACCEPT QMB-TODAY FROM DATE YYYYMMDD.
           OPEN OUTPUT FILEOUT.

               GO TO P1
           END-IF

      * an open dispute holds back only the disputed amount - the
      * letter goes out on the rest, and an account with nothing
      * undisputed left is not advanced.
           PERFORM GET-DISPUTE THRU GET-DISPUTE-EXIT
           IF DISP-AMT > 0
               SUBTRACT DISP-AMT FROM CLAIM-TOT
               IF CLAIM-TOT NOT > 0
                   ADD 1 TO DISP-CNTR
                   GO TO P1
               END-IF
           END-IF

      * a guarantor on a budget plan that budplan-chk.cob last scored
      * current is paying as agreed - no letter, no advancement. A
      * broken ("B") or closed ("X") plan gets no protection.

           GO TO P1.

      * the patient balance as acctpost.cob last figured it - no
      * row means nothing has ever posted to the account.
       GET-BALANCE.
           MOVE 0 TO CLAIM-TOT
           MOVE G-GARNO TO AB-GARNO
           READ ACCTBAL
             INVALID
               GO TO GET-BALANCE-EXIT.
           MOVE AB-PATBAL TO CLAIM-TOT.

       GET-BALANCE-EXIT.
           EXIT.

      * the money the guarantor's open billing disputes hold back.
       GET-DISPUTE.
           MOVE 0 TO DISP-AMT
           MOVE G-GARNO TO DP-GARNO
           MOVE 0 TO DP-CASE
           START DISPUTE KEY NOT < DP-KEY
             INVALID
               GO TO GET-DISPUTE-EXIT.

       GET-DISPUTE-1.
           READ DISPUTE NEXT
             AT END
               GO TO GET-DISPUTE-EXIT.
           IF DP-GARNO NOT = G-GARNO
               GO TO GET-DISPUTE-EXIT.
           IF DP-STATUS = "O"
               ADD DP-AMOUNT TO DISP-AMT.
           GO TO GET-DISPUTE-1.

       GET-DISPUTE-EXIT.
           EXIT.

      * the notice reads in the guarantor's language.
           DISPLAY "DUNNINGBATCH - HELD - BANKRUPT/DECEASED: "
             HOLD-CNTR
           DISPLAY "DUNNINGBATCH - HELD - QMB: " QMB-CNTR
           DISPLAY "DUNNINGBATCH - HELD - ALL IN DISPUTE: " DISP-CNTR
           CLOSE GARFILE ACCTBAL BUDFILE HOLDSTAT QMBFILE
             DISPUTE FILEOUT.
           STOP RUN.

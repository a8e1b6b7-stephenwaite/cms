             ACCESS MODE IS DYNAMIC RECORD KEY IS QB-GARNO
             LOCK MODE MANUAL.

      * guarantor balance summary acctpost.cob keeps as postings
      * are journaled.
           SELECT ACCTBAL ASSIGN TO "S85" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS AB-GARNO
             LOCK MODE MANUAL.

      * accounts prxfer.cob just moved a balance to the patient -
      * they go out on the next SELECT run whatever their cycle.
           SELECT XFERFLAG ASSIGN TO "S90" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS XF-GARNO
             LOCK MODE MANUAL.

      * open billing disputes dispute-maint.cob keeps - only the
      * disputed amount is held back; the rest is pursued as usual.
           SELECT DISPUTE ASSIGN TO "S95" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS DP-KEY
             LOCK MODE MANUAL.

       DATA DIVISION.

       FILE SECTION.
           02 CC-DX5 PIC X(7).
           02 CC-DX6 PIC X(7).
           02 CC-FUTURE PIC X(6).
           02 CC-UNITS PIC 9(4).

       FD  PAYCUR.
       01  PAYCUR01.
       FD  QMBFILE.
           COPY "qmbfile.cpy".

       FD  ACCTBAL.
           COPY "acctbal.cpy".

       FD  DISPUTE.
           COPY "dispute.cpy".

       FD  XFERFLAG.
           COPY "xferflag.cpy".

       WORKING-STORAGE SECTION.

       01  RUN-MODE PIC X(6).
       01  BAD-CNTR PIC 9(7) VALUE 0.
       01  HOLD-CNTR PIC 9(7) VALUE 0.
       01  QMB-CNTR PIC 9(7) VALUE 0.
       01  DISP-AMT PIC S9(6)V99.
       01  DISP-CNTR PIC 9(7) VALUE 0.
       01  LOCKSKIP-CNTR PIC 9(7) VALUE 0.
       01  TPL-OPEN PIC X.
       01  XFER-DUE PIC X.
       01  XFER-CNTR PIC 9(7) VALUE 0.
       01  GARFILE-STAT PIC XX.
       01  LOCK-TRIES PIC 99 VALUE 5.
       01  LOCK-WAIT PIC 9(8) COMP-5 VALUE 2.
       01  LOCK-T1 PIC X(5).
       01  LOCK-T2 PIC X(5).

       01  ACCTPOST-PARMS.
           02 AC-FUNC PIC X.
           02 AC-GARNO PIC X(8).
           02 AC-DATE PIC X(8).
           02 AC-PROGRAM PIC X(8).
           02 AC-INSBAL PIC S9(7)V99.
           02 AC-PATBAL PIC S9(7)V99.
           02 AC-OLDEST PIC X(8).
           02 AC-LASTPAY-DATE PIC X(8).
           02 AC-LASTPAY-AMT PIC S9(6)V99.
           02 AC-LASTSTMT PIC X(8).
           02 AC-RESULT PIC X.

       01  BIZCAL-PARMS.
           02 BZ-FUNC PIC X.
           02 BZ-DATE PIC X(8).
           02 BZ-DATE2 PIC X(8).
           02 BZ-DAYS PIC S9(5).
           02 BZ-RESULT PIC X.
           02 BZ-DESC PIC X(30).

       PROCEDURE DIVISION.

      * statement cycle scheduler - G-BILLCYCLE stops being
      * picks cycle c's guarantors with a balance, writes the
      * selection list the bill programs read, stamps G-LASTBILL,
      * and records each statement in the history file for
      * stmthist-inq.cob. Statements go out on business days only -
      * a SELECT run on a weekend, holiday or closure day on the
      * shared calendar (bizcal.cob) is refused and names the next
      * business day, so the cycle, G-LASTBILL and the history all
      * carry the day the mail actually went.
       P0.
           OPEN I-O GARFILE STMTHIST XFERFLAG.
           OPEN INPUT CHARCUR PAYCUR PARMFILE HOLDSTAT TPLFILE
             QMBFILE ACCTBAL.
           OPEN INPUT DISPUTE.
           OPEN OUTPUT FILEOUT.
           OPEN EXTEND LOCKLOG.
           ACCEPT T-DATE FROM DATE YYYYMMDD.
           IF RUN-MODE = "SELECT"
               IF RUN-ARG(1:1) NUMERIC
                   MOVE RUN-ARG(1:1) TO CYCLE-N
                   GO TO P0-BIZ
               ELSE
                   DISPLAY "STMTCYCLE - BAD CYCLE"
                   GO TO P9
           DISPLAY "STMTCYCLE - MODE MUST BE ASSIGN OR SELECT"
           GO TO P9.

       P0-BIZ.
           MOVE "A" TO BZ-FUNC
           MOVE T-DATE TO BZ-DATE
           MOVE 0 TO BZ-DAYS
           CALL "bizcal" USING BIZCAL-PARMS
           IF BZ-RESULT = "Y" AND BZ-DATE2 NOT = T-DATE
               DISPLAY "STMTCYCLE - " T-DATE " IS NOT A BUSINESS DAY"
                 " - RUN CYCLE " CYCLE-N " ON " BZ-DATE2
               GO TO P9.

       P0A.
           MOVE SPACE TO G-GARNO
           START GARFILE KEY NOT < G-GARNO
               PERFORM ASSIGN-CYCLE
               GO TO P1.

           PERFORM CHECK-XFER
           IF G-BILLCYCLE NOT = RUN-ARG(1:1) AND XFER-DUE = "N"
               GO TO P1.

      * retmail.cob's returned-mail flag - no statement to a known-

           PERFORM CHECK-TPL THRU CHECK-TPL-EXIT
           PERFORM GET-BALANCE THRU GET-BALANCE-EXIT
      * an open dispute holds back only the disputed amount; an
      * account with nothing undisputed left gets no statement.
           PERFORM GET-DISPUTE THRU GET-DISPUTE-EXIT
           IF DISP-AMT > 0 AND CLAIM-TOT > 0
               SUBTRACT DISP-AMT FROM CLAIM-TOT
               IF CLAIM-TOT NOT > 0
                   ADD 1 TO DISP-CNTR
               END-IF
           END-IF
           IF CLAIM-TOT NOT > 0
               PERFORM STAMP-XFER
               GO TO P1.

           ADD 1 TO SEL-CNTR
           IF G-BILLCYCLE NOT = RUN-ARG(1:1)
               ADD 1 TO XFER-CNTR.
           MOVE G-GARNO TO FILEOUT01
           WRITE FILEOUT01

           PERFORM GARFILE-REWRITE THRU GARFILE-REWRITE-EXIT

           PERFORM WRITE-HIST THRU WRITE-HIST-EXIT

           MOVE "S" TO AC-FUNC
           MOVE G-GARNO TO AC-GARNO
           MOVE T-DATE TO AC-DATE
           MOVE "STMTCYCL" TO AC-PROGRAM
           CALL "acctpost" USING ACCTPOST-PARMS
           PERFORM STAMP-XFER
           GO TO P1.

      * an XFERFLAG row still waiting on its statement.
       CHECK-XFER.
           MOVE "N" TO XFER-DUE
           MOVE G-GARNO TO XF-GARNO
           READ XFERFLAG
             INVALID
               CONTINUE
             NOT INVALID
               IF XF-STMT = SPACE
                   MOVE "Y" TO XFER-DUE
               END-IF
           END-READ.

      * the statement went (or nothing is owed after all) - the
      * flag is satisfied.
       STAMP-XFER.
           IF XFER-DUE = "Y"
               MOVE G-GARNO TO XF-GARNO
               READ XFERFLAG WITH LOCK
                 INVALID
                   CONTINUE
                 NOT INVALID
                   MOVE T-DATE TO XF-STMT
                   REWRITE XFERFLAG01
               END-READ
           END-IF.

      * cycle = last garno digit mod the cycle count, plus one -
      * stable, even, and no new master needed.
       ASSIGN-CYCLE.
           ACCEPT LK-TIME FROM TIME
           WRITE LOCKLOG01.

      * the patient balance comes off ACCTBAL; only an account with
      * an open TPL case, whose accident charges stay off the
      * statement, is still summed line by line.
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

       CHECK-TPL.
           MOVE "N" TO TPL-OPEN
           MOVE G-GARNO TO TP-GARNO
               DISPLAY "STMTCYCLE - HELD - BAD ADDRESS: " BAD-CNTR
               DISPLAY "STMTCYCLE - HELD - BANKRUPT/DECEASED: "
                 HOLD-CNTR
               DISPLAY "STMTCYCLE - OFF CYCLE - PATIENT TRANSFER: "
                 XFER-CNTR
               DISPLAY "STMTCYCLE - HELD - ALL IN DISPUTE: "
                 DISP-CNTR
           END-IF
           DISPLAY "STMTCYCLE - HELD - QMB: " QMB-CNTR
           DISPLAY "STMTCYCLE - SKIPPED - RECORD LOCKED: "
             LOCKSKIP-CNTR
           MOVE "E" TO AC-FUNC
           CALL "acctpost" USING ACCTPOST-PARMS
           MOVE "E" TO BZ-FUNC
           CALL "bizcal" USING BIZCAL-PARMS
           CLOSE GARFILE CHARCUR PAYCUR STMTHIST HOLDSTAT QMBFILE
             TPLFILE PARMFILE FILEOUT LOCKLOG ACCTBAL XFERFLAG
             DISPUTE.
           STOP RUN.

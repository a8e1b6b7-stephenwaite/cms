      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. prxfer.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * optional parm:
      *   POST - move the lines and journal them.
      *   LIST - the register only, no updates.
      * absent = POST.
           SELECT OPTIONAL PARMFILE ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT GARFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
             ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT CHARCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-DAT1 WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT PAYCUR ASSIGN TO "S45" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
             LOCK MODE MANUAL.

      * charge-line ledger linepost.cob keeps - what each line
      * still owes.
           SELECT LINEBAL ASSIGN TO "S50" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS BL-KEY
             LOCK MODE MANUAL.

      * Medicare crossovers xover-scan.cob records - the
      * supplemental payer has the claim even when we never sent it.
           SELECT XOVERFILE ASSIGN TO "S55" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS XO-KEY
             LOCK MODE MANUAL.

      * QMB protection - Medicare cost-sharing never becomes the
      * patient's while QMB is in force.
           SELECT QMBFILE ASSIGN TO "S60" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS QB-GARNO
             LOCK MODE MANUAL.

      * capitation roster - a capitated service is paid by the
      * month's check, not owed by the patient.
           SELECT CAPROSTER ASSIGN TO "S65" ORGANIZATION IS
             INDEXED ACCESS MODE IS DYNAMIC RECORD KEY IS CAP-KEY
             LOCK MODE MANUAL.

      * accounts owed a statement on the next cycle run.
           SELECT XFERFLAG ASSIGN TO "S70" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS XF-GARNO
             LOCK MODE MANUAL.

      * the transfer register.
           SELECT FILEOUT ASSIGN TO "S75" ORGANIZATION
             LINE SEQUENTIAL.

      * shared posting-audit log - same file hipr136.cob/hipr146.cob/
      * hiproa.cob/errr146.cob write.
           SELECT POSTAUDIT ASSIGN TO "S80" ORGANIZATION
             LINE SEQUENTIAL.

      * daily change journal - same movement line hipr136.cob drops.
           SELECT CHGJRNL ASSIGN TO "S85" ORGANIZATION
             LINE SEQUENTIAL.

      * client paycodes - an organization's work is invoiced to the
      * organization (client-inv.cob) and never becomes the
      * patient's.
           SELECT CLIENTFILE ASSIGN TO "S90" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CL-PAYCODE
             LOCK MODE MANUAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PARMFILE.
       01  PARMFILE01 PIC X(4).

       FD  GARFILE.
           COPY "garfile.cpy".

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  PAYCUR.
           COPY "paycur.cpy".

       FD  LINEBAL.
           COPY "linebal.cpy".

       FD  XOVERFILE.
           COPY "xoverfile.cpy".

       FD  QMBFILE.
           COPY "qmbfile.cpy".

       FD  CAPROSTER.
           COPY "caproster.cpy".

       FD  XFERFLAG.
           COPY "xferflag.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(100).

       FD  POSTAUDIT.
           COPY "postaudit.cpy".

       FD  CHGJRNL.
           COPY "chgjrnl.cpy".

       FD  CLIENTFILE.
           COPY "clientfile.cpy".

       WORKING-STORAGE SECTION.

       01  RUN-MODE PIC X(4).
       01  T-DATE PIC X(8).
       01  OLD-PAYCODE PIC XXX.
       01  SEC-PAYCODE PIC XXX.
       01  HOLD-WHY PIC X(9).
       01  XO-FOUND PIC X.
       01  LINE-DONE PIC X.
       01  SEC-DONE PIC X.
       01  OTH-DONE PIC X.
       01  ACCT-LINES PIC 9(4).
       01  ACCT-AMT PIC S9(7)V99.
       01  GAR-CNTR PIC 9(7) VALUE 0.
       01  LINE-CNTR PIC 9(7) VALUE 0.
       01  XFER-CNTR PIC 9(7) VALUE 0.
       01  ACCT-CNTR PIC 9(7) VALUE 0.
       01  WAIT-CNTR PIC 9(7) VALUE 0.
       01  CLI-CNTR PIC 9(7) VALUE 0.
       01  SEC-CNTR PIC 9(7) VALUE 0.
       01  XO-CNTR PIC 9(7) VALUE 0.
       01  QMB-CNTR PIC 9(7) VALUE 0.
       01  CAP-CNTR PIC 9(7) VALUE 0.
       01  XFER-TOT PIC S9(8)V99 VALUE 0.
       01  NEF-8 PIC -(6)9.99.
       01  PRT PIC X(100).

       01  LINEPOST-PARMS.
           02 LI-FUNC PIC X.
           02 LI-GARNO PIC X(8).
           02 LI-KEY3 PIC XXX.
           02 LI-CLAIM PIC X(6).
           02 LI-AMOUNT PIC S9(6)V99.
           02 LI-PAYCODE PIC XXX.
           02 LI-DENIAL PIC XX.
           02 LI-BUCKET PIC X.
           02 LI-DATE PIC X(8).
           02 LI-RESULT PIC X.
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

       PROCEDURE DIVISION.

      * insurance-to-patient transfer - nightly. A line still
      * carried under a payer code becomes the patient's ("018",
      * the bucket stmtcycle.cob bills) once every payer we expect
      * on it has processed the claim and the ledger says it still
      * owes. The line's payer must have answered (a PAYCUR row on
      * the claim under its code, or insurance money/contractual on
      * the line); a primary line also waits for the guarantor's
      * secondary, and a Medicare crossover waits for the
      * supplemental payer it was forwarded to. Capitated services,
      * services under QMB and client-billed work are never moved.
      * Each move is journaled, audited and registered, and the
      * account is flagged in XFERFLAG for the next statement run.
       P0.
           OPEN INPUT PARMFILE.
           MOVE SPACE TO RUN-MODE
           READ PARMFILE
             AT END
               CONTINUE
             NOT AT END
               MOVE PARMFILE01 TO RUN-MODE
           END-READ
           CLOSE PARMFILE.
           IF RUN-MODE NOT = "LIST"
               MOVE "POST" TO RUN-MODE.

           ACCEPT T-DATE FROM DATE YYYYMMDD
           OPEN INPUT GARFILE PAYCUR LINEBAL XOVERFILE QMBFILE
             CAPROSTER CLIENTFILE.
           OPEN I-O CHARCUR XFERFLAG.
           OPEN OUTPUT FILEOUT.
           OPEN EXTEND POSTAUDIT CHGJRNL.

           MOVE SPACE TO PRT
           STRING "PATIENT RESPONSIBILITY TRANSFER " RUN-MODE " "
             T-DATE DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "ACCOUNT  LINE CLAIM  SERVICE  FROM    BALANCE"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT

           MOVE SPACE TO G-GARNO
           START GARFILE KEY NOT < G-GARNO
             INVALID
               GO TO P9.

       P1.
           READ GARFILE NEXT
             AT END
               GO TO P9.

           ADD 1 TO GAR-CNTR
           MOVE 0 TO ACCT-LINES ACCT-AMT

      * the secondary that counts - a real second payer, not self
      * pay and not the primary again.
           MOVE G-SEINS TO SEC-PAYCODE
           IF G-SEINS = SPACE OR "000" OR "001" OR "018"
             OR G-SEINS = G-PRINS
               MOVE SPACE TO SEC-PAYCODE.

           MOVE G-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO P3.

       P2.
           READ CHARCUR NEXT
             AT END
               GO TO P3.
           IF CC-KEY8 NOT = G-GARNO
               GO TO P3.
           IF CC-PAYCODE = "018" OR "001"
               GO TO P2.

           MOVE CHARCUR-KEY TO BL-KEY
           READ LINEBAL
             INVALID
               GO TO P2.
           IF BL-BALANCE NOT > 0
               GO TO P2.

           ADD 1 TO LINE-CNTR
           PERFORM CHECK-LINE THRU CHECK-LINE-EXIT
           IF HOLD-WHY NOT = SPACE
               GO TO P2.

           PERFORM MOVE-LINE THRU MOVE-LINE-EXIT
           GO TO P2.

       P3.
           IF ACCT-LINES = 0
               GO TO P1.
           ADD 1 TO ACCT-CNTR
           MOVE ACCT-AMT TO NEF-8
           MOVE SPACE TO PRT
           STRING G-GARNO " ACCOUNT TOTAL         " NEF-8
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           IF RUN-MODE = "LIST"
               GO TO P1.

      * the ledger rows pick up the new payer code.
           MOVE "C" TO LI-FUNC
           MOVE G-GARNO TO LI-GARNO
           CALL "linepost" USING LINEPOST-PARMS
           PERFORM FLAG-ACCT THRU FLAG-ACCT-EXIT
           GO TO P1.

      * HOLD-WHY comes back spaces when the line may move.
       CHECK-LINE.
           MOVE SPACE TO HOLD-WHY

           MOVE CC-PAYCODE TO CL-PAYCODE
           READ CLIENTFILE
             INVALID
               CONTINUE
             NOT INVALID
               MOVE "CLIENT" TO HOLD-WHY
               ADD 1 TO CLI-CNTR
               GO TO CHECK-LINE-EXIT
           END-READ

           MOVE CC-KEY8 TO CAP-GARNO
           MOVE CC-PAYCODE TO CAP-INS
           MOVE CC-DAT1 (1:6) TO CAP-YYYYMM
           READ CAPROSTER
             INVALID
               CONTINUE
             NOT INVALID
               MOVE "CAPITATED" TO HOLD-WHY
               ADD 1 TO CAP-CNTR
               GO TO CHECK-LINE-EXIT
           END-READ

           MOVE "N" TO XO-FOUND
           MOVE CC-KEY8 TO XO-GARNO
           MOVE CC-CLAIM TO XO-CLAIM
           READ XOVERFILE
             INVALID
               CONTINUE
             NOT INVALID
               MOVE "Y" TO XO-FOUND
           END-READ

           PERFORM PAYER-DONE THRU PAYER-DONE-EXIT
           IF LINE-DONE = "N"
               MOVE "WAITING" TO HOLD-WHY
               ADD 1 TO WAIT-CNTR
               GO TO CHECK-LINE-EXIT.

      * a primary line waits on the secondary; with none on file a
      * crossover still waits on whoever Medicare forwarded it to.
           IF CC-PAYCODE = G-PRINS AND SEC-PAYCODE NOT = SPACE
             AND SEC-DONE = "N"
               IF XO-FOUND = "Y"
                   MOVE "CROSSOVER" TO HOLD-WHY
                   ADD 1 TO XO-CNTR
               ELSE
                   MOVE "SECONDARY" TO HOLD-WHY
                   ADD 1 TO SEC-CNTR
               END-IF
               GO TO CHECK-LINE-EXIT.
           IF CC-PAYCODE = G-PRINS AND SEC-PAYCODE = SPACE
             AND XO-FOUND = "Y" AND OTH-DONE = "N"
               MOVE "CROSSOVER" TO HOLD-WHY
               ADD 1 TO XO-CNTR
               GO TO CHECK-LINE-EXIT.

      * QMB in force on the date of service.
           MOVE CC-KEY8 TO QB-GARNO
           READ QMBFILE
             INVALID
               CONTINUE
             NOT INVALID
               IF QB-EFF <= CC-DAT1
                 AND (QB-TERM = SPACE OR QB-TERM >= CC-DAT1)
                   MOVE "QMB" TO HOLD-WHY
                   ADD 1 TO QMB-CNTR
               END-IF
           END-READ.

       CHECK-LINE-EXIT.
           EXIT.

      * one pass over the account's PAYCUR for this line's claim:
      * LINE-DONE - the line's own payer has posted on it;
      * SEC-DONE - the secondary has; OTH-DONE - some other payer
      * has since the crossover notice. Patient money and the
      * adjustment codes are nobody's answer.
       PAYER-DONE.
           MOVE "N" TO LINE-DONE SEC-DONE OTH-DONE
           IF BL-LASTPAY NOT = SPACE
             AND (BL-INSPAID NOT = 0 OR BL-CONTRACT NOT = 0)
               MOVE "Y" TO LINE-DONE.
           MOVE CC-KEY8 TO PC-KEY8
           MOVE SPACE TO PC-KEY3
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO PAYER-DONE-EXIT.

       PAYER-DONE-1.
           READ PAYCUR NEXT
             AT END
               GO TO PAYER-DONE-EXIT.
           IF PC-KEY8 NOT = CC-KEY8
               GO TO PAYER-DONE-EXIT.
           IF PC-CLAIM NOT = CC-CLAIM
               GO TO PAYER-DONE-1.
           IF PC-PAYCODE = CC-PAYCODE
               MOVE "Y" TO LINE-DONE
               GO TO PAYER-DONE-1.
           IF SEC-PAYCODE NOT = SPACE AND PC-PAYCODE = SEC-PAYCODE
               MOVE "Y" TO SEC-DONE
               GO TO PAYER-DONE-1.
           IF PC-PAYCODE = "001" OR "021" OR "022" OR "077"
             OR "007" OR "008" OR "009" OR "011" OR "012" OR "013"
             OR "014" OR "015" OR "016" OR "017"
               GO TO PAYER-DONE-1.
           IF XO-FOUND = "Y" AND PC-DATE-T NOT < XO-DATE
               MOVE "Y" TO OTH-DONE.
           GO TO PAYER-DONE-1.

       PAYER-DONE-EXIT.
           EXIT.

       MOVE-LINE.
           MOVE CC-PAYCODE TO OLD-PAYCODE
           IF RUN-MODE = "LIST"
               GO TO MOVE-LINE-1.

           READ CHARCUR WITH LOCK
             INVALID
               GO TO MOVE-LINE-EXIT.
           MOVE "018" TO CC-PAYCODE
           REWRITE CHARCUR01
           UNLOCK CHARCUR

           MOVE "PRXFER" TO AUD-PROGRAM
           MOVE CC-KEY8 TO AUD-KEY8
           MOVE CC-KEY3 TO AUD-KEY3
           MOVE BL-BALANCE TO AUD-AMOUNT
           MOVE CC-PAYCODE TO AUD-PAYCODE
           MOVE T-DATE TO AUD-DATE
           ACCEPT AUD-TIME FROM TIME
           MOVE SPACE TO AUD-OPER
           WRITE AUDITFILE01
           MOVE "C" TO CJ-FILE
           MOVE "U" TO CJ-TYPE
           MOVE CC-KEY8 TO CJ-KEY8
           MOVE CC-KEY3 TO CJ-KEY3
           MOVE CC-AMOUNT TO CJ-OLD-AMT
           MOVE CC-AMOUNT TO CJ-NEW-AMT
           MOVE "PRXFER" TO CJ-PROGRAM
           MOVE T-DATE TO CJ-DATE
           ACCEPT CJ-TIME FROM TIME
           WRITE CHGJRNL01
           PERFORM POST-ACCT.

       MOVE-LINE-1.
           ADD 1 TO XFER-CNTR ACCT-LINES
           ADD BL-BALANCE TO XFER-TOT ACCT-AMT
           MOVE BL-BALANCE TO NEF-8
           MOVE SPACE TO PRT
           STRING CC-KEY8 " " CC-KEY3 "  " CC-CLAIM " " CC-DAT1 " "
             OLD-PAYCODE " " NEF-8 DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.

       MOVE-LINE-EXIT.
           EXIT.

      * a row already stamped by a statement starts a new tally.
       FLAG-ACCT.
           MOVE G-GARNO TO XF-GARNO
           READ XFERFLAG WITH LOCK
             INVALID
               MOVE G-GARNO TO XF-GARNO
               MOVE T-DATE TO XF-DATE
               MOVE ACCT-AMT TO XF-AMOUNT
               MOVE ACCT-LINES TO XF-LINES
               MOVE SPACE TO XF-STMT XF-FUTURE
               WRITE XFERFLAG01
               GO TO FLAG-ACCT-EXIT
           END-READ
           IF XF-STMT NOT = SPACE
               MOVE 0 TO XF-AMOUNT XF-LINES
               MOVE SPACE TO XF-STMT.
           MOVE T-DATE TO XF-DATE
           ADD ACCT-AMT TO XF-AMOUNT
           ADD ACCT-LINES TO XF-LINES
           REWRITE XFERFLAG01.

       FLAG-ACCT-EXIT.
           EXIT.

       P9.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE XFER-TOT TO NEF-8
           MOVE SPACE TO PRT
           STRING "LINES MOVED " XFER-CNTR "  ACCOUNTS " ACCT-CNTR
             "  DOLLARS " NEF-8 DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           STRING "HELD - PAYER " WAIT-CNTR "  SECONDARY " SEC-CNTR
             "  CROSSOVER " XO-CNTR "  QMB " QMB-CNTR
             "  CAPITATED " CAP-CNTR DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           STRING "HELD - CLIENT BILLED " CLI-CNTR
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT

           DISPLAY "PRXFER - ACCOUNTS READ: " GAR-CNTR
           DISPLAY "PRXFER - OPEN PAYER LINES: " LINE-CNTR
           DISPLAY "PRXFER - LINES MOVED: " XFER-CNTR
           DISPLAY "PRXFER - DOLLARS MOVED: " XFER-TOT
           MOVE "E" TO AC-FUNC
           CALL "acctpost" USING ACCTPOST-PARMS
           MOVE "E" TO LI-FUNC
           CALL "linepost" USING LINEPOST-PARMS
           CLOSE GARFILE CHARCUR PAYCUR LINEBAL XOVERFILE QMBFILE
             CAPROSTER XFERFLAG FILEOUT POSTAUDIT CHGJRNL CLIENTFILE.
           STOP RUN.

      * every CHGJRNL line written here refreshes the account's
      * balance summary - see acctpost.cob.
       POST-ACCT.
           MOVE "J" TO AC-FUNC
           MOVE CJ-KEY8 TO AC-GARNO
           MOVE SPACE TO AC-DATE
           MOVE CJ-PROGRAM TO AC-PROGRAM
           CALL "acctpost" USING ACCTPOST-PARMS.

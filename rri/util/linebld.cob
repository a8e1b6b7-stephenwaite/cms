      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. linebld.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * rebuild / reconcile of the charge-line ledger (LINEBAL) from
      * CHARCUR and PAYCUR. Run after the day's payments have gone
      * from PAYFILE to PAYCUR, so nothing is counted twice.
      * optional parm:
      *   CHECK - list the accounts whose ledger total is not the
      *           CHARCUR charges plus the PAYCUR rows; nothing
      *           is rebuilt.
      *   FIX   - same listing, and those accounts are rebuilt.
      *   LOAD  - every account is rebuilt (first load).
      * absent = CHECK. Under every mode each account's rows are
      * first brought up to CHARCUR (linepost "C"), so a line added
      * or changed since the account's last posting is loaded, not
      * taken for a ledger out of balance. A rebuilt account is
      * re-spread by claim the way linepost.cob spreads a
      * claim-level posting, so the 835 line splits of an account
      * that already balances are only given up under LOAD.
           SELECT OPTIONAL PARMFILE ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT CHARCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-DAT1 WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT PAYCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
             LOCK MODE MANUAL.

           SELECT LINEBAL ASSIGN TO "S45" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS BL-KEY
             LOCK MODE MANUAL.

           SELECT FILEOUT ASSIGN TO "S50" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PARMFILE.
       01  PARMFILE01 PIC X(5).

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  PAYCUR.
           COPY "paycur.cpy".

       FD  LINEBAL.
           COPY "linebal.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(80).

       WORKING-STORAGE SECTION.

       01  RUN-MODE PIC X(5).
       01  T-DATE PIC X(8).
       01  HOLD-GARNO PIC X(8).
       01  EOF-CHARCUR PIC X.
       01  CHG-TOT PIC S9(7)V99.
       01  PAY-TOT PIC S9(7)V99.
       01  LEDGER-TOT PIC S9(7)V99.
       01  WANT-TOT PIC S9(7)V99.
       01  ACCT-CNTR PIC 9(7) VALUE 0.
       01  OFF-CNTR PIC 9(7) VALUE 0.
       01  BUILD-CNTR PIC 9(7) VALUE 0.
       01  POST-CNTR PIC 9(7) VALUE 0.
       01  EDIT-1 PIC ZZZ,ZZ9.99-.
       01  EDIT-2 PIC ZZZ,ZZ9.99-.

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

       PROCEDURE DIVISION.

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
           IF NOT (RUN-MODE = "CHECK" OR "FIX" OR "LOAD")
               MOVE "CHECK" TO RUN-MODE.

           ACCEPT T-DATE FROM DATE YYYYMMDD
           OPEN INPUT CHARCUR PAYCUR LINEBAL.
           OPEN OUTPUT FILEOUT.

           MOVE SPACE TO FILEOUT01
           STRING "CHARGE-LINE LEDGER " RUN-MODE " " T-DATE
             DELIMITED BY SIZE INTO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE "ACCOUNT       LEDGER    CHARCUR+PAYCUR" TO FILEOUT01
           WRITE FILEOUT01

           MOVE "N" TO EOF-CHARCUR
           MOVE SPACE TO CHARCUR-KEY
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO P9.
           PERFORM READ-CHARCUR THRU READ-CHARCUR-EXIT.

      * one pass per account - CHARCUR is read in key order, so the
      * lines of one garno come together.
       P1.
           IF EOF-CHARCUR = "Y"
               GO TO P9.

           MOVE CC-KEY8 TO HOLD-GARNO
           MOVE 0 TO CHG-TOT PAY-TOT LEDGER-TOT
           ADD 1 TO ACCT-CNTR.

       P2.
           ADD CC-AMOUNT TO CHG-TOT
           PERFORM READ-CHARCUR THRU READ-CHARCUR-EXIT
           IF EOF-CHARCUR NOT = "Y" AND CC-KEY8 = HOLD-GARNO
               GO TO P2.

           MOVE "C" TO LI-FUNC
           MOVE HOLD-GARNO TO LI-GARNO
           MOVE SPACE TO LI-KEY3 LI-CLAIM LI-PAYCODE LI-DENIAL
             LI-BUCKET
           MOVE 0 TO LI-AMOUNT
           MOVE T-DATE TO LI-DATE
           CALL "linepost" USING LINEPOST-PARMS

           PERFORM SUM-PAYCUR THRU SUM-PAYCUR-EXIT
           PERFORM SUM-LEDGER THRU SUM-LEDGER-EXIT
           COMPUTE WANT-TOT = CHG-TOT + PAY-TOT

           IF LEDGER-TOT NOT = WANT-TOT
               ADD 1 TO OFF-CNTR
               MOVE LEDGER-TOT TO EDIT-1
               MOVE WANT-TOT TO EDIT-2
               MOVE SPACE TO FILEOUT01
               STRING HOLD-GARNO " " EDIT-1 "  " EDIT-2
                 DELIMITED BY SIZE INTO FILEOUT01
               WRITE FILEOUT01
               IF RUN-MODE = "FIX"
                   PERFORM REBUILD THRU REBUILD-EXIT
               END-IF
           END-IF

           IF RUN-MODE = "LOAD"
               PERFORM REBUILD THRU REBUILD-EXIT.

           GO TO P1.

       READ-CHARCUR.
           READ CHARCUR NEXT
             AT END
               MOVE "Y" TO EOF-CHARCUR.

       READ-CHARCUR-EXIT.
           EXIT.

       SUM-PAYCUR.
           MOVE HOLD-GARNO TO PC-KEY8
           MOVE SPACE TO PC-KEY3
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO SUM-PAYCUR-EXIT.

       SUM-PAYCUR-1.
           READ PAYCUR NEXT
             AT END
               GO TO SUM-PAYCUR-EXIT.
           IF PC-KEY8 NOT = HOLD-GARNO
               GO TO SUM-PAYCUR-EXIT.
           ADD PC-AMOUNT TO PAY-TOT
           GO TO SUM-PAYCUR-1.

       SUM-PAYCUR-EXIT.
           EXIT.

       SUM-LEDGER.
           MOVE HOLD-GARNO TO BL-KEY8
           MOVE SPACE TO BL-KEY3
           START LINEBAL KEY NOT < BL-KEY
             INVALID
               GO TO SUM-LEDGER-EXIT.

       SUM-LEDGER-1.
           READ LINEBAL NEXT
             AT END
               GO TO SUM-LEDGER-EXIT.
           IF BL-KEY8 NOT = HOLD-GARNO
               GO TO SUM-LEDGER-EXIT.
           ADD BL-BALANCE TO LEDGER-TOT
           GO TO SUM-LEDGER-1.

       SUM-LEDGER-EXIT.
           EXIT.

      * drop the account's rows, reload them from CHARCUR, then hand
      * linepost every PAYCUR row again at claim level.
       REBUILD.
           ADD 1 TO BUILD-CNTR
           MOVE "Z" TO LI-FUNC
           MOVE HOLD-GARNO TO LI-GARNO
           MOVE SPACE TO LI-KEY3 LI-CLAIM LI-PAYCODE LI-DENIAL
             LI-BUCKET
           MOVE 0 TO LI-AMOUNT
           MOVE T-DATE TO LI-DATE
           CALL "linepost" USING LINEPOST-PARMS

           MOVE HOLD-GARNO TO PC-KEY8
           MOVE SPACE TO PC-KEY3
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO REBUILD-EXIT.

       REBUILD-1.
           READ PAYCUR NEXT
             AT END
               GO TO REBUILD-EXIT.
           IF PC-KEY8 NOT = HOLD-GARNO
               GO TO REBUILD-EXIT.

           ADD 1 TO POST-CNTR
           MOVE "A" TO LI-FUNC
           MOVE PC-KEY8 TO LI-GARNO
           MOVE SPACE TO LI-KEY3 LI-BUCKET
           MOVE PC-CLAIM TO LI-CLAIM
           MOVE PC-AMOUNT TO LI-AMOUNT
           MOVE PC-PAYCODE TO LI-PAYCODE
           MOVE PC-DENIAL TO LI-DENIAL
           MOVE PC-DATE-E TO LI-DATE
           CALL "linepost" USING LINEPOST-PARMS
           GO TO REBUILD-1.

       REBUILD-EXIT.
           EXIT.

       P9.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO FILEOUT01
           STRING "ACCOUNTS " ACCT-CNTR "  OUT OF BALANCE " OFF-CNTR
             "  REBUILT " BUILD-CNTR DELIMITED BY SIZE INTO FILEOUT01
           WRITE FILEOUT01

           DISPLAY "LINEBLD - ACCOUNTS " ACCT-CNTR
           DISPLAY "LINEBLD - OUT OF BALANCE " OFF-CNTR
           DISPLAY "LINEBLD - REBUILT " BUILD-CNTR
           DISPLAY "LINEBLD - PAYCUR ROWS APPLIED " POST-CNTR
           MOVE "E" TO LI-FUNC
           CALL "linepost" USING LINEPOST-PARMS
           CLOSE CHARCUR PAYCUR LINEBAL FILEOUT.
           STOP RUN.

      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. acctbld.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * full recompute of the guarantor balance summary (ACCTBAL)
      * against what acctpost.cob has kept from the journal. Every
      * guarantor is figured from scratch the same way acctpost
      * figures one account.
      * optional parm:
      *   CHECK - list the accounts whose stored row differs from
      *           the recompute; no updates.
      *   FIX   - same listing, and those rows are replaced.
      *   LOAD  - every row is replaced (first load).
      * absent = CHECK. Run FIX after the day's PAYFILE has gone to
      * PAYCUR - the day-file posters do not journal.
           SELECT OPTIONAL PARMFILE ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT GARFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
             ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT ACCTBAL ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS AB-GARNO
             LOCK MODE MANUAL.

           SELECT FILEOUT ASSIGN TO "S45" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PARMFILE.
       01  PARMFILE01 PIC X(5).

       FD  GARFILE.
           COPY "garfile.cpy".

       FD  ACCTBAL.
           COPY "acctbal.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(100).

       WORKING-STORAGE SECTION.

       01  RUN-MODE PIC X(5).
       01  T-DATE PIC X(8).
       01  ROW-FOUND PIC X.
       01  WHY PIC X(30).
       01  WHY-PTR PIC 99.
       01  ACCT-CNTR PIC 9(7) VALUE 0.
       01  OFF-CNTR PIC 9(7) VALUE 0.
       01  BUILD-CNTR PIC 9(7) VALUE 0.
       01  EDIT-1 PIC ZZZZ,ZZ9.99-.
       01  EDIT-2 PIC ZZZZ,ZZ9.99-.
       01  EDIT-3 PIC ZZZZ,ZZ9.99-.
       01  EDIT-4 PIC ZZZZ,ZZ9.99-.
       01  PRT PIC X(100).

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
           OPEN INPUT GARFILE ACCTBAL.
           OPEN OUTPUT FILEOUT.

           MOVE SPACE TO PRT
           STRING "ACCOUNT BALANCE SUMMARY " RUN-MODE " " T-DATE
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "ACCOUNT     STORED INS   STORED PAT  FIGURED INS"
             "  FIGURED PAT  DIFFERS ON" DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT

           MOVE SPACE TO G-GARNO
           START GARFILE KEY NOT < G-GARNO
             INVALID
               GO TO P9.

       P1.
           READ GARFILE NEXT
             AT END
               GO TO P9.

           ADD 1 TO ACCT-CNTR
           MOVE "C" TO AC-FUNC
           MOVE G-GARNO TO AC-GARNO
           MOVE SPACE TO AC-DATE
           MOVE "ACCTBLD " TO AC-PROGRAM
           CALL "acctpost" USING ACCTPOST-PARMS

           MOVE "Y" TO ROW-FOUND
           MOVE G-GARNO TO AB-GARNO
           READ ACCTBAL
             INVALID
               MOVE "N" TO ROW-FOUND
               MOVE 0 TO AB-INSBAL AB-PATBAL AB-LASTPAY-AMT
               MOVE SPACE TO AB-OLDEST AB-LASTPAY-DATE AB-LASTSTMT
           END-READ

      * an account with nothing on file and no row is in balance.
           IF ROW-FOUND = "N" AND AC-RESULT = "N"
             AND AC-LASTSTMT = SPACE
               GO TO P2.

           PERFORM BUILD-WHY THRU BUILD-WHY-EXIT
           IF WHY = SPACE
               GO TO P2.

           ADD 1 TO OFF-CNTR
           MOVE AB-INSBAL TO EDIT-1
           MOVE AB-PATBAL TO EDIT-2
           MOVE AC-INSBAL TO EDIT-3
           MOVE AC-PATBAL TO EDIT-4
           MOVE SPACE TO PRT
           STRING G-GARNO " " EDIT-1 " " EDIT-2 " " EDIT-3 " " EDIT-4
             "  " WHY DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           IF RUN-MODE = "FIX"
               PERFORM REBUILD.

       P2.
           IF RUN-MODE = "LOAD"
               PERFORM REBUILD.
           GO TO P1.

       BUILD-WHY.
           MOVE SPACE TO WHY
           MOVE 1 TO WHY-PTR
           IF ROW-FOUND = "N"
               MOVE "NO ROW" TO WHY
               GO TO BUILD-WHY-EXIT.
           IF AB-INSBAL NOT = AC-INSBAL
             STRING "INS " DELIMITED BY SIZE
               INTO WHY WITH POINTER WHY-PTR.
           IF AB-PATBAL NOT = AC-PATBAL
             STRING "PAT " DELIMITED BY SIZE
               INTO WHY WITH POINTER WHY-PTR.
           IF AB-OLDEST NOT = AC-OLDEST
             STRING "OLDEST " DELIMITED BY SIZE
               INTO WHY WITH POINTER WHY-PTR.
           IF AB-LASTPAY-DATE NOT = AC-LASTPAY-DATE
             OR AB-LASTPAY-AMT NOT = AC-LASTPAY-AMT
             STRING "LASTPAY " DELIMITED BY SIZE
               INTO WHY WITH POINTER WHY-PTR.
           IF AB-LASTSTMT NOT = AC-LASTSTMT
             STRING "STMT " DELIMITED BY SIZE
               INTO WHY WITH POINTER WHY-PTR.
       BUILD-WHY-EXIT.
           EXIT.

       REBUILD.
           ADD 1 TO BUILD-CNTR
           MOVE "R" TO AC-FUNC
           MOVE G-GARNO TO AC-GARNO
           MOVE SPACE TO AC-DATE
           MOVE "ACCTBLD " TO AC-PROGRAM
           CALL "acctpost" USING ACCTPOST-PARMS.

       P9.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "ACCOUNTS " ACCT-CNTR "  OUT OF BALANCE " OFF-CNTR
             "  REWRITTEN " BUILD-CNTR DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT

           DISPLAY "ACCTBLD - ACCOUNTS " ACCT-CNTR
           DISPLAY "ACCTBLD - OUT OF BALANCE " OFF-CNTR
           DISPLAY "ACCTBLD - REWRITTEN " BUILD-CNTR
           MOVE "E" TO AC-FUNC
           CALL "acctpost" USING ACCTPOST-PARMS
           CLOSE GARFILE ACCTBAL FILEOUT.
           STOP RUN.

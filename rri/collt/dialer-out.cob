      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dialer-out.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GARFILE ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
             ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
             LOCK MODE MANUAL.

      * guarantor balance summary acctpost.cob keeps as postings
      * are journaled.
           SELECT ACCTBAL ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS AB-GARNO
             LOCK MODE MANUAL.

           SELECT TICKLFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS TK-KEY
             LOCK MODE MANUAL.

           SELECT BUDFILE ASSIGN TO "S45" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS BP-GARNO
             LOCK MODE MANUAL.

           SELECT HOLDSTAT ASSIGN TO "S50" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS HS-GARNO
             LOCK MODE MANUAL.

      * line 1: smallest patient balance worth a call, whole
      * dollars in 5 digits (default 00025). line 2: the first
      * dunning stage the dialer works (default 2 - after the
      * first notice).
           SELECT PARMFILE ASSIGN TO "S55" ORGANIZATION
             LINE SEQUENTIAL.

      * the day's call list for the dialer/IVR vendor.
           SELECT FILEOUT ASSIGN TO "S60" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  GARFILE.
           COPY "garfile.cpy".

       FD  ACCTBAL.
           COPY "acctbal.cpy".

       FD  TICKLFILE.
           COPY "ticklfile.cpy".

       FD  BUDFILE.
           COPY "budplan.cpy".

       FD  HOLDSTAT.
           COPY "holdstat.cpy".

       FD  PARMFILE.
       01  PARMFILE01 PIC X(5).

      * DL-REASON: "TK" a collector's tickler has come due, "BP" a
      * broken budget plan, "DN" the dunning stage. DL-DNC "Y" -
      * the guarantor asked not to be called; the vendor keeps the
      * row for its own suppression list and does not dial it.
       FD  FILEOUT.
       01  FILEOUT01.
           02 DL-GARNO PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 DL-NAME PIC X(24).
           02 FILLER PIC X VALUE SPACE.
           02 DL-PHONE PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 DL-BALANCE PIC -(6)9.99.
           02 FILLER PIC X VALUE SPACE.
           02 DL-LANG PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 DL-DNC PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 DL-REASON PIC XX.
           02 FILLER PIC X VALUE SPACE.
           02 DL-STAGE PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 DL-COLLECTOR PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 DL-DATE PIC X(8).

       WORKING-STORAGE SECTION.

       01  MIN-BAL PIC 9(5).
       01  MIN-STAGE PIC 9.
       01  T-DATE PIC X(8).
       01  CLAIM-TOT PIC S9(7)V99.
       01  CALL-REASON PIC XX.
       01  CALL-COLL PIC X(3).

       01  TOT-CNTR PIC 9(7) VALUE 0.
       01  CALL-CNTR PIC 9(7) VALUE 0.
       01  TK-CNTR PIC 9(7) VALUE 0.
       01  BP-CNTR PIC 9(7) VALUE 0.
       01  DN-CNTR PIC 9(7) VALUE 0.
       01  DNC-CNTR PIC 9(7) VALUE 0.
       01  NOPH-CNTR PIC 9(7) VALUE 0.
       01  HOLD-CNTR PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

      * daily outbound dialer campaign file - the collectors stop
      * dialing the tickler queue by hand. Every guarantor with a
      * patient balance worth the call and a reason to call today -
      * a collector's tickler come due (tickler-queue.cob's queue),
      * a budget plan budplan-chk.cob scored broken, or a dunning
      * stage at or past the parm - goes to the vendor with the
      * best phone on file, the balance, the language the IVR
      * speaks (G-LANG) and the do-not-call flag. Written-off,
      * agency and held (bankrupt/deceased) accounts never go out;
      * a wrong or missing number is the skip tracer's
      * (retmail.cob), not the dialer's. dialer-in.cob reads the
      * results back.
       P0.
           OPEN INPUT GARFILE ACCTBAL TICKLFILE BUDFILE HOLDSTAT
             PARMFILE.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

           MOVE 25 TO MIN-BAL
           MOVE 2 TO MIN-STAGE
           READ PARMFILE
             AT END
               GO TO P0A.
           IF PARMFILE01 NUMERIC
               MOVE PARMFILE01 TO MIN-BAL.
           READ PARMFILE
             AT END
               GO TO P0A.
           IF PARMFILE01(1:1) NUMERIC
               MOVE PARMFILE01(1:1) TO MIN-STAGE.

       P0A.
           MOVE SPACE TO G-GARNO
           START GARFILE KEY NOT < G-GARNO
             INVALID
               GO TO P99.

       P1.
           READ GARFILE NEXT
             AT END
               GO TO P99.

           ADD 1 TO TOT-CNTR

           IF G-ACCTSTAT = "9" OR G-ASSIGNM = "A"
               GO TO P1.

           MOVE G-GARNO TO AB-GARNO
           READ ACCTBAL
             INVALID
               GO TO P1.
           MOVE AB-PATBAL TO CLAIM-TOT
           IF CLAIM-TOT < MIN-BAL
               GO TO P1.

           PERFORM CALL-REASONS THRU CALL-REASONS-EXIT
           IF CALL-REASON = SPACE
               GO TO P1.

      * an active bankruptcy/deceased hold stops every call.
           MOVE G-GARNO TO HS-GARNO
           READ HOLDSTAT
             INVALID
               CONTINUE
             NOT INVALID
               IF HS-STATUS = "A"
                   ADD 1 TO HOLD-CNTR
                   GO TO P1
               END-IF
           END-READ

           IF G-PHONESTAT = "W" OR G-PHONE NOT NUMERIC
             OR G-PHONE = "0000000000"
               ADD 1 TO NOPH-CNTR
               GO TO P1.

           MOVE SPACE TO FILEOUT01
           MOVE G-GARNO TO DL-GARNO
           MOVE G-GARNAME TO DL-NAME
           INSPECT DL-NAME REPLACING ALL ";" BY " "
           MOVE G-PHONE TO DL-PHONE
           MOVE CLAIM-TOT TO DL-BALANCE
           MOVE G-LANG TO DL-LANG
           IF G-LANG = SPACE
               MOVE "E" TO DL-LANG.
           MOVE "N" TO DL-DNC
           IF G-PHONESTAT = "D"
               MOVE "Y" TO DL-DNC
               ADD 1 TO DNC-CNTR.
           MOVE CALL-REASON TO DL-REASON
           MOVE G-DUNNING TO DL-STAGE
           MOVE CALL-COLL TO DL-COLLECTOR
           MOVE T-DATE TO DL-DATE
           WRITE FILEOUT01
           ADD 1 TO CALL-CNTR
           EVALUATE CALL-REASON
             WHEN "TK"
               ADD 1 TO TK-CNTR
             WHEN "BP"
               ADD 1 TO BP-CNTR
             WHEN OTHER
               ADD 1 TO DN-CNTR
           END-EVALUATE
           GO TO P1.

      * the first reason that applies - a collector's own tickler
      * ahead of a broken plan ahead of the dunning stage.
       CALL-REASONS.
           MOVE SPACE TO CALL-REASON CALL-COLL
           MOVE G-GARNO TO TK-GARNO
           MOVE 0 TO TK-SEQ
           START TICKLFILE KEY NOT < TK-KEY
             INVALID
               GO TO CALL-REASONS-2.

       CALL-REASONS-1.
           READ TICKLFILE NEXT
             AT END
               GO TO CALL-REASONS-2.
           IF TK-GARNO NOT = G-GARNO
               GO TO CALL-REASONS-2.
           IF TK-DONE = "D" OR TK-TICKLE = SPACE OR TK-TICKLE > T-DATE
               GO TO CALL-REASONS-1.
           MOVE "TK" TO CALL-REASON
           MOVE TK-COLLECTOR TO CALL-COLL
           GO TO CALL-REASONS-EXIT.

       CALL-REASONS-2.
           MOVE G-GARNO TO BP-GARNO
           READ BUDFILE
             INVALID
               GO TO CALL-REASONS-3.
           IF BP-STATUS = "B"
               MOVE "BP" TO CALL-REASON
               GO TO CALL-REASONS-EXIT.

       CALL-REASONS-3.
           IF G-DUNNING NUMERIC AND G-DUNNING NOT < MIN-STAGE
               MOVE "DN" TO CALL-REASON.

       CALL-REASONS-EXIT.
           EXIT.

       P99.
           DISPLAY "DIALER-OUT - GARNOS SCANNED: " TOT-CNTR
           DISPLAY "DIALER-OUT - CALLS EXPORTED: " CALL-CNTR
           DISPLAY "DIALER-OUT - TICKLER DUE: " TK-CNTR
           DISPLAY "DIALER-OUT - BROKEN PLAN: " BP-CNTR
           DISPLAY "DIALER-OUT - DUNNING STAGE: " DN-CNTR
           DISPLAY "DIALER-OUT - DO NOT CALL: " DNC-CNTR
           DISPLAY "DIALER-OUT - NO GOOD PHONE: " NOPH-CNTR
           DISPLAY "DIALER-OUT - HELD - BANKRUPT/DECEASED: "
             HOLD-CNTR
           CLOSE GARFILE ACCTBAL TICKLFILE BUDFILE HOLDSTAT
             PARMFILE FILEOUT.
           STOP RUN.

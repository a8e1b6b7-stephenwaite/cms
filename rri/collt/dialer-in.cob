      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dialer-in.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * the dialer/IVR vendor's result file - one line per call
      * placed off dialer-out.cob's list.
           SELECT FILEIN ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT GARFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
             ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT TICKLFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS TK-KEY
             LOCK MODE MANUAL.

      * line 1: the collector id the dialer's notes are signed with
      * (default DLR). line 2: business days to the follow-up
      * tickler after a call that settled nothing (default 003).
           SELECT PARMFILE ASSIGN TO "S45" ORGANIZATION
             LINE SEQUENTIAL.

      * wrong numbers, in the "action,garno" shape retmail.cob
      * reads - they land on its skip-trace worklist.
           SELECT RETFILE ASSIGN TO "S50" ORGANIZATION
             LINE SEQUENTIAL.

      * the import register - each result and what it did.
           SELECT FILEOUT ASSIGN TO "S55" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      * DR-RESULT: "RE" reached, "VM" voicemail left, "NA" no
      * answer, "PP" promise to pay (DR-PTP-AMT by DR-PTP-DATE),
      * "WN" wrong number, "DC" asked not to be called.
       FD  FILEIN.
       01  FILEIN01.
           02 DR-GARNO PIC X(8).
           02 FILLER PIC X.
           02 DR-RESULT PIC XX.
           02 FILLER PIC X.
           02 DR-DATE PIC X(8).
           02 FILLER PIC X.
           02 DR-PTP-AMT PIC 9(5)V99.
           02 FILLER PIC X.
           02 DR-PTP-DATE PIC X(8).
           02 FILLER PIC X.
           02 DR-PHONE PIC X(10).

       FD  GARFILE.
           COPY "garfile.cpy".

       FD  TICKLFILE.
           COPY "ticklfile.cpy".

       FD  PARMFILE.
       01  PARMFILE01 PIC X(3).

       FD  RETFILE.
       01  RETFILE01.
           02 RT-ACTION PIC X.
           02 RT-SEP PIC X.
           02 RT-GARNO PIC X(8).

       FD  FILEOUT.
       01  FILEOUT01 PIC X(100).

       WORKING-STORAGE SECTION.

       01  DIAL-COLL PIC X(3).
       01  FOLLOW-DAYS PIC 999.
       01  T-DATE PIC X(8).
       01  CALL-DATE PIC X(8).
       01  NEXT-SEQ PIC 9(3).
       01  NEW-ACTION PIC XX.
       01  NEW-NOTE PIC X(60).
       01  NEW-TICKLE PIC X(8).
       01  NEW-DONE PIC X.
       01  RESULT-TEXT PIC X(30).
       01  NEF-AMT PIC Z(4)9.99.
       01  PRT PIC X(100).

       01  TOT-CNTR PIC 9(7) VALUE 0.
       01  NOTE-CNTR PIC 9(7) VALUE 0.
       01  CLOSE-CNTR PIC 9(7) VALUE 0.
       01  PTP-CNTR PIC 9(7) VALUE 0.
       01  WN-CNTR PIC 9(7) VALUE 0.
       01  DNC-CNTR PIC 9(7) VALUE 0.
       01  ERR-CNTR PIC 9(7) VALUE 0.

       01  BIZCAL-PARMS.
           02 BZ-FUNC PIC X.
           02 BZ-DATE PIC X(8).
           02 BZ-DATE2 PIC X(8).
           02 BZ-DAYS PIC S9(5).
           02 BZ-RESULT PIC X.
           02 BZ-DESC PIC X(30).

       PROCEDURE DIVISION.

      * dialer call-result import - what the dialer learned goes
      * back on the account without a collector retyping it. Each
      * result closes the account's ticklers the call was placed
      * for and writes a collector-activity row (tickler-maint.cob's
      * TICKLFILE) with the outcome: a promise to pay is a "PR"
      * tickler due the promised day; reached, voicemail and no
      * answer are "GC" calls with a follow-up tickler the parm's
      * business days out (bizcal.cob). A wrong number - if it is
      * still the number on file - goes to the returned-mail and
      * skip-trace worklist (retmail.cob); a do-not-call request
      * sets G-PHONESTAT "D" so dialer-out.cob flags the account
      * from then on.
       P0.
           OPEN INPUT FILEIN PARMFILE.
           OPEN I-O GARFILE TICKLFILE.
           OPEN OUTPUT RETFILE FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

           MOVE "DLR" TO DIAL-COLL
           MOVE 3 TO FOLLOW-DAYS
           READ PARMFILE
             AT END
               GO TO P0A.
           IF PARMFILE01 NOT = SPACE
               MOVE PARMFILE01 TO DIAL-COLL.
           READ PARMFILE
             AT END
               GO TO P0A.
           IF PARMFILE01 NUMERIC
               MOVE PARMFILE01 TO FOLLOW-DAYS.

       P0A.
           MOVE SPACE TO PRT FILEOUT01
           STRING "DIALER RESULTS IMPORTED " T-DATE
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01.

       P1.
           READ FILEIN
             AT END
               GO TO P99.

           ADD 1 TO TOT-CNTR

           MOVE DR-GARNO TO G-GARNO
           READ GARFILE
             INVALID
               MOVE "NO SUCH ACCOUNT" TO RESULT-TEXT
               GO TO P1-ERR.

           MOVE DR-DATE TO CALL-DATE
           IF DR-DATE NOT NUMERIC
               MOVE T-DATE TO CALL-DATE.

           MOVE SPACE TO NEW-TICKLE NEW-DONE
           EVALUATE DR-RESULT
             WHEN "RE"
               MOVE "GC" TO NEW-ACTION
               MOVE "DIALER - REACHED, NO PROMISE" TO NEW-NOTE
               PERFORM FOLLOW-UP THRU FOLLOW-UP-EXIT
             WHEN "VM"
               MOVE "GC" TO NEW-ACTION
               MOVE "DIALER - VOICEMAIL LEFT" TO NEW-NOTE
               PERFORM FOLLOW-UP THRU FOLLOW-UP-EXIT
             WHEN "NA"
               MOVE "GC" TO NEW-ACTION
               MOVE "DIALER - NO ANSWER" TO NEW-NOTE
               PERFORM FOLLOW-UP THRU FOLLOW-UP-EXIT
             WHEN "PP"
               PERFORM PROMISE THRU PROMISE-EXIT
               IF BZ-RESULT NOT = "Y"
                   MOVE "BAD PROMISE DATE" TO RESULT-TEXT
                   GO TO P1-ERR
               END-IF
             WHEN "WN"
               PERFORM WRONG-NUMBER THRU WRONG-NUMBER-EXIT
             WHEN "DC"
               PERFORM DO-NOT-CALL THRU DO-NOT-CALL-EXIT
             WHEN OTHER
               MOVE "UNKNOWN RESULT CODE" TO RESULT-TEXT
               GO TO P1-ERR
           END-EVALUATE

           PERFORM CLOSE-DUE THRU CLOSE-DUE-EXIT
           IF NEXT-SEQ >= 999
               MOVE "ACTIVITY LIMIT REACHED" TO RESULT-TEXT
               GO TO P1-ERR.
           PERFORM WRITE-NOTE

           MOVE SPACE TO PRT
           STRING DR-GARNO " " DR-RESULT " " CALL-DATE " " NEW-NOTE
             " " NEW-TICKLE
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           GO TO P1.

       P1-ERR.
           ADD 1 TO ERR-CNTR
           MOVE SPACE TO PRT
           STRING DR-GARNO " " DR-RESULT " " DR-DATE " *** "
             RESULT-TEXT
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           GO TO P1.

       FOLLOW-UP.
           MOVE "A" TO BZ-FUNC
           MOVE CALL-DATE TO BZ-DATE
           MOVE FOLLOW-DAYS TO BZ-DAYS
           CALL "bizcal" USING BIZCAL-PARMS
           IF BZ-RESULT = "Y"
               MOVE BZ-DATE2 TO NEW-TICKLE.
       FOLLOW-UP-EXIT.
           EXIT.

      * the promised day is the tickler - rolled to a business day
      * so the check on it lands on a day the desk is open.
       PROMISE.
           MOVE "PR" TO NEW-ACTION
           MOVE "A" TO BZ-FUNC
           MOVE DR-PTP-DATE TO BZ-DATE
           MOVE 0 TO BZ-DAYS
           CALL "bizcal" USING BIZCAL-PARMS
           IF BZ-RESULT NOT = "Y"
               GO TO PROMISE-EXIT.
           ADD 1 TO PTP-CNTR
           MOVE BZ-DATE2 TO NEW-TICKLE
           MOVE DR-PTP-AMT TO NEF-AMT
           MOVE SPACE TO NEW-NOTE
           STRING "DIALER - PROMISED " NEF-AMT " BY " DR-PTP-DATE
             DELIMITED BY SIZE INTO NEW-NOTE.
       PROMISE-EXIT.
           EXIT.

      * only the number still on file is sent to the tracer - a
      * number already corrected since the list went out is left
      * alone.
       WRONG-NUMBER.
           MOVE "GC" TO NEW-ACTION
           MOVE "D" TO NEW-DONE
           IF DR-PHONE NOT = G-PHONE
               MOVE "DIALER - WRONG NUMBER, NUMBER SINCE CHANGED"
                 TO NEW-NOTE
               GO TO WRONG-NUMBER-EXIT.
           ADD 1 TO WN-CNTR
           MOVE SPACE TO NEW-NOTE
           STRING "DIALER - WRONG NUMBER " DR-PHONE " - SKIP TRACE"
             DELIMITED BY SIZE INTO NEW-NOTE
           MOVE SPACE TO RETFILE01
           MOVE "W" TO RT-ACTION
           MOVE "," TO RT-SEP
           MOVE DR-GARNO TO RT-GARNO
           WRITE RETFILE01.
       WRONG-NUMBER-EXIT.
           EXIT.

       DO-NOT-CALL.
           ADD 1 TO DNC-CNTR
           MOVE "NT" TO NEW-ACTION
           MOVE "D" TO NEW-DONE
           MOVE "DIALER - ASKED NOT TO BE CALLED" TO NEW-NOTE
           READ GARFILE WITH LOCK
             INVALID
               GO TO DO-NOT-CALL-EXIT.
           MOVE "D" TO G-PHONESTAT
           REWRITE G-MASTER.
       DO-NOT-CALL-EXIT.
           EXIT.

      * the open ticklers that were due when the call was placed
      * are worked by it; the last sequence on file is kept for
      * the new row.
       CLOSE-DUE.
           MOVE 0 TO NEXT-SEQ
           MOVE DR-GARNO TO TK-GARNO
           MOVE 0 TO TK-SEQ
           START TICKLFILE KEY NOT < TK-KEY
             INVALID
               GO TO CLOSE-DUE-EXIT.

       CLOSE-DUE-1.
           READ TICKLFILE NEXT WITH LOCK
             AT END
               GO TO CLOSE-DUE-EXIT.
           IF TK-GARNO NOT = DR-GARNO
               GO TO CLOSE-DUE-EXIT.
           MOVE TK-SEQ TO NEXT-SEQ
           IF TK-DONE = "D" OR TK-TICKLE = SPACE
             OR TK-TICKLE > CALL-DATE
               GO TO CLOSE-DUE-1.
           MOVE "D" TO TK-DONE
           REWRITE TICKLFILE01
           ADD 1 TO CLOSE-CNTR
           GO TO CLOSE-DUE-1.

       CLOSE-DUE-EXIT.
           EXIT.

       WRITE-NOTE.
           MOVE DR-GARNO TO TK-GARNO
           ADD 1 TO NEXT-SEQ
           MOVE NEXT-SEQ TO TK-SEQ
           MOVE DIAL-COLL TO TK-COLLECTOR
           MOVE NEW-ACTION TO TK-ACTION
           MOVE NEW-NOTE TO TK-NOTE
           MOVE NEW-TICKLE TO TK-TICKLE
           MOVE NEW-DONE TO TK-DONE
           MOVE CALL-DATE TO TK-DATED
           MOVE SPACE TO TK-FUTURE
           WRITE TICKLFILE01
             INVALID
               DISPLAY "DIALER-IN - DUPLICATE ACTIVITY " TK-KEY
             NOT INVALID
               ADD 1 TO NOTE-CNTR
           END-WRITE.

       P99.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "RESULTS " TOT-CNTR "  NOTES " NOTE-CNTR
             "  PROMISES " PTP-CNTR "  WRONG NUMBERS " WN-CNTR
             "  DO NOT CALL " DNC-CNTR "  REJECTED " ERR-CNTR
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           DISPLAY "DIALER-IN - RESULTS READ: " TOT-CNTR
           DISPLAY "DIALER-IN - ACTIVITY NOTES WRITTEN: " NOTE-CNTR
           DISPLAY "DIALER-IN - TICKLERS CLOSED: " CLOSE-CNTR
           DISPLAY "DIALER-IN - PROMISES TO PAY: " PTP-CNTR
           DISPLAY "DIALER-IN - WRONG NUMBERS TO SKIP TRACE: "
             WN-CNTR
           DISPLAY "DIALER-IN - DO NOT CALL: " DNC-CNTR
           DISPLAY "DIALER-IN - REJECTED: " ERR-CNTR
           MOVE "E" TO BZ-FUNC
           CALL "bizcal" USING BIZCAL-PARMS
           CLOSE FILEIN GARFILE TICKLFILE PARMFILE RETFILE FILEOUT.
           STOP RUN.

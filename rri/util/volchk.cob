      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. volchk.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * line 1: the date to check YYYYMMDD, blank for today.
      * Optional line 2: "OVERRIDE,<supervisor id>" to let the
      * stream go on past a critical alert the desk has looked at.
           SELECT PARMFILE ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

      * one line per feed watched:
      * "name,source,select,tolerance %,minimum,critical Y/N"
      *   LOAD  select = the LA-PROGRAM of a load's LOADAUDIT line
      *   POST  select = the AUD-PROGRAM of a poster's audit lines
      *   PAY   select = PC-BATCH prefix of the postings (lockbox,
      *         PayPal...)
      *   CHG   select = department (CC-PROC0) of charges entered,
      *         or * for every department separately
      *   CLM   select = payer (CC-PAYCODE) of claims built, or * for
      *         every payer separately
      * minimum is the average count below which a swing is noise
      * and only a missing feed is called out.
           SELECT VOLRULE ASSIGN TO "S35" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT LOADAUDIT ASSIGN TO "S40" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT POSTAUDIT ASSIGN TO "S45" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT CHARCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-DAT1 WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT PAYCUR ASSIGN TO "S55" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
             LOCK MODE MANUAL.

           SELECT VOLHIST ASSIGN TO "S60" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS VH-KEY
             LOCK MODE MANUAL.

      * the alert list.
           SELECT FILEOUT ASSIGN TO "S65" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PARMFILE.
       01  PARMFILE01 PIC X(20).

       FD  VOLRULE.
       01  VOLRULE01 PIC X(60).

       FD  LOADAUDIT.
           COPY "loadaudit.cpy".

       FD  POSTAUDIT.
           COPY "postaudit.cpy".

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  PAYCUR.
           COPY "paycur.cpy".

       FD  VOLHIST.
           COPY "volhist.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(120).

       WORKING-STORAGE SECTION.

       01  RUN-DATE PIC X(8).
       01  RUN-INT PIC 9(7).
       01  HIST-INT PIC 9(7).
       01  HIST-DATE9 PIC 9(8).
       01  WEEKS PIC 9 VALUE 4.
       01  WEEK-IDX PIC 9.
       01  WEEKS-FOUND PIC 9.
       01  OVR-OPER PIC X(8).
       01  OVR-WORD PIC X(8).

       01  RULE-TAB01.
           02 RL-ENT OCCURS 30 TIMES.
             03 RL-NAME PIC X(6).
             03 RL-SRC PIC X(4).
             03 RL-SEL PIC X(8).
             03 RL-LEN PIC 9.
             03 RL-TOL PIC 999.
             03 RL-MIN PIC 9(5).
             03 RL-CRIT PIC X.
       01  RULE-CNT PIC 99 VALUE 0.
       01  RULE-IDX PIC 99.

       01  FEED-TAB01.
           02 FD-ENT OCCURS 400 TIMES.
             03 FD-FEED.
               04 FD-RULE-NAME PIC X(6).
               04 FD-SPLIT PIC X(6).
             03 FD-RULE PIC 99.
             03 FD-CNT PIC 9(7).
             03 FD-AMT PIC S9(9)V99.
       01  FEED-CNT PIC 999 VALUE 0.
       01  FEED-IDX PIC 999.

       01  CLM-SEEN01.
           02 CLM-SEEN PIC X(6) OCCURS 50 TIMES.
       01  CLM-CNT PIC 99.
       01  CLM-IDX PIC 99.
       01  HOLD-KEY8 PIC X(8).

       01  IN-NAME PIC X(6).
       01  IN-SRC PIC X(4).
       01  IN-SEL PIC X(8).
       01  IN-TOL PIC X(5).
       01  IN-MIN PIC X(7).
       01  IN-CRIT PIC X.

       01  MATCH-SRC PIC X(4).
       01  MATCH-KEY PIC X(8).
       01  ADD-SPLIT PIC X(6).
       01  ADD-CNT PIC 9(7).
       01  ADD-AMT PIC S9(9)V99.

       01  SUM-CNT PIC 9(9).
       01  SUM-AMT PIC S9(11)V99.
       01  AVG-CNT PIC 9(7)V99.
       01  AVG-AMT PIC S9(9)V99.
       01  DIFF-CNT PIC S9(7)V99.
       01  DIFF-AMT PIC S9(9)V99.
       01  ABS-AMT PIC S9(9)V99.
       01  PCT-OFF PIC S9(5).
       01  ALERT-FLAG PIC X.
       01  ALERT-TEXT PIC X(22).
       01  WARN-CNTR PIC 9(5) VALUE 0.
       01  CRIT-CNTR PIC 9(5) VALUE 0.
       01  NEW-CNTR PIC 9(5) VALUE 0.
       01  NEF-C PIC Z(6)9.
       01  NEF-AC PIC Z(6)9.
       01  NEF-A PIC -(8)9.99.
       01  NEF-AA PIC -(8)9.99.
       01  PRT PIC X(120).

       PROCEDURE DIVISION.

      * nightly feed-volume check - a short RRMC file, a missed EHR
      * charge import or an empty 835 download used to surface only
      * when month-end came in low. Each feed on the runcard is
      * counted for the night (orders loaded from LOADAUDIT, 835
      * postings from POSTAUDIT, lockbox/PayPal items from PAYCUR
      * by batch prefix, charges entered per department and claims
      * built per payer from CHARCUR) and held against the same
      * weekday's average over the trailing weeks in VOLHIST. A
      * count or dollar total outside the feed's tolerance, or a
      * feed that did not come in at all, goes on the alert list.
      * Any alert on a feed marked critical ends the run with
      * RETURN-CODE 8 so jobstream.cob stops the night before the
      * claim build step; a supervisor OVERRIDE on the parm lets it
      * go on once the feed has been looked at.
       P0.
           OPEN INPUT PARMFILE VOLRULE LOADAUDIT POSTAUDIT CHARCUR
             PAYCUR.
           OPEN I-O VOLHIST.
           OPEN OUTPUT FILEOUT.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACE TO OVR-OPER

           READ PARMFILE
             AT END
               GO TO P0A.
           IF PARMFILE01(1:8) NUMERIC
               MOVE PARMFILE01(1:8) TO RUN-DATE.
           READ PARMFILE
             AT END
               GO TO P0A.
           MOVE SPACE TO OVR-WORD
           UNSTRING PARMFILE01 DELIMITED BY ","
             INTO OVR-WORD OVR-OPER
           IF OVR-WORD NOT = "OVERRIDE"
               MOVE SPACE TO OVR-OPER.

       P0A.
           COMPUTE RUN-INT =
             FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (RUN-DATE)).

       P0B.
           READ VOLRULE
             AT END
               GO TO P0C.
           IF VOLRULE01 = SPACE OR VOLRULE01(1:1) = "*"
               GO TO P0B.
           IF RULE-CNT >= 30
               DISPLAY "VOLCHK - TOO MANY FEEDS - EXTRA IGNORED"
               GO TO P0B.

           MOVE SPACE TO IN-NAME IN-SRC IN-SEL IN-TOL IN-MIN IN-CRIT
           UNSTRING VOLRULE01 DELIMITED BY ","
             INTO IN-NAME IN-SRC IN-SEL IN-TOL IN-MIN IN-CRIT
           IF IN-SRC NOT = "LOAD" AND "POST" AND "PAY " AND "CHG "
             AND "CLM "
               DISPLAY "VOLCHK - BAD FEED LINE " VOLRULE01
               GO TO P0B.

           ADD 1 TO RULE-CNT
           MOVE IN-NAME TO RL-NAME (RULE-CNT)
           MOVE IN-SRC TO RL-SRC (RULE-CNT)
           MOVE IN-SEL TO RL-SEL (RULE-CNT)
           MOVE 0 TO RL-LEN (RULE-CNT)
           INSPECT IN-SEL TALLYING RL-LEN (RULE-CNT)
             FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 25 TO RL-TOL (RULE-CNT)
           IF IN-TOL NOT = SPACE
               MOVE FUNCTION NUMVAL (IN-TOL) TO RL-TOL (RULE-CNT).
           MOVE 0 TO RL-MIN (RULE-CNT)
           IF IN-MIN NOT = SPACE
               MOVE FUNCTION NUMVAL (IN-MIN) TO RL-MIN (RULE-CNT).
           MOVE "N" TO RL-CRIT (RULE-CNT)
           IF IN-CRIT = "Y"
               MOVE "Y" TO RL-CRIT (RULE-CNT).

      * a named feed is always on the list, so one that never came
      * in still gets its zero.
           IF IN-SEL NOT = "*"
               MOVE RULE-CNT TO RULE-IDX
               MOVE SPACE TO ADD-SPLIT
               MOVE 0 TO ADD-CNT ADD-AMT
               PERFORM ADD-FEED THRU ADD-FEED-EXIT.
           GO TO P0B.

       P0C.
           IF RULE-CNT = 0
               DISPLAY "VOLCHK - NO FEEDS ON THE RUNCARD"
               GO TO P9.

      * load control totals.
       P1.
           READ LOADAUDIT
             AT END
               GO TO P2.
           IF LA-DATE NOT = RUN-DATE
               GO TO P1.
           MOVE "LOAD" TO MATCH-SRC
           MOVE LA-PROGRAM TO MATCH-KEY
           MOVE LA-INPUT-CNTR TO ADD-CNT
           MOVE LA-AMOUNT TO ADD-AMT
           PERFORM MATCH-RULES THRU MATCH-RULES-EXIT
           GO TO P1.

      * 835 and other posting lines.
       P2.
           READ POSTAUDIT
             AT END
               GO TO P3.
           IF AUD-DATE NOT = RUN-DATE
               GO TO P2.
           MOVE "POST" TO MATCH-SRC
           MOVE AUD-PROGRAM TO MATCH-KEY
           MOVE 1 TO ADD-CNT
           MOVE AUD-AMOUNT TO ADD-AMT
           PERFORM MATCH-RULES THRU MATCH-RULES-EXIT
           GO TO P2.

      * lockbox, PayPal and the other batch-coded postings.
       P3.
           MOVE SPACE TO PC-KEY8 PC-KEY3
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO P5.

       P4.
           READ PAYCUR NEXT
             AT END
               GO TO P5.
           IF PC-DATE-E NOT = RUN-DATE
               GO TO P4.
           MOVE "PAY " TO MATCH-SRC
           MOVE PC-BATCH TO MATCH-KEY
           MOVE 1 TO ADD-CNT
           MOVE PC-AMOUNT TO ADD-AMT
           PERFORM MATCH-RULES THRU MATCH-RULES-EXIT
           GO TO P4.

      * charges entered by department; claims built by payer, each
      * claim counted once however many lines it carries.
       P5.
           MOVE SPACE TO CC-KEY8 CC-KEY3 HOLD-KEY8
           MOVE 0 TO CLM-CNT
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO P7.

       P6.
           READ CHARCUR NEXT
             AT END
               GO TO P7.
           IF CC-KEY8 NOT = HOLD-KEY8
               MOVE CC-KEY8 TO HOLD-KEY8
               MOVE 0 TO CLM-CNT.

           IF CC-DATE-T = RUN-DATE
               MOVE "CHG " TO MATCH-SRC
               MOVE CC-PROC0 TO MATCH-KEY
               MOVE 1 TO ADD-CNT
               MOVE CC-AMOUNT TO ADD-AMT
               PERFORM MATCH-RULES THRU MATCH-RULES-EXIT.

           IF CC-DATE-A NOT = RUN-DATE OR CC-CLAIM = SPACE
               GO TO P6.
           PERFORM NOTE-CLAIM THRU NOTE-CLAIM-EXIT
           MOVE "CLM " TO MATCH-SRC
           MOVE CC-PAYCODE TO MATCH-KEY
           MOVE CC-AMOUNT TO ADD-AMT
           PERFORM MATCH-RULES THRU MATCH-RULES-EXIT
           GO TO P6.

      * a department or payer that has history but nothing tonight
      * is just as much a missing feed as a named one.
       P7.
           MOVE 1 TO RULE-IDX.

       P7A.
           IF RULE-IDX > RULE-CNT
               GO TO P8.
           IF RL-SEL (RULE-IDX) = "*"
               PERFORM HIST-SPLITS THRU HIST-SPLITS-EXIT.
           ADD 1 TO RULE-IDX
           GO TO P7A.

       P8.
           MOVE SPACE TO PRT FILEOUT01
           STRING "FEED VOLUME CHECK FOR " RUN-DATE
             " AGAINST THE SAME WEEKDAY, TRAILING " WEEKS " WEEKS"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "FEED         TONIGHT   AVERAGE      DOLLARS"
             "       AVERAGE   ALERT"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE 1 TO FEED-IDX.

       P8A.
           IF FEED-IDX > FEED-CNT
               GO TO P8B.
           PERFORM CHECK-FEED THRU CHECK-FEED-EXIT
           ADD 1 TO FEED-IDX
           GO TO P8A.

       P8B.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "FEEDS " FEED-CNT "  WARNINGS " WARN-CNTR
             "  CRITICAL " CRIT-CNTR "  NO HISTORY YET " NEW-CNTR
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT

           IF CRIT-CNTR = 0
               GO TO P9.
           MOVE SPACE TO PRT
           IF OVR-OPER NOT = SPACE
               STRING "CRITICAL ALERTS OVERRIDDEN BY " OVR-OPER
                 " - STREAM CONTINUES"
                 DELIMITED BY SIZE INTO PRT
           ELSE
               STRING "CRITICAL ALERTS - STREAM STOPS BEFORE THE "
                 "CLAIM BUILD"
                 DELIMITED BY SIZE INTO PRT
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE FILEOUT01 FROM PRT
           GO TO P9.

      * one record's count and dollars to every rule of its source
      * that it falls under.
       MATCH-RULES.
           MOVE 1 TO RULE-IDX.

       MATCH-RULES-1.
           IF RULE-IDX > RULE-CNT
               GO TO MATCH-RULES-EXIT.
           IF RL-SRC (RULE-IDX) NOT = MATCH-SRC
               GO TO MATCH-RULES-2.
           IF RL-SEL (RULE-IDX) = "*"
               MOVE MATCH-KEY TO ADD-SPLIT
               PERFORM ADD-FEED THRU ADD-FEED-EXIT
               GO TO MATCH-RULES-2.
           MOVE SPACE TO ADD-SPLIT
           IF MATCH-SRC = "PAY "
               IF RL-LEN (RULE-IDX) > 0
                 AND MATCH-KEY (1:RL-LEN (RULE-IDX))
                   = RL-SEL (RULE-IDX) (1:RL-LEN (RULE-IDX))
                   PERFORM ADD-FEED THRU ADD-FEED-EXIT
               END-IF
               GO TO MATCH-RULES-2.
           IF MATCH-KEY = RL-SEL (RULE-IDX)
               PERFORM ADD-FEED THRU ADD-FEED-EXIT.

       MATCH-RULES-2.
           ADD 1 TO RULE-IDX
           GO TO MATCH-RULES-1.

       MATCH-RULES-EXIT.
           EXIT.

       ADD-FEED.
           MOVE 1 TO FEED-IDX.

       ADD-FEED-1.
           IF FEED-IDX > FEED-CNT
               GO TO ADD-FEED-2.
           IF FD-RULE-NAME (FEED-IDX) = RL-NAME (RULE-IDX)
             AND FD-SPLIT (FEED-IDX) = ADD-SPLIT
               GO TO ADD-FEED-3.
           ADD 1 TO FEED-IDX
           GO TO ADD-FEED-1.

       ADD-FEED-2.
           IF FEED-CNT >= 400
               DISPLAY "VOLCHK - FEED TABLE FULL - "
                 RL-NAME (RULE-IDX) " " ADD-SPLIT " NOT CHECKED"
               GO TO ADD-FEED-EXIT.
           ADD 1 TO FEED-CNT
           MOVE FEED-CNT TO FEED-IDX
           MOVE RL-NAME (RULE-IDX) TO FD-RULE-NAME (FEED-IDX)
           MOVE ADD-SPLIT TO FD-SPLIT (FEED-IDX)
           MOVE RULE-IDX TO FD-RULE (FEED-IDX)
           MOVE 0 TO FD-CNT (FEED-IDX) FD-AMT (FEED-IDX).

       ADD-FEED-3.
           ADD ADD-CNT TO FD-CNT (FEED-IDX)
           ADD ADD-AMT TO FD-AMT (FEED-IDX).

       ADD-FEED-EXIT.
           EXIT.

       NOTE-CLAIM.
           MOVE 0 TO ADD-CNT
           MOVE 1 TO CLM-IDX.

       NOTE-CLAIM-1.
           IF CLM-IDX > CLM-CNT
               GO TO NOTE-CLAIM-2.
           IF CLM-SEEN (CLM-IDX) = CC-CLAIM
               GO TO NOTE-CLAIM-EXIT.
           ADD 1 TO CLM-IDX
           GO TO NOTE-CLAIM-1.

       NOTE-CLAIM-2.
           MOVE 1 TO ADD-CNT
           IF CLM-CNT < 50
               ADD 1 TO CLM-CNT
               MOVE CC-CLAIM TO CLM-SEEN (CLM-CNT).

       NOTE-CLAIM-EXIT.
           EXIT.

      * the splits of a split rule seen inside the comparison window.
       HIST-SPLITS.
           COMPUTE HIST-INT = RUN-INT - (7 * WEEKS)
           MOVE FUNCTION DATE-OF-INTEGER (HIST-INT) TO HIST-DATE9
           MOVE RL-NAME (RULE-IDX) TO VH-RULE
           MOVE SPACE TO VH-SPLIT VH-DATE
           START VOLHIST KEY NOT < VH-KEY
             INVALID
               GO TO HIST-SPLITS-EXIT.

       HIST-SPLITS-1.
           READ VOLHIST NEXT
             AT END
               GO TO HIST-SPLITS-EXIT.
           IF VH-RULE NOT = RL-NAME (RULE-IDX)
               GO TO HIST-SPLITS-EXIT.
           IF VH-SPLIT = SPACE OR VH-DATE NOT NUMERIC
               GO TO HIST-SPLITS-1.
           IF VH-DATE < HIST-DATE9 OR VH-DATE NOT < RUN-DATE
               GO TO HIST-SPLITS-1.
           MOVE VH-SPLIT TO ADD-SPLIT
           MOVE 0 TO ADD-CNT ADD-AMT
           PERFORM ADD-FEED THRU ADD-FEED-EXIT
           GO TO HIST-SPLITS-1.

       HIST-SPLITS-EXIT.
           EXIT.

      * tonight against the same weekday of each trailing week
      * that was checked; tonight's row goes to the history after.
       CHECK-FEED.
           MOVE FD-RULE (FEED-IDX) TO RULE-IDX
           MOVE 0 TO SUM-CNT SUM-AMT WEEKS-FOUND
           MOVE 1 TO WEEK-IDX.

       CHECK-FEED-1.
           IF WEEK-IDX > WEEKS
               GO TO CHECK-FEED-2.
           COMPUTE HIST-INT = RUN-INT - (7 * WEEK-IDX)
           MOVE FUNCTION DATE-OF-INTEGER (HIST-INT) TO HIST-DATE9
           MOVE FD-FEED (FEED-IDX) TO VH-FEED
           MOVE HIST-DATE9 TO VH-DATE
           READ VOLHIST
             INVALID
               CONTINUE
             NOT INVALID
               ADD VH-COUNT TO SUM-CNT
               ADD VH-AMOUNT TO SUM-AMT
               ADD 1 TO WEEKS-FOUND
           END-READ
           ADD 1 TO WEEK-IDX
           GO TO CHECK-FEED-1.

       CHECK-FEED-2.
           MOVE SPACE TO ALERT-FLAG ALERT-TEXT
           MOVE 0 TO AVG-CNT AVG-AMT PCT-OFF
           IF WEEKS-FOUND = 0
               MOVE "NO HISTORY YET" TO ALERT-TEXT
               ADD 1 TO NEW-CNTR
               GO TO CHECK-FEED-3.
           COMPUTE AVG-CNT ROUNDED = SUM-CNT / WEEKS-FOUND
           COMPUTE AVG-AMT ROUNDED = SUM-AMT / WEEKS-FOUND

           IF FD-CNT (FEED-IDX) = 0
               IF AVG-CNT > 0
                   MOVE "NO FILE" TO ALERT-TEXT
                   MOVE "W" TO ALERT-FLAG
               END-IF
               GO TO CHECK-FEED-3.
           IF AVG-CNT = 0 OR AVG-CNT < RL-MIN (RULE-IDX)
               GO TO CHECK-FEED-3.

           COMPUTE DIFF-CNT = FD-CNT (FEED-IDX) - AVG-CNT
           COMPUTE PCT-OFF ROUNDED = DIFF-CNT * 100 / AVG-CNT
           IF PCT-OFF > RL-TOL (RULE-IDX)
               MOVE "COUNT HIGH" TO ALERT-TEXT
               MOVE "W" TO ALERT-FLAG
               GO TO CHECK-FEED-3.
           IF 0 - PCT-OFF > RL-TOL (RULE-IDX)
               MOVE "COUNT LOW" TO ALERT-TEXT
               MOVE "W" TO ALERT-FLAG
               GO TO CHECK-FEED-3.

           MOVE AVG-AMT TO ABS-AMT
           IF ABS-AMT < 0
               COMPUTE ABS-AMT = 0 - ABS-AMT.
           IF ABS-AMT = 0
               GO TO CHECK-FEED-3.
           COMPUTE DIFF-AMT = FD-AMT (FEED-IDX) - AVG-AMT
           COMPUTE PCT-OFF ROUNDED = DIFF-AMT * 100 / ABS-AMT
           IF PCT-OFF > RL-TOL (RULE-IDX)
               MOVE "DOLLARS HIGH" TO ALERT-TEXT
               MOVE "W" TO ALERT-FLAG
               GO TO CHECK-FEED-3.
           IF 0 - PCT-OFF > RL-TOL (RULE-IDX)
               MOVE "DOLLARS LOW" TO ALERT-TEXT
               MOVE "W" TO ALERT-FLAG.

       CHECK-FEED-3.
           IF ALERT-FLAG = "W" AND RL-CRIT (RULE-IDX) = "Y"
               MOVE "C" TO ALERT-FLAG.
           IF ALERT-FLAG = "W"
               ADD 1 TO WARN-CNTR.
           IF ALERT-FLAG = "C"
               ADD 1 TO CRIT-CNTR.

           MOVE FD-CNT (FEED-IDX) TO NEF-C
           MOVE AVG-CNT TO NEF-AC
           MOVE FD-AMT (FEED-IDX) TO NEF-A
           MOVE AVG-AMT TO NEF-AA
           MOVE SPACE TO PRT
           STRING FD-FEED (FEED-IDX) " " NEF-C "   " NEF-AC " "
             NEF-A " " NEF-AA "   " ALERT-TEXT
             DELIMITED BY SIZE INTO PRT
           IF ALERT-FLAG = "C"
               MOVE "*** CRITICAL" TO PRT(100:12)
           ELSE
               IF ALERT-FLAG = "W"
                   MOVE "**" TO PRT(100:2)
               END-IF
           END-IF
           WRITE FILEOUT01 FROM PRT

           MOVE FD-FEED (FEED-IDX) TO VH-FEED
           MOVE RUN-DATE TO VH-DATE
           READ VOLHIST WITH LOCK
             INVALID
               MOVE FD-CNT (FEED-IDX) TO VH-COUNT
               MOVE FD-AMT (FEED-IDX) TO VH-AMOUNT
               MOVE ALERT-FLAG TO VH-ALERT
               MOVE SPACE TO VH-FUTURE
               WRITE VOLHIST01
               GO TO CHECK-FEED-EXIT.
           MOVE FD-CNT (FEED-IDX) TO VH-COUNT
           MOVE FD-AMT (FEED-IDX) TO VH-AMOUNT
           MOVE ALERT-FLAG TO VH-ALERT
           REWRITE VOLHIST01.

       CHECK-FEED-EXIT.
           EXIT.

       P9.
           DISPLAY "VOLCHK - FEEDS CHECKED: " FEED-CNT
           DISPLAY "VOLCHK - WARNINGS: " WARN-CNTR
           DISPLAY "VOLCHK - CRITICAL ALERTS: " CRIT-CNTR
           IF CRIT-CNTR > 0 AND OVR-OPER = SPACE
               DISPLAY "VOLCHK - CRITICAL FEED ALERT - STREAM STOPS".
           CLOSE PARMFILE VOLRULE LOADAUDIT POSTAUDIT CHARCUR PAYCUR
             VOLHIST FILEOUT.
           STOP RUN.

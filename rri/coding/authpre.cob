      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. authpre.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * encform.cob's runcard - line 1 the department code, then
      * one garno per line, tomorrow's schedule as the front desk
      * keys it today. Without one only the orders are checked.
           SELECT OPTIONAL PARMFILE ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT GARFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
             ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
             LOCK MODE MANUAL.

      * the RRMC orders rrr250.cob has loaded and not yet posted.
           SELECT CHARNEW ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARNEW-KEY
             LOCK MODE MANUAL.

           SELECT AUTHFILE ASSIGN TO "S45" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS AUTH-KEY
             LOCK MODE MANUAL.

      * a 278 already out for the claim is shown on its line.
           SELECT OPTIONAL AUTHREQ ASSIGN TO "S50" ORGANIZATION IS
             INDEXED ACCESS MODE IS DYNAMIC RECORD KEY IS AQ-KEY
             LOCK MODE MANUAL.

           SELECT FILEOUT ASSIGN TO "S55" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PARMFILE.
       01  PARMFILE01 PIC X(10).

       FD  GARFILE.
           COPY "garfile.cpy".

       FD  CHARNEW.
           COPY "charnew.cpy".

       FD  AUTHFILE.
           COPY "authfile.cpy".

       FD  AUTHREQ.
           COPY "authreq.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(110).

       WORKING-STORAGE SECTION.

       01  T-DATE PIC X(8).
       01  T-INT PIC 9(8).
       01  NEXT-DATE PIC X(8).
       01  NEXT-INT PIC 9(8).
       01  SVC-INT PIC 9(8).
       01  DAYS-TO PIC S9(5).
       01  SCH-TAB01.
           02 SCH-ENT OCCURS 500 TIMES.
             03 SCH-GARNO PIC X(8).
       01  SCH-CNT PIC 999 VALUE 0.
       01  SX PIC 999.
       01  IN-SCHED PIC X.
       01  ORD-CNT PIC 999.
       01  LINE-CNTR PIC 9(7) VALUE 0.
       01  REQ-CNTR PIC 9(7) VALUE 0.
       01  MISS-CNTR PIC 9(7) VALUE 0.
       01  LATE-CNTR PIC 9(7) VALUE 0.
       01  NOORD-CNTR PIC 9(5) VALUE 0.
       01  LEAD-MSG PIC X(22).
       01  REQ-MSG PIC X(14).
       01  NEF-D PIC -(4)9.
       01  NEF-L PIC ZZ9.
       01  PRT PIC X(110).

       01  AUTHCHK-PARMS.
           02 AU-FUNC PIC X.
           02 AU-INS PIC XXX.
           02 AU-PREFIX PIC XXX.
           02 AU-CPT PIC X(5).
           02 AU-PLACE PIC X.
           02 AU-DATE PIC X(8).
           02 AU-RESULT PIC X.
           02 AU-LEAD PIC 999.
           02 AU-NOTE PIC X(30).

       PROCEDURE DIVISION.

      * pre-service prior-auth check - the night before, every exam
      * on tomorrow's schedule and every RRMC order waiting on
      * CHARNEW is put to the AUTHRULE table (authchk.cob), and an
      * exam the payer wants approved with no AUTHFILE row for its
      * claim is listed for the auth desk while there is still time
      * to call. A line whose service date is closer than the
      * payer's lead time is marked LATE. Scheduled accounts with no
      * order on file yet are listed too - their exam can only be
      * checked at the desk.
       P0.
           OPEN INPUT PARMFILE GARFILE CHARNEW AUTHFILE AUTHREQ.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.
           COMPUTE T-INT = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL (T-DATE))
           COMPUTE NEXT-INT = T-INT + 1
           MOVE FUNCTION DATE-OF-INTEGER (NEXT-INT) TO NEXT-DATE

           MOVE SPACE TO PRT
           STRING "PRIOR AUTH NEEDED - NONE ON FILE    RUN " T-DATE
             "   SCHEDULE FOR " NEXT-DATE DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT

      * line 1 is encform's department code - not needed here.
           READ PARMFILE
             AT END
               GO TO P2.

       P1.
           READ PARMFILE
             AT END
               GO TO P2.
           IF PARMFILE01 = SPACE
               GO TO P1.
           IF SCH-CNT NOT < 500
               DISPLAY "AUTHPRE - SCHEDULE FULL, SKIPPING " PARMFILE01
               GO TO P1.
           ADD 1 TO SCH-CNT
           MOVE PARMFILE01(1:8) TO SCH-GARNO (SCH-CNT)
           GO TO P1.

       P2.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE "TOMORROW'S SCHEDULE" TO PRT
           WRITE FILEOUT01 FROM PRT
           PERFORM COL-HEAD
           MOVE 0 TO SX.

       P3.
           ADD 1 TO SX
           IF SX > SCH-CNT
               GO TO P5.
           MOVE SCH-GARNO (SX) TO G-GARNO
           READ GARFILE
             INVALID
               DISPLAY "AUTHPRE - NO SUCH ACCOUNT " SCH-GARNO (SX)
               GO TO P3.
           MOVE "Y" TO IN-SCHED
           MOVE 0 TO ORD-CNT
           MOVE G-GARNO TO CD-KEY8
           MOVE SPACE TO CD-KEY3
           START CHARNEW KEY NOT < CHARNEW-KEY
             INVALID
               GO TO P4-1.

       P4.
           READ CHARNEW NEXT
             AT END
               GO TO P4-1.
           IF CD-KEY8 NOT = G-GARNO
               GO TO P4-1.
           ADD 1 TO ORD-CNT
           PERFORM CHECK-LINE THRU CHECK-LINE-EXIT
           GO TO P4.

       P4-1.
           IF ORD-CNT > 0
               GO TO P3.
           ADD 1 TO NOORD-CNTR
           MOVE SPACE TO PRT
           STRING G-GARNO " " G-GARNAME(1:20) " " G-PRINS
             "  NO RRMC ORDER ON FILE - CHECK AUTH AT THE DESK"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           GO TO P3.

      * every other account's orders - the scheduled ones are done.
       P5.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE "INCOMING RRMC ORDERS" TO PRT
           WRITE FILEOUT01 FROM PRT
           PERFORM COL-HEAD
           MOVE "N" TO IN-SCHED
           MOVE SPACE TO CD-KEY8 CD-KEY3
           START CHARNEW KEY NOT < CHARNEW-KEY
             INVALID
               GO TO P9.

       P6.
           READ CHARNEW NEXT
             AT END
               GO TO P9.
           PERFORM FIND-SCHED THRU FIND-SCHED-EXIT
           IF SX NOT > SCH-CNT
               GO TO P6.
           IF G-GARNO NOT = CD-KEY8
               MOVE CD-KEY8 TO G-GARNO
               READ GARFILE
                 INVALID
                   MOVE SPACE TO G-PRINS G-SEINS G-GARNAME
               END-READ
           END-IF
           PERFORM CHECK-LINE THRU CHECK-LINE-EXIT
           GO TO P6.

      * SX past SCH-CNT means the account is not on the schedule.
       FIND-SCHED.
           MOVE 1 TO SX.

       FIND-SCHED-1.
           IF SX > SCH-CNT
               GO TO FIND-SCHED-EXIT.
           IF SCH-GARNO (SX) = CD-KEY8
               GO TO FIND-SCHED-EXIT.
           ADD 1 TO SX
           GO TO FIND-SCHED-1.

       FIND-SCHED-EXIT.
           EXIT.

       COL-HEAD.
           MOVE SPACE TO PRT
           STRING "ACCOUNT  NAME                 PAY CLAIM  CPT   "
             "SERVICE   DAYS LEAD" "                       278"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.

      * one order line - the prefix is off the member's policy for
      * the line's payer, the same pick the charge screens make.
       CHECK-LINE.
           ADD 1 TO LINE-CNTR
           MOVE "C" TO AU-FUNC
           MOVE CD-PAYCODE TO AU-INS
           MOVE SPACE TO AU-PREFIX
           IF CD-PAYCODE = G-PRINS
               MOVE G-PRIPOL(1:3) TO AU-PREFIX
           ELSE
               IF CD-PAYCODE = G-SEINS
                   MOVE G-SECPOL(1:3) TO AU-PREFIX
               END-IF
           END-IF
           MOVE CD-PROC2(1:5) TO AU-CPT
           MOVE CD-PLACE TO AU-PLACE
           MOVE CD-DATE-T TO AU-DATE
      * a scheduled account's order with no date ahead of today is
      * taken as tomorrow's exam.
           IF IN-SCHED = "Y" AND CD-DATE-T NOT > T-DATE
               MOVE NEXT-DATE TO AU-DATE.
           CALL "authchk" USING AUTHCHK-PARMS
           IF AU-RESULT NOT = "Y"
               GO TO CHECK-LINE-EXIT.
           ADD 1 TO REQ-CNTR

           MOVE CD-KEY8 TO AUTH-KEY8
           MOVE CD-CLAIM TO AUTH-KEY6
           READ AUTHFILE
             INVALID
               GO TO CHECK-LINE-1.
           GO TO CHECK-LINE-EXIT.

       CHECK-LINE-1.
           ADD 1 TO MISS-CNTR
           COMPUTE SVC-INT = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL (AU-DATE))
           COMPUTE DAYS-TO = SVC-INT - T-INT
           MOVE DAYS-TO TO NEF-D
           MOVE AU-LEAD TO NEF-L
           MOVE SPACE TO LEAD-MSG
           IF DAYS-TO < 0
               MOVE "SERVICE DATE PASSED" TO LEAD-MSG
               GO TO CHECK-LINE-2.
           IF DAYS-TO < AU-LEAD
               ADD 1 TO LATE-CNTR
               MOVE "LATE" TO LEAD-MSG.

       CHECK-LINE-2.
           MOVE SPACE TO REQ-MSG
           MOVE CD-KEY8 TO AQ-GARNO
           MOVE CD-CLAIM TO AQ-CLAIM
           READ AUTHREQ
             INVALID
               GO TO CHECK-LINE-3.
           IF AQ-STATUS = "S"
               MOVE "SENT" TO REQ-MSG.
           IF AQ-STATUS = "P"
               MOVE "PENDED" TO REQ-MSG.
           IF AQ-STATUS = "D"
               MOVE "DENIED" TO REQ-MSG.
           IF AQ-STATUS = "R"
               MOVE "REJECTED" TO REQ-MSG.

       CHECK-LINE-3.
           MOVE SPACE TO PRT
           STRING CD-KEY8 " " G-GARNAME(1:20) " " CD-PAYCODE " "
             CD-CLAIM " " AU-CPT " " AU-DATE " " NEF-D " " NEF-L " "
             LEAD-MSG " " REQ-MSG DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           IF AU-NOTE NOT = SPACE
               MOVE SPACE TO PRT
               STRING "           " AU-NOTE DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT.

       CHECK-LINE-EXIT.
           EXIT.

       P9.
           MOVE "E" TO AU-FUNC
           CALL "authchk" USING AUTHCHK-PARMS
           DISPLAY "AUTHPRE - ORDER LINES CHECKED: " LINE-CNTR
           DISPLAY "AUTHPRE - AUTH REQUIRED: " REQ-CNTR
           DISPLAY "AUTHPRE - NO AUTH ON FILE: " MISS-CNTR
           DISPLAY "AUTHPRE - INSIDE LEAD TIME: " LATE-CNTR
           DISPLAY "AUTHPRE - SCHEDULED, NO ORDER: " NOORD-CNTR
           CLOSE PARMFILE GARFILE CHARNEW AUTHFILE AUTHREQ FILEOUT.
           STOP RUN.

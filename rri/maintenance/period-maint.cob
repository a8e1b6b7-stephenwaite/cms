      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. period-maint.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPERFILE ASSIGN TO "S20" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS OP-ID
             LOCK MODE MANUAL.

           SELECT OPTIONAL PERCNTL ASSIGN TO "S30" ORGANIZATION IS
             INDEXED ACCESS MODE IS DYNAMIC RECORD KEY IS FP-MONTH
             LOCK MODE MANUAL.

      * audit narrative - one line per reopen or re-close, with the
      * operator and the reason given.
           SELECT PERIODLOG ASSIGN TO "S40" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  OPERFILE.
           COPY "operfile.cpy".

       FD  PERCNTL.
           COPY "percntl.cpy".

       FD  PERIODLOG.
       01  PERIODLOG01 PIC X(120).

       WORKING-STORAGE SECTION.

       01  DATAIN PIC X(20).
       01  ACTION PIC XX.
       01  IN-MONTH PIC X(6).
       01  IN-X PIC X(40).
       01  SIGN-ID PIC X(3).
       01  SIGN-PASS PIC X(8).
       01  T-DATE PIC X(8).
       01  PRT PIC X(120).

       PROCEDURE DIVISION.

      * the supervisor's side of the fiscal period lock. Only an
      * active destructive-level operator may sign on. LP = list
      * every month on the control file, RP,yyyymm = reopen a
      * closed month (a reason is required), CP,yyyymm = close it
      * again once the correction is in, END = end the session.
      * Every reopen and re-close goes to PERIODLOG.
       P0.
           OPEN INPUT OPERFILE.
           DISPLAY "SIGN ON - OPERATOR ID".
           ACCEPT SIGN-ID.
           DISPLAY "PASSWORD".
           ACCEPT SIGN-PASS.
           MOVE SIGN-ID TO OP-ID
           READ OPERFILE
             INVALID
               DISPLAY "UNKNOWN OPERATOR - NO ACCESS"
               CLOSE OPERFILE
               STOP RUN.
           IF OP-STATUS NOT = "A" OR OP-PASS NOT = SIGN-PASS
             OR OP-LEVEL NOT = "D"
               DISPLAY "SIGN-ON REFUSED - DESTRUCTIVE LEVEL"
                 " REQUIRED"
               CLOSE OPERFILE
               STOP RUN.
           CLOSE OPERFILE.

           OPEN I-O PERCNTL.
           OPEN EXTEND PERIODLOG.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

       P1.
           DISPLAY "LP, RP,YYYYMM, CP,YYYYMM OR END".
           ACCEPT DATAIN.
           MOVE SPACE TO IN-MONTH
           UNSTRING DATAIN DELIMITED BY ","
             INTO ACTION IN-MONTH.

           IF ACTION = "EN" OR DATAIN = "END"
               GO TO P99.

           EVALUATE ACTION
             WHEN "LP"
               PERFORM LIST-PERIODS THRU LIST-PERIODS-EXIT
             WHEN "RP"
               PERFORM REOPEN THRU REOPEN-EXIT
             WHEN "CP"
               PERFORM RECLOSE THRU RECLOSE-EXIT
             WHEN OTHER
               DISPLAY "BAD OPTION " ACTION
           END-EVALUATE

           GO TO P1.

       LIST-PERIODS.
           MOVE LOW-VALUE TO FP-MONTH
           START PERCNTL KEY NOT < FP-MONTH
             INVALID
               DISPLAY "NO PERIODS ON FILE - ALL OPEN"
               GO TO LIST-PERIODS-EXIT.

       LIST-PERIODS-1.
           READ PERCNTL NEXT
             AT END
               GO TO LIST-PERIODS-EXIT.
           PERFORM SHOW-PERIOD
           GO TO LIST-PERIODS-1.
       LIST-PERIODS-EXIT.
           EXIT.

       SHOW-PERIOD.
           IF FP-STATUS = "C"
               DISPLAY FP-MONTH " CLOSED " FP-CLOSE-DATE " "
                 FP-CLOSE-OPER
           ELSE
               DISPLAY FP-MONTH " REOPENED " FP-OPEN-DATE " BY "
                 FP-OPEN-OPER " " FP-REASON.

       REOPEN.
           PERFORM FETCH-PERIOD THRU FETCH-PERIOD-EXIT
           IF FP-STATUS = SPACE
               GO TO REOPEN-EXIT.
           IF FP-STATUS NOT = "C"
               DISPLAY "PERIOD " IN-MONTH " IS ALREADY OPEN"
               GO TO REOPEN-EXIT.
           DISPLAY "REASON FOR REOPENING".
           ACCEPT IN-X.
           IF IN-X = SPACE
               DISPLAY "A REASON IS REQUIRED - STILL CLOSED"
               GO TO REOPEN-EXIT.
           MOVE "O" TO FP-STATUS
           MOVE T-DATE TO FP-OPEN-DATE
           MOVE SIGN-ID TO FP-OPEN-OPER
           MOVE IN-X TO FP-REASON
           REWRITE PERCNTL01

           MOVE SPACE TO PRT
           STRING T-DATE " PERIOD " FP-MONTH " REOPENED BY " SIGN-ID
             " " FP-REASON DELIMITED BY SIZE INTO PRT
           WRITE PERIODLOG01 FROM PRT
           DISPLAY "PERIOD " FP-MONTH " REOPENED".
       REOPEN-EXIT.
           EXIT.

       RECLOSE.
           PERFORM FETCH-PERIOD THRU FETCH-PERIOD-EXIT
           IF FP-STATUS = SPACE
               GO TO RECLOSE-EXIT.
           IF FP-STATUS = "C"
               DISPLAY "PERIOD " IN-MONTH " IS ALREADY CLOSED"
               GO TO RECLOSE-EXIT.
           MOVE "C" TO FP-STATUS
           MOVE T-DATE TO FP-CLOSE-DATE
           MOVE SIGN-ID TO FP-CLOSE-OPER
           REWRITE PERCNTL01

           MOVE SPACE TO PRT
           STRING T-DATE " PERIOD " FP-MONTH " CLOSED BY " SIGN-ID
             DELIMITED BY SIZE INTO PRT
           WRITE PERIODLOG01 FROM PRT
           DISPLAY "PERIOD " FP-MONTH " CLOSED".
       RECLOSE-EXIT.
           EXIT.

      * only a month periodclose.cob has booked can be reopened or
      * re-closed here - a month with no row is open already.
       FETCH-PERIOD.
           IF IN-MONTH NOT NUMERIC
               DISPLAY "BAD MONTH - USE YYYYMM"
               MOVE SPACE TO FP-STATUS
               GO TO FETCH-PERIOD-EXIT.
           MOVE IN-MONTH TO FP-MONTH
           READ PERCNTL WITH LOCK
             INVALID
               DISPLAY "PERIOD " IN-MONTH " NEVER CLOSED - OPEN"
               MOVE SPACE TO FP-STATUS
               GO TO FETCH-PERIOD-EXIT.
       FETCH-PERIOD-EXIT.
           EXIT.

       P99.
           CLOSE PERCNTL PERIODLOG.
           STOP RUN.

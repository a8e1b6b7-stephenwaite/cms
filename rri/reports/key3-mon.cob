      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. key3-mon.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CHARCUR ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-DAT1 WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT PAYCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
             LOCK MODE MANUAL.

           SELECT CHARFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARFILE-KEY
             LOCK MODE MANUAL.

      * line 1: the highest line number that gets an account on
      * the report, blank for 900.
           SELECT PARMFILE ASSIGN TO "S45" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT FILEOUT ASSIGN TO "S50" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  PAYCUR.
           COPY "paycur.cpy".

       FD  CHARFILE.
           COPY "charfile.cpy".

       FD  PARMFILE.
       01  PARMFILE01 PIC X(10).

       FD  FILEOUT.
       01  FILEOUT01 PIC X(100).

       WORKING-STORAGE SECTION.

       01  T-DATE PIC X(8).
       01  LIMIT-K3 PIC 999 VALUE 900.
       01  FILE-NAME PIC X(8).
       01  HOLD-KEY8 PIC X(8).
       01  LINE-CNT PIC 9(4).
       01  HIGH-K3 PIC 999.
       01  THIS-K3 PIC 999.
       01  FREE-CNT PIC 9(4).
       01  ACT-TEXT PIC X(30).
       01  ACCT-CNTR PIC 9(5) VALUE 0.
       01  FULL-CNTR PIC 9(5) VALUE 0.
       01  NEF-L PIC ZZZ9.
       01  NEF-F PIC ZZZ9.
       01  PRT PIC X(100).

       PROCEDURE DIVISION.

      * KEY3 line-number exhaustion monitor - every charge and
      * payment line is keyed garno plus a three-digit KEY3, and the
      * add loops (hipr136.cob TB-P3 and the rest) have nowhere to
      * go once an account reaches 999. Monthly, every account in
      * CHARCUR, PAYCUR and CHARFILE whose highest line number is at
      * or over the limit is listed with its line count. Where the
      * count is well under the highest number the gaps left by
      * archiving can be closed with key3-reseq.cob; where the count
      * itself is at the limit the account has to be archived first.
       P0.
           OPEN INPUT CHARCUR PAYCUR CHARFILE PARMFILE.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

           READ PARMFILE
             AT END
               GO TO P0A.
           IF PARMFILE01(1:3) NUMERIC AND PARMFILE01(1:3) > "000"
               MOVE PARMFILE01(1:3) TO LIMIT-K3.

       P0A.
           MOVE SPACE TO PRT FILEOUT01
           STRING "KEY3 LINE NUMBERS AT OR OVER " LIMIT-K3
             " AS OF " T-DATE
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE "FILE     ACCOUNT   HIGHEST LINES  FREED  ACTION"
             TO PRT
           WRITE FILEOUT01 FROM PRT.

       P1.
           MOVE "CHARCUR" TO FILE-NAME
           MOVE SPACE TO CC-KEY8 CC-KEY3 HOLD-KEY8
           MOVE 0 TO LINE-CNT HIGH-K3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO P3.

       P2.
           READ CHARCUR NEXT
             AT END
               PERFORM ACCT-END THRU ACCT-END-EXIT
               GO TO P3.
           IF CC-KEY8 NOT = HOLD-KEY8
               PERFORM ACCT-END THRU ACCT-END-EXIT
               MOVE CC-KEY8 TO HOLD-KEY8.
           ADD 1 TO LINE-CNT
           IF CC-KEY3 NUMERIC
               MOVE CC-KEY3 TO THIS-K3
               IF THIS-K3 > HIGH-K3
                   MOVE THIS-K3 TO HIGH-K3.
           GO TO P2.

       P3.
           MOVE "PAYCUR" TO FILE-NAME
           MOVE SPACE TO PC-KEY8 PC-KEY3 HOLD-KEY8
           MOVE 0 TO LINE-CNT HIGH-K3
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO P5.

       P4.
           READ PAYCUR NEXT
             AT END
               PERFORM ACCT-END THRU ACCT-END-EXIT
               GO TO P5.
           IF PC-KEY8 NOT = HOLD-KEY8
               PERFORM ACCT-END THRU ACCT-END-EXIT
               MOVE PC-KEY8 TO HOLD-KEY8.
           ADD 1 TO LINE-CNT
           IF PC-KEY3 NUMERIC
               MOVE PC-KEY3 TO THIS-K3
               IF THIS-K3 > HIGH-K3
                   MOVE THIS-K3 TO HIGH-K3.
           GO TO P4.

       P5.
           MOVE "CHARFILE" TO FILE-NAME
           MOVE SPACE TO CD-KEY8 CD-KEY3 HOLD-KEY8
           MOVE 0 TO LINE-CNT HIGH-K3
           START CHARFILE KEY NOT < CHARFILE-KEY
             INVALID
               GO TO P7.

       P6.
           READ CHARFILE NEXT
             AT END
               PERFORM ACCT-END THRU ACCT-END-EXIT
               GO TO P7.
           IF CD-KEY8 NOT = HOLD-KEY8
               PERFORM ACCT-END THRU ACCT-END-EXIT
               MOVE CD-KEY8 TO HOLD-KEY8.
           ADD 1 TO LINE-CNT
           IF CD-KEY3 NUMERIC
               MOVE CD-KEY3 TO THIS-K3
               IF THIS-K3 > HIGH-K3
                   MOVE THIS-K3 TO HIGH-K3.
           GO TO P6.

       P7.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "ACCOUNTS LISTED " ACCT-CNTR
             "  AT THE LIMIT BY LINE COUNT " FULL-CNTR
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           GO TO P9.

       ACCT-END.
           IF HOLD-KEY8 = SPACE OR HIGH-K3 < LIMIT-K3
               GO TO ACCT-END-1.
           ADD 1 TO ACCT-CNTR
           COMPUTE FREE-CNT = HIGH-K3 - LINE-CNT
           IF LINE-CNT NOT < LIMIT-K3
               MOVE "** FULL - ARCHIVE FIRST" TO ACT-TEXT
               ADD 1 TO FULL-CNTR
           ELSE
               IF FILE-NAME = "CHARFILE"
                   MOVE "HISTORY - ARCHIVE/PURGE" TO ACT-TEXT
               ELSE
                   MOVE "RESEQUENCE" TO ACT-TEXT
               END-IF
           END-IF
           MOVE LINE-CNT TO NEF-L
           MOVE FREE-CNT TO NEF-F
           MOVE SPACE TO PRT
           STRING FILE-NAME " " HOLD-KEY8 "  " HIGH-K3 "    "
             NEF-L "   " NEF-F "  " ACT-TEXT
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.

       ACCT-END-1.
           MOVE 0 TO LINE-CNT HIGH-K3.

       ACCT-END-EXIT.
           EXIT.

       P9.
           DISPLAY "KEY3-MON - ACCOUNTS OVER " LIMIT-K3 ": " ACCT-CNTR
           DISPLAY "KEY3-MON - AT THE LIMIT BY COUNT: " FULL-CNTR
           CLOSE CHARCUR PAYCUR CHARFILE PARMFILE FILEOUT.
           STOP RUN.

      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. freqlim-load.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FREQLIM ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS FL-KEY
             LOCK MODE MANUAL.

      * "CPT,INS,max,period,unit,lifetime" lines - INS "***" for
      * every payer, e.g. "77067,***,1,11,M,N" or
      * "G0389,***,1,0,M,Y". A max of 0 deletes the row. Same
      * load-from-extract pattern as mue-load.cob.
           SELECT FILEIN ASSIGN TO "S35" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT LOADAUDIT ASSIGN TO "S40" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  FILEIN.
       01  FILEIN01 PIC X(40).

       FD  FREQLIM.
           COPY "freqlim.cpy".

       FD  LOADAUDIT.
           COPY "loadaudit.cpy".

       WORKING-STORAGE SECTION.
       01  LA-INPUT-CNTR-WS PIC 9(7) VALUE 0.
       01  LA-REJECT-CNTR-WS PIC 9(7) VALUE 0.
       01  FI-CPT PIC X(5).
       01  FI-INS PIC XXX.
       01  FI-MAX PIC X(3).
       01  FI-PERIOD PIC X(4).
       01  FI-UNIT PIC X.
       01  FI-LIFE PIC X.
       01  FI-MAX-N PIC 99.
       01  FI-PERIOD-N PIC 999.

       PROCEDURE DIVISION.

       P0.
           OPEN INPUT FILEIN.
           OPEN I-O FREQLIM.
           OPEN EXTEND LOADAUDIT.

       P1.
           READ FILEIN
             AT END
               GO TO P9.

           IF FILEIN01 = SPACE OR FILEIN01 (1:1) = "*"
               GO TO P1.
           ADD 1 TO LA-INPUT-CNTR-WS

           MOVE SPACE TO FI-CPT FI-INS FI-MAX FI-PERIOD FI-UNIT
             FI-LIFE
           UNSTRING FILEIN01 DELIMITED BY ","
             INTO FI-CPT FI-INS FI-MAX FI-PERIOD FI-UNIT FI-LIFE

           IF FI-CPT = SPACE OR FI-INS = SPACE
             OR FUNCTION TEST-NUMVAL (FI-MAX) NOT = 0
             OR (FI-LIFE NOT = "Y"
               AND FUNCTION TEST-NUMVAL (FI-PERIOD) NOT = 0)
             OR (FI-LIFE NOT = "Y"
               AND FI-UNIT NOT = "M" AND FI-UNIT NOT = "D")
               ADD 1 TO LA-REJECT-CNTR-WS
               DISPLAY "FREQLIM-LOAD - REJECTED " FILEIN01
               GO TO P1.

           MOVE FUNCTION NUMVAL (FI-MAX) TO FI-MAX-N
           MOVE 0 TO FI-PERIOD-N
           IF FI-PERIOD NOT = SPACE
               MOVE FUNCTION NUMVAL (FI-PERIOD) TO FI-PERIOD-N.
           IF FI-LIFE NOT = "Y"
               MOVE "N" TO FI-LIFE.

           MOVE FI-CPT TO FL-CPT
           MOVE FI-INS TO FL-INS
           READ FREQLIM
             INVALID
               IF FI-MAX-N > 0
                   PERFORM FILL-LIMIT
                   MOVE SPACE TO FL-FUTURE
                   WRITE FREQLIM01
               END-IF
             NOT INVALID
               IF FI-MAX-N = 0
                   DELETE FREQLIM RECORD
               ELSE
                   PERFORM FILL-LIMIT
                   REWRITE FREQLIM01
               END-IF
           END-READ
           GO TO P1.

       FILL-LIMIT.
           MOVE FI-MAX-N TO FL-MAX
           MOVE FI-PERIOD-N TO FL-PERIOD
           MOVE FI-UNIT TO FL-UNIT
           MOVE FI-LIFE TO FL-LIFETIME.

       P9.
           MOVE "FREQLIM" TO LA-PROGRAM
           ACCEPT LA-DATE FROM DATE YYYYMMDD
           ACCEPT LA-TIME FROM TIME
           MOVE LA-INPUT-CNTR-WS TO LA-INPUT-CNTR
           MOVE 0 TO LA-AMOUNT
           MOVE LA-REJECT-CNTR-WS TO LA-REJECT-CNTR
           WRITE LOADAUDIT01

           DISPLAY "FREQLIM-LOAD - RECORDS READ: " LA-INPUT-CNTR-WS
           DISPLAY "FREQLIM-LOAD - REJECTED: " LA-REJECT-CNTR-WS
           CLOSE FILEIN FREQLIM LOADAUDIT.
           STOP RUN.

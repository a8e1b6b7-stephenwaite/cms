      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. authrule-load.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT AUTHRULE ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS AR-KEY
             LOCK MODE MANUAL.

      * "INS,prefix,CPT,place,effective,action,lead,term,note"
      * lines off the payers' prior-approval guides - prefix, CPT
      * and place empty or wildcarded for any ("***", "*****",
      * "*"), term empty for open-ended, e.g.
      * "002,***,70450,5,20200101,R,0,,PA GUIDE ATT III CT" or
      * "002,FVT,*****,*,20200101,N,0,,TOTAL CHOICE PLAN".
      * An action of "D" deletes the row. Same load-from-extract
      * pattern as freqlim-load.cob.
           SELECT FILEIN ASSIGN TO "S35" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT LOADAUDIT ASSIGN TO "S40" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  FILEIN.
       01  FILEIN01 PIC X(80).

       FD  AUTHRULE.
           COPY "authrule.cpy".

       FD  LOADAUDIT.
           COPY "loadaudit.cpy".

       WORKING-STORAGE SECTION.
       01  LA-INPUT-CNTR-WS PIC 9(7) VALUE 0.
       01  LA-REJECT-CNTR-WS PIC 9(7) VALUE 0.
       01  FI-INS PIC XXX.
       01  FI-PREFIX PIC XXX.
       01  FI-CPT PIC X(5).
       01  FI-PLACE PIC X.
       01  FI-EFF PIC X(8).
       01  FI-ACTION PIC X.
       01  FI-LEAD PIC X(4).
       01  FI-TERM PIC X(8).
       01  FI-NOTE PIC X(30).
       01  FI-LEAD-N PIC 999.

       PROCEDURE DIVISION.

       P0.
           OPEN INPUT FILEIN.
           OPEN I-O AUTHRULE.
           OPEN EXTEND LOADAUDIT.

       P1.
           READ FILEIN
             AT END
               GO TO P9.

           IF FILEIN01 = SPACE OR FILEIN01 (1:1) = "*"
               GO TO P1.
           ADD 1 TO LA-INPUT-CNTR-WS

           MOVE SPACE TO FI-INS FI-PREFIX FI-CPT FI-PLACE FI-EFF
             FI-ACTION FI-LEAD FI-TERM FI-NOTE
           UNSTRING FILEIN01 DELIMITED BY ","
             INTO FI-INS FI-PREFIX FI-CPT FI-PLACE FI-EFF FI-ACTION
               FI-LEAD FI-TERM FI-NOTE

           IF FI-PREFIX = SPACE
               MOVE "***" TO FI-PREFIX.
           IF FI-CPT = SPACE
               MOVE "*****" TO FI-CPT.
           IF FI-PLACE = SPACE
               MOVE "*" TO FI-PLACE.

           IF FI-INS = SPACE OR FI-EFF NOT NUMERIC
             OR (FI-ACTION NOT = "R" AND FI-ACTION NOT = "N"
               AND FI-ACTION NOT = "D")
             OR (FI-LEAD NOT = SPACE
               AND FUNCTION TEST-NUMVAL (FI-LEAD) NOT = 0)
             OR (FI-TERM NOT = SPACE AND FI-TERM NOT NUMERIC)
               ADD 1 TO LA-REJECT-CNTR-WS
               DISPLAY "AUTHRULE-LOAD - REJECTED " FILEIN01
               GO TO P1.

           MOVE 0 TO FI-LEAD-N
           IF FI-LEAD NOT = SPACE
               MOVE FUNCTION NUMVAL (FI-LEAD) TO FI-LEAD-N.

           MOVE FI-INS TO AR-INS
           MOVE FI-PREFIX TO AR-PREFIX
           MOVE FI-CPT TO AR-CPT
           MOVE FI-PLACE TO AR-PLACE
           MOVE FI-EFF TO AR-EFF
           READ AUTHRULE
             INVALID
               IF FI-ACTION NOT = "D"
                   PERFORM FILL-RULE
                   MOVE SPACE TO AR-FUTURE
                   WRITE AUTHRULE01
               END-IF
             NOT INVALID
               IF FI-ACTION = "D"
                   DELETE AUTHRULE RECORD
               ELSE
                   PERFORM FILL-RULE
                   REWRITE AUTHRULE01
               END-IF
           END-READ
           GO TO P1.

       FILL-RULE.
           MOVE FI-ACTION TO AR-ACTION
           MOVE FI-LEAD-N TO AR-LEAD
           MOVE FI-TERM TO AR-TERM
           MOVE FI-NOTE TO AR-NOTE.

       P9.
           MOVE "AUTHRULE" TO LA-PROGRAM
           ACCEPT LA-DATE FROM DATE YYYYMMDD
           ACCEPT LA-TIME FROM TIME
           MOVE LA-INPUT-CNTR-WS TO LA-INPUT-CNTR
           MOVE 0 TO LA-AMOUNT
           MOVE LA-REJECT-CNTR-WS TO LA-REJECT-CNTR
           WRITE LOADAUDIT01

           DISPLAY "AUTHRULE-LOAD - RECORDS READ: " LA-INPUT-CNTR-WS
           DISPLAY "AUTHRULE-LOAD - REJECTED: " LA-REJECT-CNTR-WS
           CLOSE FILEIN AUTHRULE LOADAUDIT.
           STOP RUN.

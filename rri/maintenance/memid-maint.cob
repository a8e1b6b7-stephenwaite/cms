      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. memid-maint.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MEMIDRULE ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS MR-KEY
             LOCK MODE MANUAL.

           SELECT INSFILE ASSIGN TO "S35" ORGANIZATION INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS INS-KEY
               ALTERNATE RECORD KEY IS INS-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS INS-CITY WITH DUPLICATES
               ALTERNATE RECORD KEY IS INS-ASSIGN WITH DUPLICATES
               ALTERNATE RECORD KEY IS INS-CLAIMTYPE WITH DUPLICATES
               ALTERNATE RECORD KEY IS INS-NEIC WITH DUPLICATES
               ALTERNATE RECORD KEY IS INS-NEIC-ASSIGN WITH DUPLICATES
               LOCK MODE MANUAL.

       DATA DIVISION.

       FILE SECTION.

       FD  MEMIDRULE.
           COPY "memidrule.cpy".

       FD  INSFILE.
           COPY "insfile.cpy".

       WORKING-STORAGE SECTION.

       01  DATAIN PIC X(40).
       01  ACTION PIC XX.
       01  IN-INS PIC XXX.
       01  IN-POLICY PIC X(16).
       01  IN-GROUP PIC X(10).
       01  IN-LEN PIC X(5).
       01  IN-MIN PIC XX.
       01  IN-MAX PIC XX.
       01  IN-PATTERN PIC X(16).
       01  IN-PREFIX PIC X(4).
       01  IN-SUFFIX PIC X(4).
       01  IN-FLAG PIC X.
       01  IN-DESC PIC X(30).
       01  NEW-MIN PIC 99.
       01  NEW-MAX PIC 99.
       01  T-DATE PIC X(8).
       01  LIST-CNTR PIC 9(5).

       01  MEMIDCHK-PARMS.
           02 MC-FUNC PIC X.
           02 MC-INS PIC XXX.
           02 MC-POLICY PIC X(16).
           02 MC-GROUP PIC X(10).
           02 MC-CHKGRP PIC X.
           02 MC-RESULT PIC X.
           02 MC-MSG PIC X(30).

       PROCEDURE DIVISION.

      * member-ID rule dialog - same DISPLAY/ACCEPT conversation
      * carc-maint.cob uses.
      *   AR = add or change a carrier's rule   DR = delete it
      *   LR = list the rules
      *   TR = try a policy (and group) against the rule the way
      *        the account screens will see it
      *   END = end the job
       P0.
           OPEN I-O MEMIDRULE.
           OPEN INPUT INSFILE.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

       P1.
           DISPLAY "AR,DR,LR,TR,END  OPTION,INS CODE".
           MOVE SPACE TO DATAIN ACTION IN-INS.
           ACCEPT DATAIN.
           UNSTRING DATAIN DELIMITED BY ","
             INTO ACTION IN-INS.

           IF ACTION = "EN" OR DATAIN = "END"
               GO TO P99.

           EVALUATE ACTION
             WHEN "AR"
               PERFORM ADD-RULE THRU ADD-RULE-EXIT
             WHEN "DR"
               PERFORM DEL-RULE THRU DEL-RULE-EXIT
             WHEN "LR"
               PERFORM LIST-RULE THRU LIST-RULE-EXIT
             WHEN "TR"
               PERFORM TRY-RULE THRU TRY-RULE-EXIT
             WHEN OTHER
               DISPLAY "BAD OPTION " ACTION
           END-EVALUATE

           GO TO P1.

       ADD-RULE.
           MOVE IN-INS TO INS-KEY
           READ INSFILE
             INVALID
               DISPLAY "NO INSURANCE CODE " IN-INS
               GO TO ADD-RULE-EXIT.
           DISPLAY INS-KEY " " INS-NAME " " INS-NEIC.

           DISPLAY "LENGTH MIN,MAX  0 = ANY".
           MOVE SPACE TO IN-LEN IN-MIN IN-MAX
           ACCEPT IN-LEN.
           UNSTRING IN-LEN DELIMITED BY "," INTO IN-MIN IN-MAX.
           MOVE 0 TO NEW-MIN NEW-MAX
           IF IN-MIN NOT = SPACE
               IF FUNCTION NUMVAL (IN-MIN) > 16
                   DISPLAY "LENGTH OVER 16 - NOTHING ADDED"
                   GO TO ADD-RULE-EXIT
               END-IF
               MOVE FUNCTION NUMVAL (IN-MIN) TO NEW-MIN
           END-IF.
           IF IN-MAX NOT = SPACE
               IF FUNCTION NUMVAL (IN-MAX) > 16
                   DISPLAY "LENGTH OVER 16 - NOTHING ADDED"
                   GO TO ADD-RULE-EXIT
               END-IF
               MOVE FUNCTION NUMVAL (IN-MAX) TO NEW-MAX
           END-IF.
           IF NEW-MAX > 0 AND NEW-MIN > NEW-MAX
               DISPLAY "MIN OVER MAX - NOTHING ADDED"
               GO TO ADD-RULE-EXIT.

           DISPLAY "PATTERN  MBI OR MASK 9=DIGIT A=LETTER X=EITHER "
             "*=ANY  / = NONE".
           MOVE SPACE TO IN-PATTERN
           ACCEPT IN-PATTERN.
           IF IN-PATTERN = "/"
               MOVE SPACE TO IN-PATTERN.

           DISPLAY "REQUIRED PREFIX  / = NONE".
           MOVE SPACE TO IN-PREFIX
           ACCEPT IN-PREFIX.
           IF IN-PREFIX = "/"
               MOVE SPACE TO IN-PREFIX.

           DISPLAY "REQUIRED SUFFIX  / = NONE".
           MOVE SPACE TO IN-SUFFIX
           ACCEPT IN-SUFFIX.
           IF IN-SUFFIX = "/"
               MOVE SPACE TO IN-SUFFIX.

           DISPLAY "GROUP NUMBER REQUIRED? Y OR N".
           MOVE SPACE TO IN-FLAG
           ACCEPT IN-FLAG.
           IF IN-FLAG NOT = "Y"
               MOVE "N" TO IN-FLAG.

           DISPLAY "DESCRIPTION".
           MOVE SPACE TO IN-DESC
           ACCEPT IN-DESC.

           MOVE IN-INS TO MR-KEY
           READ MEMIDRULE WITH LOCK
             INVALID
               PERFORM FILL-RULE
               MOVE SPACE TO MR-FUTURE
               WRITE MEMIDRULE01
               DISPLAY "RULE ADDED " IN-INS
             NOT INVALID
               PERFORM FILL-RULE
               REWRITE MEMIDRULE01
               DISPLAY "RULE CHANGED " IN-INS
           END-READ.

       ADD-RULE-EXIT.
           EXIT.

       FILL-RULE.
           MOVE IN-INS TO MR-KEY
           MOVE NEW-MIN TO MR-MINLEN
           MOVE NEW-MAX TO MR-MAXLEN
           MOVE IN-PATTERN TO MR-PATTERN
           MOVE IN-PREFIX TO MR-PREFIX
           MOVE IN-SUFFIX TO MR-SUFFIX
           MOVE IN-FLAG TO MR-GROUPREQ
           IF IN-DESC NOT = SPACE
               MOVE IN-DESC TO MR-DESC
           END-IF
           MOVE T-DATE TO MR-DATE.

       DEL-RULE.
           MOVE IN-INS TO MR-KEY
           READ MEMIDRULE WITH LOCK
             INVALID
               DISPLAY "NO RULE FOR " IN-INS
               GO TO DEL-RULE-EXIT.

           DELETE MEMIDRULE RECORD
           DISPLAY "RULE DELETED".

       DEL-RULE-EXIT.
           EXIT.

       LIST-RULE.
           MOVE IN-INS TO MR-KEY
           MOVE 0 TO LIST-CNTR
           START MEMIDRULE KEY NOT < MR-KEY
             INVALID
               DISPLAY "NO RULES ON FILE"
               GO TO LIST-RULE-EXIT.

       LIST-RULE-1.
           READ MEMIDRULE NEXT
             AT END
               GO TO LIST-RULE-2.

           ADD 1 TO LIST-CNTR
           DISPLAY MR-KEY " " MR-MINLEN "-" MR-MAXLEN " " MR-PATTERN
             " " MR-PREFIX " " MR-SUFFIX " GRP " MR-GROUPREQ " "
             MR-DESC
           GO TO LIST-RULE-1.

       LIST-RULE-2.
           DISPLAY LIST-CNTR " RULES".

       LIST-RULE-EXIT.
           EXIT.

      * the rule file is open I-O here, so the checker gets it
      * closed around the call.
       TRY-RULE.
           DISPLAY "POLICY,GROUP".
           MOVE SPACE TO DATAIN IN-POLICY IN-GROUP
           ACCEPT DATAIN.
           UNSTRING DATAIN DELIMITED BY ","
             INTO IN-POLICY IN-GROUP.

           CLOSE MEMIDRULE
           MOVE "C" TO MC-FUNC
           MOVE IN-INS TO MC-INS
           MOVE IN-POLICY TO MC-POLICY
           MOVE IN-GROUP TO MC-GROUP
           MOVE "Y" TO MC-CHKGRP
           CALL "memidchk" USING MEMIDCHK-PARMS
           IF MC-RESULT = "Y"
               DISPLAY "GOOD MEMBER ID FOR " IN-INS
           ELSE
               DISPLAY "BAD - " MC-MSG
           END-IF
           MOVE "E" TO MC-FUNC
           CALL "memidchk" USING MEMIDCHK-PARMS
           OPEN I-O MEMIDRULE.

       TRY-RULE-EXIT.
           EXIT.

       P99.
           CLOSE MEMIDRULE INSFILE.
           STOP RUN.

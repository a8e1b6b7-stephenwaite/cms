      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. memidchk.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * the member-ID gate - callable the way sndxchk is for names.
      * The caller hands in the carrier code, the policy number and
      * the group; the carrier's MEMIDRULE row decides whether the
      * id is well formed, so a bad id is caught at the front desk
      * instead of on a rejection two weeks later. Replaces the
      * per-payer policy tests the claim builders carried inline.
           SELECT MEMIDRULE ASSIGN TO "S97" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS MR-KEY
             LOCK MODE MANUAL.

       DATA DIVISION.
       FILE SECTION.

       FD  MEMIDRULE.
           COPY "memidrule.cpy".

       WORKING-STORAGE SECTION.

       01  FILE-OPEN PIC X VALUE "N".
       01  MASK PIC X(16).
       01  MASK-C PIC X.
       01  POL-C PIC X.
       01  PL PIC 99.
       01  PX PIC 99.
       01  SX PIC 99.
       01  BAD-POS PIC 99.
       01  EDIT-2 PIC Z9.
       01  EDIT-2B PIC Z9.

       LINKAGE SECTION.
      * MC-FUNC "C" check, "E" end of run (closes the rule file -
      * a batch caller checks thousands of ids on one open).
      * MC-CHKGRP "Y" also applies the group rules. MC-RESULT comes
      * back "Y" good (or the carrier has no rule), "N" bad with
      * the reason in MC-MSG.
       01  MEMIDCHK-PARMS.
           02 MC-FUNC PIC X.
           02 MC-INS PIC XXX.
           02 MC-POLICY PIC X(16).
           02 MC-GROUP PIC X(10).
           02 MC-CHKGRP PIC X.
           02 MC-RESULT PIC X.
           02 MC-MSG PIC X(30).

       PROCEDURE DIVISION USING MEMIDCHK-PARMS.

       P0.
           MOVE "Y" TO MC-RESULT
           MOVE SPACE TO MC-MSG

           IF MC-FUNC = "E"
               IF FILE-OPEN = "Y"
                   CLOSE MEMIDRULE
                   MOVE "N" TO FILE-OPEN
               END-IF
               GO TO P9.

           IF FILE-OPEN NOT = "Y"
               OPEN INPUT MEMIDRULE
               MOVE "Y" TO FILE-OPEN.

           IF MC-INS = SPACE
               GO TO P9.
           MOVE MC-INS TO MR-KEY
           READ MEMIDRULE
             INVALID
               GO TO P9.

       P1.
           MOVE 16 TO PL
           PERFORM TRIM-POL THRU TRIM-POL-EXIT.
           IF PL = 0
               MOVE "NO MEMBER ID" TO MC-MSG
               GO TO P8.
           IF MC-POLICY(1:PL) = ZEROES
               MOVE "MEMBER ID CANT BE ALL ZEROS" TO MC-MSG
               GO TO P8.

           IF (MR-MINLEN > 0 AND PL < MR-MINLEN)
             OR (MR-MAXLEN > 0 AND PL > MR-MAXLEN)
               MOVE MR-MINLEN TO EDIT-2
               MOVE MR-MAXLEN TO EDIT-2B
               STRING "MEMBER ID MUST BE " EDIT-2 " TO " EDIT-2B
                 " LONG" DELIMITED BY SIZE INTO MC-MSG
               GO TO P8.

           MOVE 4 TO SX
           PERFORM TRIM-PREFIX THRU TRIM-PREFIX-EXIT.
           IF SX > 0
               IF SX > PL OR MC-POLICY(1:SX) NOT = MR-PREFIX(1:SX)
                   STRING "MEMBER ID MUST START " MR-PREFIX
                     DELIMITED BY SIZE INTO MC-MSG
                   GO TO P8
               END-IF
           END-IF.

           MOVE 4 TO SX
           PERFORM TRIM-SUFFIX THRU TRIM-SUFFIX-EXIT.
           IF SX > 0
               IF SX > PL
                   STRING "MEMBER ID MUST END " MR-SUFFIX
                     DELIMITED BY SIZE INTO MC-MSG
                   GO TO P8
               END-IF
               IF MC-POLICY(PL - SX + 1:SX) NOT = MR-SUFFIX(1:SX)
                   STRING "MEMBER ID MUST END " MR-SUFFIX
                     DELIMITED BY SIZE INTO MC-MSG
                   GO TO P8
               END-IF
           END-IF.

      * the MBI is 11 positions: 1-9, letter, letter/digit, digit,
      * letter, letter/digit, digit, letter, letter, digit, digit -
      * letters never S, L, O, I, B or Z.
           IF MR-PATTERN = "MBI"
               IF PL NOT = 11
                   MOVE "MBI MUST BE 11 CHARACTERS" TO MC-MSG
                   GO TO P8
               END-IF
               MOVE "CMP9MP9MM99" TO MASK
           ELSE
               MOVE MR-PATTERN TO MASK
           END-IF.

           MOVE 0 TO BAD-POS
           PERFORM CHECK-POS THRU CHECK-POS-EXIT VARYING PX FROM 1 BY 1
             UNTIL PX > PL OR BAD-POS > 0.
           IF BAD-POS > 0
               MOVE BAD-POS TO EDIT-2
               STRING "MEMBER ID BAD AT POSITION " EDIT-2
                 DELIMITED BY SIZE INTO MC-MSG
               GO TO P8.

           IF MC-CHKGRP NOT = "Y"
               GO TO P9.
           IF MR-GROUPREQ = "Y" AND MC-GROUP = SPACE
               MOVE "GROUP NUMBER REQUIRED" TO MC-MSG
               GO TO P8.
           IF MC-GROUP NOT = SPACE AND MC-GROUP = MC-POLICY
               MOVE "GRP & POLICY ARE THE SAME" TO MC-MSG
               GO TO P8.
           GO TO P9.

      * significant length of the policy, prefix and suffix.
       TRIM-POL.
           IF PL = 0
               GO TO TRIM-POL-EXIT.
           IF MC-POLICY(PL:1) NOT = SPACE
               GO TO TRIM-POL-EXIT.
           SUBTRACT 1 FROM PL
           GO TO TRIM-POL.
       TRIM-POL-EXIT.
           EXIT.

       TRIM-PREFIX.
           IF SX = 0
               GO TO TRIM-PREFIX-EXIT.
           IF MR-PREFIX(SX:1) NOT = SPACE
               GO TO TRIM-PREFIX-EXIT.
           SUBTRACT 1 FROM SX
           GO TO TRIM-PREFIX.
       TRIM-PREFIX-EXIT.
           EXIT.

       TRIM-SUFFIX.
           IF SX = 0
               GO TO TRIM-SUFFIX-EXIT.
           IF MR-SUFFIX(SX:1) NOT = SPACE
               GO TO TRIM-SUFFIX-EXIT.
           SUBTRACT 1 FROM SX
           GO TO TRIM-SUFFIX.
       TRIM-SUFFIX-EXIT.
           EXIT.

       CHECK-POS.
           IF PX > 16
               GO TO CHECK-POS-EXIT.
           MOVE MASK(PX:1) TO MASK-C
           MOVE MC-POLICY(PX:1) TO POL-C
           EVALUATE MASK-C
             WHEN "9"
               IF POL-C NOT NUMERIC
                   MOVE PX TO BAD-POS
               END-IF
             WHEN "C"
               IF POL-C NOT NUMERIC OR POL-C = "0"
                   MOVE PX TO BAD-POS
               END-IF
             WHEN "A"
               IF POL-C NOT ALPHABETIC-UPPER OR POL-C = SPACE
                   MOVE PX TO BAD-POS
               END-IF
             WHEN "X"
               IF POL-C = SPACE OR (POL-C NOT NUMERIC
                 AND POL-C NOT ALPHABETIC-UPPER)
                   MOVE PX TO BAD-POS
               END-IF
             WHEN "M"
               IF POL-C NOT ALPHABETIC-UPPER OR POL-C = SPACE
                 OR POL-C = "S" OR "L" OR "O" OR "I" OR "B" OR "Z"
                   MOVE PX TO BAD-POS
               END-IF
             WHEN "P"
               IF POL-C NOT NUMERIC
                 IF POL-C NOT ALPHABETIC-UPPER OR POL-C = SPACE
                   OR POL-C = "S" OR "L" OR "O" OR "I" OR "B" OR "Z"
                     MOVE PX TO BAD-POS
                 END-IF
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       CHECK-POS-EXIT.
           EXIT.

       P8.
           MOVE "N" TO MC-RESULT.

       P9.
           GOBACK.

      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. authchk.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * the prior-authorization requirement lookup - callable the
      * way freqchk is. The caller hands in the line's payer, the
      * plan prefix off the member's policy for that payer, the
      * CPT, place of service and date of service; the AUTHRULE
      * rows for the payer say whether the payer wants the exam
      * approved first and how many days ahead. The most specific
      * row answers: the member's own prefix before the "***"
      * rows, the CPT before "*****", the place before "*", and
      * of those the latest one in effect on the date of service.
           SELECT AUTHRULE ASSIGN TO "S195" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS AR-KEY
             LOCK MODE MANUAL.

       DATA DIVISION.
       FILE SECTION.

       FD  AUTHRULE.
           COPY "authrule.cpy".

       WORKING-STORAGE SECTION.

       01  FILE-OPEN PIC X VALUE "N".
       01  PROBE PIC 9.
       01  W-PREFIX PIC XXX.
       01  W-CPT PIC X(5).
       01  W-PLACE PIC X.
       01  HAVE-RULE PIC X.
       01  HOLD-ACTION PIC X.
       01  HOLD-LEAD PIC 999.
       01  HOLD-NOTE PIC X(30).

       LINKAGE SECTION.
      * AU-FUNC "C" check, "E" end of run (closes the file - a
      * batch caller checks every line on one open). AU-PREFIX is
      * the first three of the policy number for AU-INS, spaces
      * when there is none. AU-RESULT comes back "Y" approval
      * required with the lead days on AU-LEAD, "N" not required
      * (no row, or an exempt row). AU-NOTE carries the deciding
      * row's note either way, spaces when no row applied.
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

       PROCEDURE DIVISION USING AUTHCHK-PARMS.

       P0.
           MOVE "N" TO AU-RESULT
           MOVE 0 TO AU-LEAD
           MOVE SPACE TO AU-NOTE

           IF AU-FUNC = "E"
               IF FILE-OPEN = "Y"
                   CLOSE AUTHRULE
                   MOVE "N" TO FILE-OPEN
               END-IF
               GO TO P9.

           IF FILE-OPEN NOT = "Y"
               OPEN INPUT AUTHRULE
               MOVE "Y" TO FILE-OPEN.

           IF AU-INS = SPACE OR AU-CPT = SPACE
             OR AU-DATE NOT NUMERIC
               GO TO P9.
           MOVE 0 TO PROBE.

      * eight probes, most specific first - prefix, then CPT, then
      * place fall back to the wildcard in turn.
       P1.
           ADD 1 TO PROBE
           IF PROBE > 8
               GO TO P9.
           MOVE AU-PREFIX TO W-PREFIX
           IF PROBE > 4 OR AU-PREFIX = SPACE
               MOVE "***" TO W-PREFIX.
           MOVE AU-CPT TO W-CPT
           IF PROBE = 3 OR PROBE = 4 OR PROBE = 7 OR PROBE = 8
               MOVE "*****" TO W-CPT.
           MOVE AU-PLACE TO W-PLACE
           IF PROBE = 2 OR PROBE = 4 OR PROBE = 6 OR PROBE = 8
             OR AU-PLACE = SPACE
               MOVE "*" TO W-PLACE.
           PERFORM RULE-LOOK THRU RULE-LOOK-EXIT
           IF HAVE-RULE NOT = "Y"
               GO TO P1.

           MOVE HOLD-NOTE TO AU-NOTE
           IF HOLD-ACTION = "R"
               MOVE "Y" TO AU-RESULT
               MOVE HOLD-LEAD TO AU-LEAD.
           GO TO P9.

      * the rows for one probe come back oldest effective date
      * first; the last one in effect on the date of service is
      * the rule. A newer row that has already termed ends the
      * older ones with it.
       RULE-LOOK.
           MOVE "N" TO HAVE-RULE
           MOVE AU-INS TO AR-INS
           MOVE W-PREFIX TO AR-PREFIX
           MOVE W-CPT TO AR-CPT
           MOVE W-PLACE TO AR-PLACE
           MOVE "00000000" TO AR-EFF
           START AUTHRULE KEY NOT < AR-KEY
             INVALID
               GO TO RULE-LOOK-EXIT.

       RULE-LOOK-1.
           READ AUTHRULE NEXT
             AT END
               GO TO RULE-LOOK-EXIT.
           IF AR-INS NOT = AU-INS OR AR-PREFIX NOT = W-PREFIX
             OR AR-CPT NOT = W-CPT OR AR-PLACE NOT = W-PLACE
               GO TO RULE-LOOK-EXIT.
           IF AR-EFF > AU-DATE
               GO TO RULE-LOOK-EXIT.
           MOVE "N" TO HAVE-RULE
           IF AR-TERM NOT = SPACE AND AR-TERM < AU-DATE
               GO TO RULE-LOOK-1.
           MOVE "Y" TO HAVE-RULE
           MOVE AR-ACTION TO HOLD-ACTION
           MOVE AR-LEAD TO HOLD-LEAD
           MOVE AR-NOTE TO HOLD-NOTE
           GO TO RULE-LOOK-1.

       RULE-LOOK-EXIT.
           EXIT.

       P9.
           GOBACK.

      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. x278resp.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
      * companion to x278 - reads the payer's 278 services-review
      * response (one X12 segment per SEGIN record, same convention
      * x271.cob reads) and posts each answer against the AUTHREQ
      * row its trace number names. An approval goes onto AUTHFILE
      * as if keyed by hand; a pend, denial or rejected request is
      * listed for follow-up.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEGIN ASSIGN TO "S25" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT AUTHREQ ASSIGN TO "S30" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS AQ-KEY
           LOCK MODE MANUAL.
           SELECT AUTHFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC RECORD KEY IS AUTH-KEY
           LOCK MODE MANUAL.
      * the approvals posted.
           SELECT FILEOUT ASSIGN TO "S50" ORGANIZATION
           LINE SEQUENTIAL.
      * the follow-up list - pended, denied, rejected.
           SELECT FOLLOWUP ASSIGN TO "S60" ORGANIZATION
           LINE SEQUENTIAL.
           SELECT ERROR-FILE ASSIGN TO "S55" ORGANIZATION
           LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SEGIN.
       01  SEGIN01 PIC X(160).

       FD  AUTHREQ.
           COPY "authreq.cpy".

       FD  AUTHFILE.
           COPY "authfile.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(132).

       FD  FOLLOWUP.
       01  FOLLOWUP01 PIC X(132).

       FD  ERROR-FILE.
       01  ERROR-FILE01 PIC X(132).

       WORKING-STORAGE SECTION.
       01  SEG-ELEMS.
           02 SEG-ELEM PIC X(30) OCCURS 20 TIMES.
       01  SEGID PIC X(3).
       01  TODAY-DATE PIC X(8).
       01  HOLD-TRACE PIC X(14).
       01  IN-SERVICE PIC X.
      * what the transaction says, gathered to SE. RESP-RANK keeps
      * the worst answer seen: 4 rejected, 3 denied, 2 pended,
      * 1 approved, 0 nothing.
       01  RESP-RANK PIC 9.
       01  RESP-ACTION PIC XX.
       01  RESP-REASON PIC XXX.
       01  RESP-AUTHNUM PIC X(15).
       01  RESP-EFF PIC X(8).
       01  RESP-EXP PIC X(8).
       01  RESP-UNITS PIC 9(4).
       01  SV1-UNITS PIC 9(4).
       01  UNITS-2 PIC 99.
       01  NEW-RANK PIC 9.
       01  STAT-NAME PIC X(8).
       01  REC-CNTR PIC 9(7) VALUE 0.
       01  TRANS-CNTR PIC 9(7) VALUE 0.
       01  APPR-CNTR PIC 9(7) VALUE 0.
       01  FOLLOW-CNTR PIC 9(7) VALUE 0.
       01  ERR-CNTR PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0005-START.
           OPEN INPUT SEGIN.
           OPEN I-O AUTHREQ AUTHFILE.
           OPEN OUTPUT FILEOUT FOLLOWUP ERROR-FILE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

           MOVE SPACE TO FILEOUT01
           STRING "278 APPROVALS POSTED " TODAY-DATE
             DELIMITED BY SIZE INTO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO FOLLOWUP01
           STRING "278 AUTHORIZATIONS TO FOLLOW UP " TODAY-DATE
             DELIMITED BY SIZE INTO FOLLOWUP01
           WRITE FOLLOWUP01
           PERFORM CLEAR-RESP.

       P1.
           READ SEGIN AT END GO TO P9.
           ADD 1 TO REC-CNTR
           PERFORM SPLIT-SEGMENT
           MOVE SEG-ELEM(1) TO SEGID

           IF SEGID = "ST"
               PERFORM CLEAR-RESP
               GO TO P1.

      * our own trace comes back as TRN*2; the payer's TRN*1 is its
      * own number and is not kept.
           IF SEGID = "TRN" AND SEG-ELEM(2) = "2"
               IF HOLD-TRACE NOT = SPACE
                   PERFORM APPLY-RESP THRU APPLY-RESP-EXIT
                   PERFORM CLEAR-RESP
               END-IF
               MOVE SEG-ELEM(3) TO HOLD-TRACE
               GO TO P1.

           IF SEGID = "HL" AND SEG-ELEM(4) = "SS"
               MOVE "Y" TO IN-SERVICE
               GO TO P1.

           IF SEGID = "HCR"
               PERFORM TAKE-HCR THRU TAKE-HCR-EXIT
               GO TO P1.

           IF SEGID = "AAA"
               MOVE 4 TO NEW-RANK
               MOVE SPACE TO RESP-ACTION
               MOVE SEG-ELEM(4) TO RESP-REASON
               PERFORM TAKE-RANK
               GO TO P1.

           IF SEGID = "REF" AND SEG-ELEM(2) = "BB"
             AND RESP-AUTHNUM = SPACE
               MOVE SEG-ELEM(3) TO RESP-AUTHNUM
               GO TO P1.

           IF SEGID = "DTP"
               PERFORM TAKE-DTP THRU TAKE-DTP-EXIT
               GO TO P1.

           IF SEGID = "HSD" AND SEG-ELEM(2) = "VS"
             AND SEG-ELEM(3) NOT = SPACE
               ADD FUNCTION NUMVAL (SEG-ELEM(3)) TO RESP-UNITS
               GO TO P1.

           IF SEGID = "SV1" AND SEG-ELEM(5) NOT = SPACE
               ADD FUNCTION NUMVAL (SEG-ELEM(5)) TO SV1-UNITS
               GO TO P1.

           IF SEGID = "SE"
               IF HOLD-TRACE NOT = SPACE
                   PERFORM APPLY-RESP THRU APPLY-RESP-EXIT
               ELSE
                 IF RESP-RANK > 0
                   MOVE SPACE TO ERROR-FILE01
                   STRING "278 ANSWER WITH NO TRN*2 - ACTION "
                     RESP-ACTION " REASON " RESP-REASON
                     DELIMITED BY SIZE INTO ERROR-FILE01
                   WRITE ERROR-FILE01
                   ADD 1 TO ERR-CNTR
                 END-IF
               END-IF
               PERFORM CLEAR-RESP.

           GO TO P1.

      * segment terminators off first, so no element carries one.
       SPLIT-SEGMENT.
           INSPECT SEGIN01 REPLACING ALL "~" BY SPACE
           MOVE SPACE TO SEG-ELEMS
           UNSTRING SEGIN01 DELIMITED BY "*"
               INTO SEG-ELEM(1) SEG-ELEM(2) SEG-ELEM(3) SEG-ELEM(4)
                    SEG-ELEM(5) SEG-ELEM(6) SEG-ELEM(7) SEG-ELEM(8)
                    SEG-ELEM(9) SEG-ELEM(10) SEG-ELEM(11) SEG-ELEM(12)
                    SEG-ELEM(13) SEG-ELEM(14) SEG-ELEM(15) SEG-ELEM(16)
                    SEG-ELEM(17) SEG-ELEM(18) SEG-ELEM(19)
                    SEG-ELEM(20).

       CLEAR-RESP.
           MOVE SPACE TO HOLD-TRACE RESP-ACTION RESP-REASON
             RESP-AUTHNUM RESP-EFF RESP-EXP
           MOVE "N" TO IN-SERVICE
           MOVE 0 TO RESP-RANK RESP-UNITS SV1-UNITS.

      * HCR01 action: A1 certified in total, A2 certified partial,
      * A6 modified - all approvals; A3 not certified; A4 pended,
      * CT contact payer and anything else wait on someone.
       TAKE-HCR.
           EVALUATE SEG-ELEM(2)
             WHEN "A1" WHEN "A2" WHEN "A6"
               MOVE 1 TO NEW-RANK
             WHEN "A3"
               MOVE 3 TO NEW-RANK
             WHEN OTHER
               MOVE 2 TO NEW-RANK
           END-EVALUATE
           IF RESP-AUTHNUM = SPACE AND SEG-ELEM(3) NOT = SPACE
               MOVE SEG-ELEM(3) TO RESP-AUTHNUM.
           IF NEW-RANK < RESP-RANK
               GO TO TAKE-HCR-EXIT.
           MOVE SEG-ELEM(2) TO RESP-ACTION
           MOVE SEG-ELEM(4) TO RESP-REASON
           PERFORM TAKE-RANK.
       TAKE-HCR-EXIT.
           EXIT.

       TAKE-RANK.
           IF NEW-RANK > RESP-RANK
               MOVE NEW-RANK TO RESP-RANK.

      * AAH certification effective (D8 or an RD8 range), 036 the
      * expiration. Service-level dates do not override the event's.
       TAKE-DTP.
           IF SEG-ELEM(2) = "AAH"
             AND (RESP-EFF = SPACE OR IN-SERVICE = "N")
               IF SEG-ELEM(3) = "RD8"
                   UNSTRING SEG-ELEM(4) DELIMITED BY "-"
                     INTO RESP-EFF RESP-EXP
               ELSE
                   MOVE SEG-ELEM(4) TO RESP-EFF
               END-IF
               GO TO TAKE-DTP-EXIT.
           IF SEG-ELEM(2) = "036"
             AND (RESP-EXP = SPACE OR IN-SERVICE = "N")
               MOVE SEG-ELEM(4) TO RESP-EXP.
       TAKE-DTP-EXIT.
           EXIT.

       APPLY-RESP.
           ADD 1 TO TRANS-CNTR
           MOVE HOLD-TRACE(1:8) TO AQ-GARNO
           MOVE HOLD-TRACE(9:6) TO AQ-CLAIM
           READ AUTHREQ WITH LOCK
             INVALID
               MOVE SPACE TO ERROR-FILE01
               STRING "NO 278 REQUEST FOR TRACE " HOLD-TRACE
                 DELIMITED BY SIZE INTO ERROR-FILE01
               WRITE ERROR-FILE01
               ADD 1 TO ERR-CNTR
               GO TO APPLY-RESP-EXIT
           END-READ

           IF RESP-RANK = 0
               UNLOCK AUTHREQ
               MOVE SPACE TO ERROR-FILE01
               STRING "278 ANSWER WITH NO HCR OR AAA " HOLD-TRACE
                 DELIMITED BY SIZE INTO ERROR-FILE01
               WRITE ERROR-FILE01
               ADD 1 TO ERR-CNTR
               GO TO APPLY-RESP-EXIT.

      * units the payer named, else what its service lines add to.
           IF RESP-UNITS = 0
               MOVE SV1-UNITS TO RESP-UNITS.
           IF RESP-UNITS > 99
               MOVE 99 TO RESP-UNITS.
           MOVE RESP-UNITS TO UNITS-2

           EVALUATE RESP-RANK
             WHEN 1 MOVE "A" TO AQ-STATUS
             WHEN 2 MOVE "P" TO AQ-STATUS
             WHEN 3 MOVE "D" TO AQ-STATUS
             WHEN 4 MOVE "R" TO AQ-STATUS
           END-EVALUATE
           MOVE TODAY-DATE TO AQ-RESP-DATE
           MOVE RESP-ACTION TO AQ-ACTION
           MOVE RESP-REASON TO AQ-REASON
           MOVE RESP-AUTHNUM TO AQ-AUTHNUM
           MOVE UNITS-2 TO AQ-QNTY
           IF RESP-UNITS = 0
               MOVE SPACE TO AQ-QNTY.
           MOVE RESP-EFF TO AQ-EFF
           MOVE RESP-EXP TO AQ-EXP
           REWRITE AUTHREQ01

           IF RESP-RANK = 1 AND RESP-AUTHNUM NOT = SPACE
               PERFORM POST-AUTH THRU POST-AUTH-EXIT
               GO TO APPLY-RESP-EXIT.

           EVALUATE AQ-STATUS
             WHEN "A" MOVE "NO AUTH#" TO STAT-NAME
             WHEN "P" MOVE "PENDED" TO STAT-NAME
             WHEN "D" MOVE "DENIED" TO STAT-NAME
             WHEN "R" MOVE "REJECTED" TO STAT-NAME
           END-EVALUATE
           PERFORM WRITE-FOLLOW.
       APPLY-RESP-EXIT.
           EXIT.

      * a row someone keyed while the request was out stays as it
      * was - it goes on the follow-up list if the numbers differ.
       POST-AUTH.
           MOVE AQ-GARNO TO AUTH-KEY8
           MOVE AQ-CLAIM TO AUTH-KEY6
           READ AUTHFILE WITH LOCK
             INVALID
               GO TO POST-AUTH-1
           END-READ
           UNLOCK AUTHFILE
           IF AUTH-NUM NOT = RESP-AUTHNUM
               MOVE "KEYED" TO STAT-NAME
               PERFORM WRITE-FOLLOW.
           GO TO POST-AUTH-EXIT.

       POST-AUTH-1.
           MOVE RESP-AUTHNUM TO AUTH-NUM
           MOVE AQ-QNTY TO AUTH-QNTY
           MOVE RESP-EXP TO AUTH-DATE-E
           MOVE SPACE TO AUTH-FILLER
           WRITE AUTHFILE01
             INVALID
               MOVE SPACE TO ERROR-FILE01
               STRING "AUTHFILE WRITE FAILED " AUTH-KEY
                 DELIMITED BY SIZE INTO ERROR-FILE01
               WRITE ERROR-FILE01
               ADD 1 TO ERR-CNTR
               GO TO POST-AUTH-EXIT
           END-WRITE
           ADD 1 TO APPR-CNTR
           MOVE SPACE TO FILEOUT01
           STRING AQ-GARNO " " AQ-CLAIM " " AQ-PAYCODE " " AQ-PROC
             " " AQ-DAT1 " AUTH " AUTH-NUM " UNITS " AUTH-QNTY
             " FROM " RESP-EFF " TO " RESP-EXP
             DELIMITED BY SIZE INTO FILEOUT01
           WRITE FILEOUT01.
       POST-AUTH-EXIT.
           EXIT.

       WRITE-FOLLOW.
           ADD 1 TO FOLLOW-CNTR
           MOVE SPACE TO FOLLOWUP01
           STRING AQ-GARNO " " AQ-CLAIM " " AQ-PAYCODE " " AQ-PROC
             " " AQ-DAT1 " " STAT-NAME " ACTION " AQ-ACTION
             " REASON " AQ-REASON " AUTH " AQ-AUTHNUM
             " SENT " AQ-SENT " TRY " AQ-TRIES
             DELIMITED BY SIZE INTO FOLLOWUP01
           WRITE FOLLOWUP01.

       P9.
           DISPLAY "X278RESP - SEGMENTS READ: " REC-CNTR
           DISPLAY "X278RESP - ANSWERS: " TRANS-CNTR
           DISPLAY "X278RESP - APPROVALS POSTED: " APPR-CNTR
           DISPLAY "X278RESP - TO FOLLOW UP: " FOLLOW-CNTR
           DISPLAY "X278RESP - ERRORS: " ERR-CNTR
           CLOSE SEGIN AUTHREQ AUTHFILE FILEOUT FOLLOWUP ERROR-FILE.
           STOP RUN.

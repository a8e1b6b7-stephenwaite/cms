      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. x277ca.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * the returned 277CA file - segment per line, same shape as
      * the 999s ack999.cob reads.
           SELECT FILEIN ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT CHARCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-DAT1 WITH DUPLICATES
             LOCK MODE MANUAL.

      * claim event extract for clmtrk-log.cob - same shape the
      * other stages write.
           SELECT EVTFILE ASSIGN TO "S40" ORGANIZATION
             LINE SEQUENTIAL.

      * rejected claims, rejectlog-shaped, for excp-load.cob run
      * with the REJECTLOG parm.
           SELECT REJFILE ASSIGN TO "S45" ORGANIZATION
             LINE SEQUENTIAL.

      * every status the file carried, in plain words.
           SELECT FILEOUT ASSIGN TO "S50" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  FILEIN.
       01  FILEIN01 PIC X(200).

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  EVTFILE.
       01  EVTFILE01.
           02 EV-GARNO PIC X(8).
           02 FILLER PIC X.
           02 EV-CLAIM PIC X(6).
           02 FILLER PIC X.
           02 EV-PROGRAM PIC X(8).
           02 FILLER PIC X.
           02 EV-STATUS PIC X(12).
           02 FILLER PIC X.
           02 EV-REF PIC X(15).

       FD  REJFILE.
           COPY "rejectlog.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(132).

       WORKING-STORAGE SECTION.

       01  ELEM-TAB01.
           02 ELEM PIC X(30) OCCURS 20 TIMES.
       01  T-DATE PIC X(8).
       01  T-TIME PIC X(8).
       01  HL-LEVEL PIC XX.
       01  CLM-OPEN PIC X VALUE "N".
       01  HOLD-CLM01 PIC X(20).
       01  HOLD-GARNO PIC X(8).
       01  HOLD-CLAIM PIC X(6).
       01  HOLD-ICN PIC X(15).
       01  HOLD-SVC PIC X(20).
       01  CLM-FOUND PIC X.
      * the status that decides the claim - the first rejecting
      * one, else the first one seen.
       01  DEC-STC PIC X(30).
       01  DEC-SVC PIC X(20).
       01  DEC-REJECT PIC X.
       01  STC-IDX PIC 99.
       01  STC-W PIC X(30).
       01  CAT-CODE PIC XX.
       01  STAT-CODE PIC X(4).
       01  ENT-CODE PIC XXX.
       01  IS-REJECT PIC X.
       01  CAT-TEXT PIC X(20).
       01  STAT-TEXT PIC X(30).
       01  ENT-TEXT PIC X(17).
       01  PLAIN-TEXT PIC X(80).
       01  TAB-IDX PIC 99.
       01  CLM-CNTR PIC 9(5) VALUE 0.
       01  ACC-CNTR PIC 9(5) VALUE 0.
       01  REJ-CNTR PIC 9(5) VALUE 0.
       01  OTH-CNTR PIC 9(5) VALUE 0.
       01  ORPH-CNTR PIC 9(5) VALUE 0.
       01  BATCH-CNTR PIC 9(5) VALUE 0.
       01  PRT PIC X(132).

      * claim status category codes (STC01-1).
       01  CAT-TAB01.
           02 FILLER PIC X(22) VALUE "A0FORWARDED".
           02 FILLER PIC X(22) VALUE "A1RECEIVED".
           02 FILLER PIC X(22) VALUE "A2ACCEPTED".
           02 FILLER PIC X(22) VALUE "A3UNPROCESSABLE".
           02 FILLER PIC X(22) VALUE "A4NOT FOUND".
           02 FILLER PIC X(22) VALUE "A5SPLIT CLAIM".
           02 FILLER PIC X(22) VALUE "A6MISSING INFO".
           02 FILLER PIC X(22) VALUE "A7INVALID INFO".
           02 FILLER PIC X(22) VALUE "A8RELATIONAL ERROR".
           02 FILLER PIC X(22) VALUE "E0REQUEST DATA ERROR".
           02 FILLER PIC X(22) VALUE "E1PAYER SYSTEM DOWN".
           02 FILLER PIC X(22) VALUE "E2PAYER NOT RESPONDING".
           02 FILLER PIC X(22) VALUE "E3RELATIONAL FIELDS".
           02 FILLER PIC X(22) VALUE "E4TRADING PARTNER REQ".
       01  CAT-TAB01-RE REDEFINES CAT-TAB01.
           02 CAT-ENTRY OCCURS 14 TIMES.
             03 CAT-TAB-CODE PIC XX.
             03 CAT-TAB-TEXT PIC X(20).

      * the claim status codes (STC01-2) the front ends send most.
      * anything not here prints as its number.
       01  STAT-TAB01.
           02 FILLER PIC X(34) VALUE "0   CANNOT GIVE FURTHER STATUS".
           02 FILLER PIC X(34) VALUE "1   SEE REMITTANCE ADVICE".
           02 FILLER PIC X(34) VALUE "19  RECEIPT ACKNOWLEDGED".
           02 FILLER PIC X(34) VALUE "20  ACCEPTED FOR PROCESSING".
           02 FILLER PIC X(34) VALUE "21  MISSING OR INVALID INFO".
           02 FILLER PIC X(34) VALUE "23  RETURNED TO ENTITY".
           02 FILLER PIC X(34) VALUE "24  NOT APPROVED AS E-SUBMITTER".
           02 FILLER PIC X(34) VALUE "25  ENTITY NOT APPROVED".
           02 FILLER PIC X(34) VALUE "26  ENTITY NOT FOUND".
           02 FILLER PIC X(34) VALUE "27  POLICY CANCELED".
           02 FILLER PIC X(34) VALUE "29  SUBSCRIBER/POLICY # MISMATCH".
           02 FILLER PIC X(34) VALUE "30  SUBSCRIBER/ID MISMATCH".
           02 FILLER PIC X(34) VALUE "31  SUBSCRIBER/NAME MISMATCH".
           02 FILLER PIC X(34) VALUE "32  SUBSCRIBER/POLICY NOT FOUND".
           02 FILLER PIC X(34) VALUE "33  SUBSCRIBER/ID NOT FOUND".
           02 FILLER PIC X(34) VALUE "34  SUBSCRIBER/NAME NOT FOUND".
           02 FILLER PIC X(34) VALUE "35  CLAIM NOT FOUND".
           02 FILLER PIC X(34) VALUE "41  SPECIAL HANDLING AT PAYER".
           02 FILLER PIC X(34) VALUE "42  PAYER UNABLE TO RESPOND NOW".
           02 FILLER PIC X(34) VALUE "54  DUPLICATE OF PRIOR CLAIM".
           02 FILLER PIC X(34) VALUE "97  ELIGIBILITY NOT FOUND".
           02 FILLER PIC X(34) VALUE "109 NOT ELIGIBLE FOR THOSE DATES".
           02 FILLER PIC X(34) VALUE "116 SUBMITTED TO WRONG PAYER".
           02 FILLER PIC X(34) VALUE "128 ENTITY'S TAX ID".
           02 FILLER PIC X(34) VALUE "145 ENTITY'S SPECIALTY/TAXONOMY".
           02 FILLER PIC X(34) VALUE "153 ENTITY'S ID NUMBER".
           02 FILLER PIC X(34) VALUE "158 ENTITY'S DATE OF BIRTH".
           02 FILLER PIC X(34) VALUE "164 ENTITY'S MEMBER NUMBER".
           02 FILLER PIC X(34) VALUE "178 SUBMITTED CHARGES".
           02 FILLER PIC X(34) VALUE "187 DATE(S) OF SERVICE".
           02 FILLER PIC X(34) VALUE "254 PRINCIPAL DIAGNOSIS CODE".
           02 FILLER PIC X(34) VALUE "255 DIAGNOSIS CODE".
           02 FILLER PIC X(34) VALUE "400 CLAIM OUT OF BALANCE".
           02 FILLER PIC X(34) VALUE "454 PROCEDURE CODE".
           02 FILLER PIC X(34) VALUE "496 SUBMITTER NOT APPROVED".
           02 FILLER PIC X(34) VALUE "562 ENTITY'S NPI".
       01  STAT-TAB01-RE REDEFINES STAT-TAB01.
           02 STAT-ENTRY OCCURS 36 TIMES.
             03 STAT-TAB-CODE PIC X(4).
             03 STAT-TAB-TEXT PIC X(30).

      * entity identifier codes (STC01-3) - whose data it is.
       01  ENT-TAB01.
           02 FILLER PIC X(20) VALUE "03 DEPENDENT".
           02 FILLER PIC X(20) VALUE "1P PROVIDER".
           02 FILLER PIC X(20) VALUE "40 RECEIVER".
           02 FILLER PIC X(20) VALUE "41 SUBMITTER".
           02 FILLER PIC X(20) VALUE "71 ATTENDING PROV".
           02 FILLER PIC X(20) VALUE "77 SERVICE LOCATION".
           02 FILLER PIC X(20) VALUE "82 RENDERING PROV".
           02 FILLER PIC X(20) VALUE "85 BILLING PROVIDER".
           02 FILLER PIC X(20) VALUE "87 PAY-TO PROVIDER".
           02 FILLER PIC X(20) VALUE "DN REFERRING PROV".
           02 FILLER PIC X(20) VALUE "FA FACILITY".
           02 FILLER PIC X(20) VALUE "IL SUBSCRIBER".
           02 FILLER PIC X(20) VALUE "PR PAYER".
           02 FILLER PIC X(20) VALUE "QC PATIENT".
       01  ENT-TAB01-RE REDEFINES ENT-TAB01.
           02 ENT-ENTRY OCCURS 14 TIMES.
             03 ENT-TAB-CODE PIC XXX.
             03 ENT-TAB-TEXT PIC X(17).

       PROCEDURE DIVISION.

      * 277CA claim acknowledgment reader - the claim-by-claim
      * accept/reject the clearinghouse and payers send after the
      * 999. The patient-level TRN*2 echoes our CLM01 (garno +
      * claim, as claimengine.cob builds it), so each claim status
      * goes back to its own claim: an event for clmtrk-log.cob,
      * and for a rejected claim a line excp-load.cob queues with
      * the status codes spelled out. A reject at the provider or
      * batch level (no claim under it) is queued against no
      * account. A CLM01 we cannot find on CHARCUR is reported and
      * queued, not guessed at.
       P0.
           OPEN INPUT FILEIN CHARCUR.
           OPEN OUTPUT EVTFILE REJFILE FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.
           ACCEPT T-TIME FROM TIME.
           MOVE SPACE TO HL-LEVEL.

           MOVE SPACE TO PRT
           STRING "277CA CLAIM ACKNOWLEDGMENTS " T-DATE
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01.

       P1.
           READ FILEIN
             AT END
               GO TO P8.

           IF FILEIN01(1:3) = "HL*"
               PERFORM POST-CLAIM THRU POST-CLAIM-EXIT
               PERFORM SPLIT-SEG
               MOVE ELEM (4)(1:2) TO HL-LEVEL
               GO TO P1.

           IF FILEIN01(1:3) = "SE*"
               PERFORM POST-CLAIM THRU POST-CLAIM-EXIT
               MOVE SPACE TO HL-LEVEL
               GO TO P1.

           IF HL-LEVEL = "PT"
               GO TO P2.

      * above the claims - only a rejection matters here.
           IF FILEIN01(1:4) = "STC*"
               PERFORM SPLIT-SEG
               PERFORM BATCH-STC THRU BATCH-STC-EXIT.
           GO TO P1.

       P2.
           IF FILEIN01(1:4) = "TRN*"
               PERFORM SPLIT-SEG
               PERFORM OPEN-CLAIM
               GO TO P1.

           IF FILEIN01(1:4) = "SVC*"
               PERFORM SPLIT-SEG
               MOVE ELEM (2) TO HOLD-SVC
               GO TO P1.

           IF FILEIN01(1:4) = "STC*"
               PERFORM SPLIT-SEG
               PERFORM CLAIM-STC THRU CLAIM-STC-EXIT
               GO TO P1.

           IF FILEIN01(1:7) = "REF*1K*"
               PERFORM SPLIT-SEG
               MOVE ELEM (3) TO HOLD-ICN.
           GO TO P1.

       OPEN-CLAIM.
           MOVE "Y" TO CLM-OPEN
           MOVE ELEM (3) TO HOLD-CLM01
           MOVE HOLD-CLM01(1:8) TO HOLD-GARNO
           MOVE HOLD-CLM01(9:6) TO HOLD-CLAIM
           MOVE SPACE TO HOLD-ICN HOLD-SVC DEC-STC DEC-SVC
           MOVE "N" TO DEC-REJECT.

      * STC01, STC10 and STC11 each carry a category:status:entity.
       CLAIM-STC.
           IF CLM-OPEN NOT = "Y"
               GO TO CLAIM-STC-EXIT.
           MOVE 2 TO STC-IDX.

       CLAIM-STC-1.
           IF ELEM (STC-IDX) NOT = SPACE
               MOVE ELEM (STC-IDX) TO STC-W
               PERFORM SPLIT-STC
               IF DEC-STC = SPACE
                 OR (IS-REJECT = "Y" AND DEC-REJECT = "N")
                   MOVE STC-W TO DEC-STC
                   MOVE HOLD-SVC TO DEC-SVC
                   MOVE IS-REJECT TO DEC-REJECT
               END-IF
           END-IF
           IF STC-IDX = 2
               MOVE 11 TO STC-IDX
               GO TO CLAIM-STC-1.
           IF STC-IDX = 11
               MOVE 12 TO STC-IDX
               GO TO CLAIM-STC-1.
       CLAIM-STC-EXIT.
           EXIT.

       BATCH-STC.
           MOVE ELEM (2) TO STC-W
           PERFORM SPLIT-STC
           IF IS-REJECT NOT = "Y"
               GO TO BATCH-STC-EXIT.
           ADD 1 TO BATCH-CNTR
           PERFORM FIND-TEXT THRU FIND-TEXT-EXIT
           MOVE SPACE TO PRT
           STRING "LEVEL " HL-LEVEL " REJECTED " STC-W
             DELIMITED BY SIZE
             " " PLAIN-TEXT DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT

           MOVE SPACE TO REJECTLOG01
           MOVE "X277CA  " TO RJ-PROGRAM
           MOVE SPACE TO RJ-KEY
           MOVE CAT-CODE TO RJ-REASON-CODE
           MOVE SPACE TO RJ-REASON-TEXT
           STRING "BATCH " PLAIN-TEXT DELIMITED BY SIZE
             INTO RJ-REASON-TEXT
           MOVE T-DATE TO RJ-DATE
           MOVE T-TIME TO RJ-TIME
           WRITE REJECTLOG01.
       BATCH-STC-EXIT.
           EXIT.

       SPLIT-STC.
           MOVE SPACE TO CAT-CODE STAT-CODE ENT-CODE
           UNSTRING STC-W DELIMITED BY ":"
             INTO CAT-CODE STAT-CODE ENT-CODE
           MOVE "N" TO IS-REJECT
           IF CAT-CODE = "A3" OR "A4" OR "A6" OR "A7" OR "A8"
             OR "E0"
               MOVE "Y" TO IS-REJECT.

       POST-CLAIM.
           IF CLM-OPEN NOT = "Y"
               GO TO POST-CLAIM-EXIT.
           MOVE "N" TO CLM-OPEN
           ADD 1 TO CLM-CNTR
           MOVE DEC-STC TO STC-W
           PERFORM SPLIT-STC
           PERFORM FIND-TEXT THRU FIND-TEXT-EXIT

           PERFORM FIND-CLAIM THRU FIND-CLAIM-EXIT
           IF CLM-FOUND = "N"
               ADD 1 TO ORPH-CNTR
               MOVE SPACE TO PRT
               STRING HOLD-CLM01 " NOT ON FILE " STC-W
                 DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT
               MOVE SPACE TO REJECTLOG01
               MOVE "X277CA  " TO RJ-PROGRAM
               MOVE HOLD-CLM01 TO RJ-KEY
               MOVE "NF" TO RJ-REASON-CODE
               MOVE SPACE TO RJ-REASON-TEXT
               STRING "277CA CLAIM NOT ON FILE " PLAIN-TEXT
                 DELIMITED BY SIZE INTO RJ-REASON-TEXT
               MOVE T-DATE TO RJ-DATE
               MOVE T-TIME TO RJ-TIME
               WRITE REJECTLOG01
               GO TO POST-CLAIM-EXIT.

           MOVE SPACE TO EVTFILE01
           MOVE HOLD-GARNO TO EV-GARNO
           MOVE HOLD-CLAIM TO EV-CLAIM
           MOVE "X277CA" TO EV-PROGRAM
           MOVE STC-W TO EV-REF
           EVALUATE TRUE
             WHEN IS-REJECT = "Y"
               MOVE "CA-REJECTED" TO EV-STATUS
               ADD 1 TO REJ-CNTR
             WHEN CAT-CODE = "A1"
               MOVE "CA-RECEIVED" TO EV-STATUS
               ADD 1 TO OTH-CNTR
             WHEN CAT-CODE = "A2" OR "A5"
               MOVE "CA-ACCEPTED" TO EV-STATUS
               ADD 1 TO ACC-CNTR
               IF HOLD-ICN NOT = SPACE
                   MOVE HOLD-ICN TO EV-REF
               END-IF
             WHEN OTHER
               MOVE "CA-STATUS" TO EV-STATUS
               ADD 1 TO OTH-CNTR
           END-EVALUATE
           WRITE EVTFILE01

           MOVE SPACE TO PRT
           STRING HOLD-GARNO " " HOLD-CLAIM " " EV-STATUS " " STC-W
             DELIMITED BY SIZE
             " " PLAIN-TEXT DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           IF IS-REJECT NOT = "Y"
               GO TO POST-CLAIM-EXIT.
           IF DEC-SVC NOT = SPACE
               MOVE SPACE TO PRT
               STRING "                LINE " DEC-SVC
                 DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT.

           MOVE SPACE TO REJECTLOG01
           MOVE "X277CA  " TO RJ-PROGRAM
           MOVE HOLD-GARNO TO RJ-KEY(1:8)
           MOVE HOLD-CLAIM TO RJ-KEY(9:6)
           MOVE CAT-CODE TO RJ-REASON-CODE
           MOVE PLAIN-TEXT TO RJ-REASON-TEXT
           MOVE T-DATE TO RJ-DATE
           MOVE T-TIME TO RJ-TIME
           WRITE REJECTLOG01.
       POST-CLAIM-EXIT.
           EXIT.

      * the claim is ours when CHARCUR holds a line for it.
       FIND-CLAIM.
           MOVE "N" TO CLM-FOUND
           MOVE HOLD-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO FIND-CLAIM-EXIT.

       FIND-CLAIM-1.
           READ CHARCUR NEXT
             AT END
               GO TO FIND-CLAIM-EXIT.
           IF CC-KEY8 NOT = HOLD-GARNO
               GO TO FIND-CLAIM-EXIT.
           IF CC-CLAIM NOT = HOLD-CLAIM
               GO TO FIND-CLAIM-1.
           MOVE "Y" TO CLM-FOUND.
       FIND-CLAIM-EXIT.
           EXIT.

      * "category: status (entity)" in words.
       FIND-TEXT.
           MOVE SPACE TO CAT-TEXT STAT-TEXT ENT-TEXT PLAIN-TEXT
           MOVE 1 TO TAB-IDX.

       FIND-TEXT-1.
           IF CAT-TAB-CODE (TAB-IDX) = CAT-CODE
               MOVE CAT-TAB-TEXT (TAB-IDX) TO CAT-TEXT
           ELSE
               IF TAB-IDX < 14
                   ADD 1 TO TAB-IDX
                   GO TO FIND-TEXT-1.
           IF CAT-TEXT = SPACE
               STRING "CATEGORY " CAT-CODE DELIMITED BY SIZE
                 INTO CAT-TEXT.
           MOVE 1 TO TAB-IDX.

       FIND-TEXT-2.
           IF STAT-TAB-CODE (TAB-IDX) = STAT-CODE
               MOVE STAT-TAB-TEXT (TAB-IDX) TO STAT-TEXT
           ELSE
               IF TAB-IDX < 36
                   ADD 1 TO TAB-IDX
                   GO TO FIND-TEXT-2.
           IF STAT-TEXT = SPACE
               STRING "STATUS CODE " STAT-CODE DELIMITED BY SIZE
                 INTO STAT-TEXT.
           MOVE 1 TO TAB-IDX.

       FIND-TEXT-3.
           IF ENT-CODE = SPACE
               GO TO FIND-TEXT-4.
           IF ENT-TAB-CODE (TAB-IDX) = ENT-CODE
               MOVE ENT-TAB-TEXT (TAB-IDX) TO ENT-TEXT
           ELSE
               IF TAB-IDX < 14
                   ADD 1 TO TAB-IDX
                   GO TO FIND-TEXT-3.
           IF ENT-TEXT = SPACE
               STRING "ENTITY " ENT-CODE DELIMITED BY SIZE
                 INTO ENT-TEXT.

       FIND-TEXT-4.
           IF ENT-TEXT = SPACE
               STRING CAT-TEXT DELIMITED BY "  "
                 ": " STAT-TEXT DELIMITED BY "  "
                 INTO PLAIN-TEXT
           ELSE
               STRING CAT-TEXT DELIMITED BY "  "
                 ": " STAT-TEXT DELIMITED BY "  "
                 " (" ENT-TEXT DELIMITED BY "  "
                 ")" DELIMITED BY SIZE INTO PLAIN-TEXT.
       FIND-TEXT-EXIT.
           EXIT.

       SPLIT-SEG.
           MOVE SPACE TO ELEM-TAB01
           INSPECT FILEIN01 REPLACING ALL "~" BY SPACE
           UNSTRING FILEIN01 DELIMITED BY "*"
             INTO ELEM (1) ELEM (2) ELEM (3) ELEM (4) ELEM (5)
               ELEM (6) ELEM (7) ELEM (8) ELEM (9) ELEM (10)
               ELEM (11) ELEM (12) ELEM (13) ELEM (14) ELEM (15)
               ELEM (16) ELEM (17) ELEM (18) ELEM (19) ELEM (20).

       P8.
           PERFORM POST-CLAIM THRU POST-CLAIM-EXIT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "CLAIMS " CLM-CNTR "  ACCEPTED " ACC-CNTR
             "  REJECTED " REJ-CNTR "  OTHER " OTH-CNTR
             "  NOT ON FILE " ORPH-CNTR "  BATCH REJECTS " BATCH-CNTR
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT

           DISPLAY "X277CA - CLAIMS: " CLM-CNTR
           DISPLAY "X277CA - ACCEPTED: " ACC-CNTR
           DISPLAY "X277CA - REJECTED: " REJ-CNTR
           DISPLAY "X277CA - NOT ON FILE: " ORPH-CNTR
           DISPLAY "X277CA - BATCH REJECTS: " BATCH-CNTR
           CLOSE FILEIN CHARCUR EVTFILE REJFILE FILEOUT.
           STOP RUN.

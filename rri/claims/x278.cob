      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. x278.
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

           SELECT GARFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
             ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT PAYERPROF ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS PP-INS
             LOCK MODE MANUAL.

           SELECT AUTHFILE ASSIGN TO "S45" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS AUTH-KEY
             LOCK MODE MANUAL.

      * the requests already out - x278resp.cob answers them.
           SELECT AUTHREQ ASSIGN TO "S50" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS AQ-KEY
             LOCK MODE MANUAL.

           SELECT HIPCLAIMFILE ASSIGN TO "S55" ORGANIZATION IS
             INDEXED ACCESS MODE IS DYNAMIC RECORD KEY IS HIP-KEY
             LOCK MODE MANUAL.

      * the practice runcard - same first five lines claimengine.cob
      * reads:
      *   1 submitter name|submitter id|contact|phone
      *   2 requesting org name|npi|tax id|taxonomy
      *   3 org street
      *   4 org city|state|zip
      *   5 isa sender id
      *   6 isa receiver id (spaces = the first payer's PP-RECVID)
      *   7 UM03 service type|days before an unanswered request
      *     goes again (absent = 1 and 7)
           SELECT PARMFILE ASSIGN TO "S60" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT REFPHY ASSIGN TO "S75" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS REF-KEY
             ALTERNATE RECORD KEY IS REF-BSNUM WITH DUPLICATES
             ALTERNATE RECORD KEY IS REF-CRNUM WITH DUPLICATES
             ALTERNATE RECORD KEY IS REF-UPIN WITH DUPLICATES
             ALTERNATE RECORD KEY IS REF-CDNUM WITH DUPLICATES
             ALTERNATE RECORD KEY IS REF-NAME WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT SEGFILE ASSIGN TO "S65" ORGANIZATION
             LINE SEQUENTIAL.

      * the request register - what went out, and what could not.
           SELECT FILEOUT ASSIGN TO "S70" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  GARFILE.
           COPY "garfile.cpy".

       FD  PAYERPROF.
           COPY "payerprof.cpy".

       FD  AUTHFILE.
           COPY "authfile.cpy".

       FD  AUTHREQ.
           COPY "authreq.cpy".

       FD  HIPCLAIMFILE.
       01  HIPCLAIMFILE01.
           02 HIP-KEY PIC X.
           02 HIP-NUM PIC 9(9).

       FD  PARMFILE.
       01  PARMFILE01 PIC X(80).

       FD  REFPHY.
           COPY "refphy.cpy".

       FD  SEGFILE.
       01  SEGFILE01 PIC X(160).

       FD  FILEOUT.
       01  FILEOUT01 PIC X(100).

       WORKING-STORAGE SECTION.

           COPY "hip5010-278.cpy".

       01  SUB-NAME PIC X(30).
       01  SUB-ID PIC X(15).
       01  SUB-CONTACT PIC X(20).
       01  SUB-PHONE PIC X(10).
       01  ORG-NAME PIC X(35).
       01  ORG-NPI PIC X(10).
       01  ORG-TAX PIC X(10).
       01  ORG-TAXONOMY PIC X(10).
       01  ORG-STREET PIC X(24).
       01  ORG-CITY PIC X(20).
       01  ORG-STATE PIC XX.
       01  ORG-ZIP PIC X(9).
       01  ISA-SENDER PIC X(15).
       01  ISA-RECEIVER PIC X(15).
       01  SVC-TYPE PIC XX.
       01  RESEND-ALF PIC X(3).
       01  RESEND-DAYS PIC 999 VALUE 7.

       01  T-DATE PIC X(8).
       01  T-DATE6 PIC X(6).
       01  TIME-X.
           02 TIME-HHMM PIC X(4).
           02 FILLER PIC X(4).
       01  TODAY-INT PIC 9(7).
       01  DAYS-OUT PIC S9(5).
       01  ENV-OPEN PIC 9 VALUE 0.
       01  ROW-FOUND PIC X.
       01  SAVE-KEY PIC X(11).
       01  HOLD-GARNO PIC X(8).
       01  HOLD-CLAIM PIC X(6).
       01  HOLD-PAYCODE PIC XXX.
       01  LN-CNT PIC 99.
       01  LX PIC 99.
       01  LN-TABLE.
           02 LN-ENTRY OCCURS 20 TIMES.
             03 LN-PROC PIC X(5).
             03 LN-MOD PIC XX.
             03 LN-AMOUNT PIC S9(4)V99.
             03 LN-DAT1 PIC X(8).
       01  DX-TABLE.
           02 DX-ENTRY PIC X(7) OCCURS 4 TIMES.
       01  DX-PTR PIC 999.
       01  PLACE-CODE PIC XX.
       01  HL-NUM PIC 9(5).
       01  HL-EV PIC 9(5).
       01  SEG-CNTR PIC 9(5).
       01  ST-CNTR PIC 9(4) VALUE 0.
       01  REQ-CNTR PIC 9(7) VALUE 0.
       01  RESEND-CNTR PIC 9(7) VALUE 0.
       01  REJ-CNTR PIC 9(7) VALUE 0.
       01  CTL-NUM PIC 9(9).
       01  NUM9 PIC 9(9).
       01  NUM7 PIC 9(4)V99.
       01  ALF9Z PIC Z(8)9.
       01  ALF9NUM PIC X(9).
       01  ALF8Z PIC ZZZ9.99.
       01  ALF8NUM PIC X(8).
       01  LEAD-SP PIC 99.
       01  NAMEL-W PIC X(24).
       01  NAMEF-W PIC X(24).
       01  POLICY-W PIC X(16).
       01  SEG-W PIC X(160).
       01  SEG-PTR PIC 999.
       01  PRT PIC X(100).

       PROCEDURE DIVISION.

      * outbound 278 - every auth-required line (CC-AUTH = "Y")
      * still with a payer whose claim has no AUTHFILE row and no
      * request already out becomes a services-review request to the
      * line's payer: one transaction per claim, the claim's auth
      * lines as its service loops. The trace number is the garno
      * and claim, so the payer's TRN*2 on the response names the
      * AUTHFILE key outright. A request the payer has not answered
      * in RESEND-DAYS goes again; pends and denials do not - those
      * are x278resp.cob's follow-up list.
       P0.
           OPEN INPUT CHARCUR GARFILE PAYERPROF AUTHFILE PARMFILE
             REFPHY.
           OPEN I-O AUTHREQ HIPCLAIMFILE.
           OPEN OUTPUT SEGFILE FILEOUT.

           ACCEPT T-DATE FROM DATE YYYYMMDD
           MOVE T-DATE(3:6) TO T-DATE6
           ACCEPT TIME-X FROM TIME
           COMPUTE TODAY-INT =
             FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (T-DATE)).

           READ PARMFILE AT END GO TO P99.
           UNSTRING PARMFILE01 DELIMITED BY "|"
             INTO SUB-NAME SUB-ID SUB-CONTACT SUB-PHONE
           READ PARMFILE AT END GO TO P99.
           UNSTRING PARMFILE01 DELIMITED BY "|"
             INTO ORG-NAME ORG-NPI ORG-TAX ORG-TAXONOMY
           READ PARMFILE AT END GO TO P99.
           MOVE PARMFILE01 TO ORG-STREET
           READ PARMFILE AT END GO TO P99.
           UNSTRING PARMFILE01 DELIMITED BY "|"
             INTO ORG-CITY ORG-STATE ORG-ZIP
           READ PARMFILE AT END GO TO P99.
           MOVE PARMFILE01 TO ISA-SENDER
           MOVE SPACE TO ISA-RECEIVER
           MOVE "1" TO SVC-TYPE
           READ PARMFILE
             AT END
               GO TO P0-1.
           MOVE PARMFILE01 TO ISA-RECEIVER
           READ PARMFILE
             AT END
               GO TO P0-1.
           MOVE SPACE TO RESEND-ALF
           UNSTRING PARMFILE01 DELIMITED BY "|"
             INTO SVC-TYPE RESEND-ALF
           IF SVC-TYPE = SPACE
               MOVE "1" TO SVC-TYPE.
           IF RESEND-ALF NOT = SPACE
             AND FUNCTION NUMVAL (RESEND-ALF) > 0
               MOVE FUNCTION NUMVAL (RESEND-ALF) TO RESEND-DAYS.

       P0-1.
           MOVE "A" TO HIP-KEY
           READ HIPCLAIMFILE WITH LOCK
             INVALID
               DISPLAY "X278 - BAD HIPCLAIMFILE"
               GO TO P99.

           MOVE SPACE TO PRT
           STRING "278 AUTHORIZATION REQUESTS " T-DATE
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01

           MOVE SPACE TO CHARCUR-KEY
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO P98.

       P1.
           READ CHARCUR NEXT
             AT END
               GO TO P98.
           IF CC-AUTH NOT = "Y"
               GO TO P1.
           IF CC-PAYCODE = "018" OR "001" OR SPACE
               GO TO P1.

           MOVE CC-KEY8 TO AUTH-KEY8
           MOVE CC-CLAIM TO AUTH-KEY6
           READ AUTHFILE
             INVALID
               CONTINUE
             NOT INVALID
               GO TO P1
           END-READ

           MOVE "N" TO ROW-FOUND
           MOVE CC-KEY8 TO AQ-GARNO
           MOVE CC-CLAIM TO AQ-CLAIM
           READ AUTHREQ WITH LOCK
             INVALID
               CONTINUE
             NOT INVALID
               MOVE "Y" TO ROW-FOUND
           END-READ
           IF ROW-FOUND = "Y"
               PERFORM CHECK-RESEND THRU CHECK-RESEND-EXIT
               IF ROW-FOUND = "S"
                   UNLOCK AUTHREQ
                   GO TO P1
               END-IF
           END-IF

           PERFORM BUILD-REQ THRU BUILD-REQ-EXIT
           GO TO P1.

      * an existing request goes again only when it is still
      * unanswered and has been out RESEND-DAYS; ROW-FOUND "S" =
      * leave it be.
       CHECK-RESEND.
           IF AQ-STATUS NOT = "S" OR AQ-SENT = T-DATE
               MOVE "S" TO ROW-FOUND
               GO TO CHECK-RESEND-EXIT.
           IF AQ-SENT NOT NUMERIC
               GO TO CHECK-RESEND-EXIT.
           COMPUTE DAYS-OUT = TODAY-INT - FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL (AQ-SENT))
           IF DAYS-OUT < RESEND-DAYS
               MOVE "S" TO ROW-FOUND.
       CHECK-RESEND-EXIT.
           EXIT.

       BUILD-REQ.
           MOVE CC-KEY8 TO HOLD-GARNO
           MOVE CC-CLAIM TO HOLD-CLAIM
           MOVE CC-PAYCODE TO HOLD-PAYCODE
           MOVE CHARCUR-KEY TO SAVE-KEY

           MOVE HOLD-GARNO TO G-GARNO
           READ GARFILE
             INVALID
               MOVE "NO GARFILE" TO PRT
               PERFORM REJECT-REQ
               GO TO BUILD-REQ-9.

           MOVE HOLD-PAYCODE TO PP-INS
           READ PAYERPROF
             INVALID
               MOVE "***" TO PP-INS
               READ PAYERPROF
                 INVALID
                   MOVE "NO PAYER PROFILE" TO PRT
                   PERFORM REJECT-REQ
                   GO TO BUILD-REQ-9
               END-READ
           END-READ

           PERFORM GATHER-LINES THRU GATHER-LINES-EXIT
           IF ENV-OPEN = 0
               PERFORM OPEN-ENVELOPE.
           PERFORM WRITE-REQ THRU WRITE-REQ-EXIT

           IF ROW-FOUND = "Y"
               ADD 1 TO RESEND-CNTR
               IF AQ-TRIES < 9
                   ADD 1 TO AQ-TRIES
               END-IF
           ELSE
               MOVE 1 TO AQ-TRIES
           END-IF
           MOVE HOLD-GARNO TO AQ-GARNO
           MOVE HOLD-CLAIM TO AQ-CLAIM
           MOVE HOLD-PAYCODE TO AQ-PAYCODE
           MOVE LN-PROC(1) TO AQ-PROC
           MOVE LN-DAT1(1) TO AQ-DAT1
           MOVE LN-CNT TO AQ-LINES
           MOVE "S" TO AQ-STATUS
           MOVE T-DATE TO AQ-SENT
           MOVE SPACE TO AQ-RESP-DATE AQ-ACTION AQ-REASON AQ-AUTHNUM
             AQ-QNTY AQ-EFF AQ-EXP AQ-FUTURE
           IF ROW-FOUND = "Y"
               REWRITE AUTHREQ01
           ELSE
               WRITE AUTHREQ01
           END-IF
           ADD 1 TO REQ-CNTR

           MOVE SPACE TO PRT
           STRING HOLD-GARNO " " HOLD-CLAIM " " HOLD-PAYCODE " "
             LN-DAT1(1) " " LN-PROC(1) " LINES " LN-CNT " TRY "
             AQ-TRIES " SENT" DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.

      * back to where the scan was - GATHER-LINES moved it.
       BUILD-REQ-9.
           MOVE SAVE-KEY TO CHARCUR-KEY
           START CHARCUR KEY > CHARCUR-KEY
             INVALID
               CONTINUE
           END-START.
       BUILD-REQ-EXIT.
           EXIT.

       REJECT-REQ.
           ADD 1 TO REJ-CNTR
           IF ROW-FOUND = "Y"
               UNLOCK AUTHREQ.
           MOVE PRT TO SEG-W
           MOVE SPACE TO PRT
           STRING HOLD-GARNO " " HOLD-CLAIM " " HOLD-PAYCODE " "
             SEG-W DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.

      * the claim's auth-required lines, and the diagnoses off the
      * first one.
       GATHER-LINES.
           MOVE 0 TO LN-CNT
           MOVE SPACE TO DX-TABLE
           MOVE HOLD-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO GATHER-LINES-EXIT.

       GATHER-LINES-1.
           READ CHARCUR NEXT
             AT END
               GO TO GATHER-LINES-EXIT.
           IF CC-KEY8 NOT = HOLD-GARNO
               GO TO GATHER-LINES-EXIT.
           IF CC-CLAIM NOT = HOLD-CLAIM OR CC-AUTH NOT = "Y"
               GO TO GATHER-LINES-1.
           IF LN-CNT NOT < 20
               GO TO GATHER-LINES-EXIT.
           ADD 1 TO LN-CNT
           MOVE CC-PROC1 TO LN-PROC(LN-CNT)
           MOVE CC-PROC2 TO LN-MOD(LN-CNT)
           MOVE CC-AMOUNT TO LN-AMOUNT(LN-CNT)
           MOVE CC-DAT1 TO LN-DAT1(LN-CNT)
           IF LN-CNT = 1
               MOVE CC-DIAG TO DX-ENTRY(1)
               MOVE CC-DX2 TO DX-ENTRY(2)
               MOVE CC-DX3 TO DX-ENTRY(3)
               MOVE CC-DX4 TO DX-ENTRY(4)
               EVALUATE CC-PLACE
                 WHEN "2" MOVE "21" TO PLACE-CODE
                 WHEN "3" MOVE "23" TO PLACE-CODE
                 WHEN "4" MOVE "31" TO PLACE-CODE
                 WHEN OTHER MOVE "11" TO PLACE-CODE
               END-EVALUATE
           END-IF
           GO TO GATHER-LINES-1.
       GATHER-LINES-EXIT.
           EXIT.

       OPEN-ENVELOPE.
           MOVE 1 TO ENV-OPEN
           IF ISA-RECEIVER = SPACE
               MOVE PP-RECVID TO ISA-RECEIVER.
           MOVE HIP-NUM TO CTL-NUM
           MOVE "00" TO ISA-1
           MOVE SPACE TO ISA-2
           MOVE "00" TO ISA-3
           MOVE SPACE TO ISA-4
           MOVE "ZZ" TO ISA-5
           MOVE ISA-SENDER TO ISA-6
           MOVE "ZZ" TO ISA-7
           MOVE ISA-RECEIVER TO ISA-8
           MOVE T-DATE6 TO ISA-9
           MOVE TIME-HHMM TO ISA-10
           MOVE "^" TO ISA-11
           MOVE "00501" TO ISA-12
           MOVE CTL-NUM TO ISA-13 IEA-NUM
           MOVE "0" TO ISA-14
           MOVE "P" TO ISA-15
           MOVE ":" TO ISA-16
           MOVE SPACE TO SEGFILE01
           WRITE SEGFILE01 FROM ISA01

           MOVE HIP-NUM TO NUM9
           PERFORM NUM-LEFT9
           MOVE ISA-SENDER TO GS-2
           MOVE ISA-RECEIVER TO GS-3
           MOVE T-DATE TO GS-4
           MOVE TIME-HHMM TO GS-5
           MOVE ALF9NUM TO GS-NUM GE-NUM
           ADD 1 TO HIP-NUM
           MOVE SPACE TO SEGFILE01
           WRITE SEGFILE01 FROM GS01.

      * one ST..SE per claim: 2000A the payer as UMO, 2000B us as
      * requester, 2000C the subscriber, 2000E the patient event
      * carrying the trace, diagnoses and ordering provider, and a
      * 2000F service loop per auth line.
       WRITE-REQ.
           ADD 1 TO ST-CNTR
           MOVE ST-CNTR TO ST-NUM SE-NUM
           MOVE SPACE TO SEGFILE01
           WRITE SEGFILE01 FROM ST01
           MOVE 1 TO SEG-CNTR

           MOVE HIP-NUM TO NUM9
           PERFORM NUM-LEFT9
           MOVE ALF9NUM TO BHT-NUM
           ADD 1 TO HIP-NUM
           MOVE T-DATE TO BHT-DATE
           MOVE TIME-HHMM TO BHT-TIME
           MOVE SPACE TO SEGFILE01
           WRITE SEGFILE01 FROM BHT01
           ADD 1 TO SEG-CNTR

           MOVE 0 TO HL-NUM
           MOVE SPACE TO HL-PARENT
           MOVE "20" TO HL-CODE
           PERFORM WRITE-HL
           MOVE "X3 " TO NM1-1
           MOVE "2" TO NM1-SOLO
           MOVE PP-PAYERNAME TO NM1-NAMEL
           MOVE SPACE TO NM1-NAMEF NM1-NAMEM NM1-NAMES
           MOVE "PI" TO NM1-EINSS
           MOVE PP-PAYERID TO NM1-CODE
           PERFORM WRITE-NM1

           MOVE "1" TO HL-PARENT
           MOVE "21" TO HL-CODE
           PERFORM WRITE-HL
           MOVE "1P " TO NM1-1
           MOVE "2" TO NM1-SOLO
           MOVE ORG-NAME TO NM1-NAMEL
           MOVE SPACE TO NM1-NAMEF NM1-NAMEM NM1-NAMES
           MOVE "XX" TO NM1-EINSS
           MOVE ORG-NPI TO NM1-CODE
           PERFORM WRITE-NM1
           MOVE ORG-STREET TO N3-STREET
           MOVE SPACE TO SEGFILE01
           WRITE SEGFILE01 FROM N301
           ADD 1 TO SEG-CNTR
           MOVE ORG-CITY TO N4-CITY
           MOVE ORG-STATE TO N4-STATE
           MOVE ORG-ZIP TO N4-ZIP
           MOVE SPACE TO SEGFILE01
           WRITE SEGFILE01 FROM N401
           ADD 1 TO SEG-CNTR
           IF ORG-TAXONOMY NOT = SPACE
               MOVE ORG-TAXONOMY TO PRV-TAX
               MOVE SPACE TO SEGFILE01
               WRITE SEGFILE01 FROM PRV01
               ADD 1 TO SEG-CNTR.

      * the secondary's policy when the line is with the secondary.
           MOVE "2" TO HL-PARENT
           MOVE "22" TO HL-CODE
           PERFORM WRITE-HL
           MOVE G-PRIPOL0 TO POLICY-W
           IF HOLD-PAYCODE = G-SEINS AND HOLD-PAYCODE NOT = G-PRINS
               MOVE G-SECPOL0 TO POLICY-W.
           MOVE SPACE TO NAMEL-W NAMEF-W
           IF G-PRNAME NOT = SPACE
             UNSTRING G-PRNAME DELIMITED BY ";" OR ","
               INTO NAMEL-W NAMEF-W
           ELSE
             UNSTRING G-GARNAME DELIMITED BY ";" OR ","
               INTO NAMEL-W NAMEF-W
           END-IF
           MOVE "IL " TO NM1-1
           MOVE "1" TO NM1-SOLO
           MOVE NAMEL-W TO NM1-NAMEL
           MOVE NAMEF-W TO NM1-NAMEF
           MOVE SPACE TO NM1-NAMEM NM1-NAMES
           MOVE "MI" TO NM1-EINSS
           MOVE POLICY-W TO NM1-CODE
           PERFORM WRITE-NM1
           MOVE G-DOB TO DMG-DOB
           MOVE G-SEX TO DMG-GENDER
           MOVE SPACE TO SEGFILE01
           WRITE SEGFILE01 FROM DMG01
           ADD 1 TO SEG-CNTR

           MOVE "3" TO HL-PARENT
           MOVE "EV" TO HL-CODE
           PERFORM WRITE-HL
           MOVE HL-NUM TO HL-EV
           MOVE HOLD-GARNO TO TRN-2(1:8)
           MOVE HOLD-CLAIM TO TRN-2(9:6)
           MOVE SPACE TO TRN-3
           STRING "1" ORG-TAX DELIMITED BY SIZE INTO TRN-3
           MOVE SPACE TO SEGFILE01
           WRITE SEGFILE01 FROM TRN01
           ADD 1 TO SEG-CNTR
           MOVE SVC-TYPE TO UM-3
           MOVE PLACE-CODE TO UM-4
           PERFORM WRITE-UM
           MOVE "AAH" TO DTP-1
           MOVE LN-DAT1(1) TO DTP-3
           MOVE SPACE TO SEGFILE01
           WRITE SEGFILE01 FROM DTP01
           ADD 1 TO SEG-CNTR
           PERFORM WRITE-HI

           MOVE "SJ " TO NM1-1
           MOVE "2" TO NM1-SOLO
           MOVE ORG-NAME TO NM1-NAMEL
           MOVE SPACE TO NM1-NAMEF NM1-NAMEM NM1-NAMES
           MOVE "XX" TO NM1-EINSS
           MOVE ORG-NPI TO NM1-CODE
           PERFORM WRITE-NM1
           PERFORM WRITE-DN THRU WRITE-DN-EXIT

           PERFORM WRITE-SS
             VARYING LX FROM 1 BY 1 UNTIL LX > LN-CNT.

           ADD 1 TO SEG-CNTR
           MOVE SEG-CNTR TO NUM9
           PERFORM NUM-LEFT9
           MOVE ALF9NUM TO SE-CNTR
           MOVE SPACE TO SEGFILE01
           WRITE SEGFILE01 FROM SE01.
       WRITE-REQ-EXIT.
           EXIT.

       WRITE-HL.
           ADD 1 TO HL-NUM
           MOVE HL-NUM TO NUM9
           PERFORM NUM-LEFT9
           MOVE ALF9NUM TO HL-NUMX
           MOVE "1" TO HL-CHILD
           IF HL-CODE = "SS"
               MOVE "0" TO HL-CHILD.
           MOVE SPACE TO SEGFILE01
           WRITE SEGFILE01 FROM HL01
           ADD 1 TO SEG-CNTR.

       WRITE-NM1.
           MOVE SPACE TO SEGFILE01
           WRITE SEGFILE01 FROM NM101
           ADD 1 TO SEG-CNTR.

       WRITE-UM.
           MOVE SPACE TO SEGFILE01
           WRITE SEGFILE01 FROM UM01
           ADD 1 TO SEG-CNTR.

      * HI*ABK:principal*ABF:other - the way the 837 sends them.
       WRITE-HI.
           IF DX-ENTRY(1) = SPACE
               GO TO WRITE-HI-EXIT.
           MOVE SPACE TO SEG-W
           MOVE 1 TO SEG-PTR
           STRING "HI*ABK:" DX-ENTRY(1) DELIMITED BY " "
             INTO SEG-W WITH POINTER SEG-PTR
           IF DX-ENTRY(2) NOT = SPACE AND DX-ENTRY(2) NOT = "0000000"
             STRING "*ABF:" DX-ENTRY(2) DELIMITED BY " "
               INTO SEG-W WITH POINTER SEG-PTR.
           IF DX-ENTRY(3) NOT = SPACE AND DX-ENTRY(3) NOT = "0000000"
             STRING "*ABF:" DX-ENTRY(3) DELIMITED BY " "
               INTO SEG-W WITH POINTER SEG-PTR.
           IF DX-ENTRY(4) NOT = SPACE AND DX-ENTRY(4) NOT = "0000000"
             STRING "*ABF:" DX-ENTRY(4) DELIMITED BY " "
               INTO SEG-W WITH POINTER SEG-PTR.
           STRING "~" DELIMITED BY SIZE
             INTO SEG-W WITH POINTER SEG-PTR
           WRITE SEGFILE01 FROM SEG-W
           ADD 1 TO SEG-CNTR.
       WRITE-HI-EXIT.
           EXIT.

      * the ordering physician off the first line - the person the
      * payer's reviewer will want to reach.
       WRITE-DN.
           MOVE SAVE-KEY TO CHARCUR-KEY
           READ CHARCUR
             INVALID
               GO TO WRITE-DN-EXIT.
           IF CC-DOCR = "000" OR CC-DOCR = SPACE
               GO TO WRITE-DN-EXIT.
           MOVE CC-DOCR TO REF-KEY
           READ REFPHY
             INVALID
               GO TO WRITE-DN-EXIT.
           IF REF-NPI = SPACE
               GO TO WRITE-DN-EXIT.
           MOVE "DN " TO NM1-1
           MOVE "1" TO NM1-SOLO
           MOVE SPACE TO NM1-NAMEL NM1-NAMEF NM1-NAMEM NM1-NAMES
           UNSTRING REF-NAME DELIMITED BY ", " OR " ,"
             OR "," OR ";" INTO NM1-NAMEL NM1-NAMEF
           MOVE "XX" TO NM1-EINSS
           MOVE REF-NPI TO NM1-CODE
           PERFORM WRITE-NM1.
       WRITE-DN-EXIT.
           EXIT.

      * 2000F - one per auth line, SV1 with one unit requested.
       WRITE-SS.
           MOVE HL-EV TO NUM9
           PERFORM NUM-LEFT9
           MOVE ALF9NUM TO HL-PARENT
           MOVE "SS" TO HL-CODE
           PERFORM WRITE-HL
           MOVE SVC-TYPE TO UM-3
           MOVE PLACE-CODE TO UM-4
           PERFORM WRITE-UM
           MOVE "472" TO DTP-1
           MOVE LN-DAT1(LX) TO DTP-3
           MOVE SPACE TO SEGFILE01
           WRITE SEGFILE01 FROM DTP01
           ADD 1 TO SEG-CNTR

           MOVE LN-AMOUNT(LX) TO NUM7
           PERFORM AMT-LEFT
           MOVE SPACE TO SEG-W
           MOVE 1 TO SEG-PTR
           STRING "SV1*HC:" LN-PROC(LX) DELIMITED BY " "
             INTO SEG-W WITH POINTER SEG-PTR
           IF LN-MOD(LX) NOT = SPACE
             STRING ":" LN-MOD(LX) DELIMITED BY " "
               INTO SEG-W WITH POINTER SEG-PTR.
           STRING "*" ALF8NUM DELIMITED BY " "
             "*UN*1~" DELIMITED BY SIZE
             INTO SEG-W WITH POINTER SEG-PTR
           WRITE SEGFILE01 FROM SEG-W
           ADD 1 TO SEG-CNTR.

      * left-justified numbers for the X12 elements.
       NUM-LEFT9.
           MOVE NUM9 TO ALF9Z
           MOVE 0 TO LEAD-SP
           INSPECT ALF9Z TALLYING LEAD-SP FOR LEADING SPACE
           MOVE SPACE TO ALF9NUM
           MOVE ALF9Z(LEAD-SP + 1:) TO ALF9NUM.

       AMT-LEFT.
           MOVE NUM7 TO ALF8Z
           MOVE 0 TO LEAD-SP
           INSPECT ALF8Z TALLYING LEAD-SP FOR LEADING SPACE
           MOVE SPACE TO ALF8NUM
           MOVE ALF8Z(LEAD-SP + 1:) TO ALF8NUM.

       P98.
           IF ENV-OPEN = 1
               MOVE ST-CNTR TO NUM9
               PERFORM NUM-LEFT9
               MOVE ALF9NUM TO GE-CNTR
               MOVE SPACE TO SEGFILE01
               WRITE SEGFILE01 FROM GE01
               MOVE SPACE TO SEGFILE01
               WRITE SEGFILE01 FROM IEA01.
           REWRITE HIPCLAIMFILE01.

           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "REQUESTS " REQ-CNTR "  OF THEM RESENT " RESEND-CNTR
             "  NOT SENT " REJ-CNTR DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.

       P99.
           DISPLAY "X278 - REQUESTS: " REQ-CNTR
           DISPLAY "X278 - RESENT: " RESEND-CNTR
           DISPLAY "X278 - NOT SENT: " REJ-CNTR
           CLOSE CHARCUR GARFILE PAYERPROF AUTHFILE AUTHREQ
             HIPCLAIMFILE PARMFILE REFPHY SEGFILE FILEOUT.
           STOP RUN.

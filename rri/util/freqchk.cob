      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. freqchk.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * the service-frequency gate - callable the way memidchk is.
      * The caller hands in the account, patient, CPT, payer and
      * date of service; the CPT's FREQLIM row for that payer (or
      * the "***" row) says how many are allowed in what period,
      * and the patient's earlier services of the code are counted
      * from CHARCUR and the aged-off CHARFILE history. Catching
      * it here is what stops the "TM - too many occurrences"
      * denials - the front desk gets the ABN signed before the
      * exam, the scrubber holds what got past them.
           SELECT FREQLIM ASSIGN TO "S89" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS FL-KEY
             LOCK MODE MANUAL.

           SELECT CHARCUR ASSIGN TO "S88" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-DAT1 WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT CHARFILE ASSIGN TO "S87" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARFILE-KEY
             LOCK MODE MANUAL.

       DATA DIVISION.
       FILE SECTION.

       FD  FREQLIM.
           COPY "freqlim.cpy".

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  CHARFILE.
           COPY "charfile.cpy".

       WORKING-STORAGE SECTION.

       01  FILE-OPEN PIC X VALUE "N".
       01  WIN-LO PIC X(8).
       01  SVC-INT PIC 9(8).
       01  MON-IDX PIC 9(6).
       01  WIN-YYMM.
           02 WIN-YEAR PIC 9(4).
           02 WIN-MON PIC 99.
       01  EDIT-2 PIC Z9.
       01  EDIT-3 PIC ZZ9.
       01  UNIT-NAME PIC X(6).

       LINKAGE SECTION.
      * FQ-FUNC "C" check, "E" end of run (closes the files - a
      * batch caller checks every line on one open). FQ-SELF is the
      * charge being judged when it is already on CHARCUR, so it is
      * not counted against itself; spaces for one not yet written.
      * FQ-RESULT comes back "Y" within the limit (or no limit on
      * the code), "N" over it with FQ-COUNT earlier services in
      * the period, the latest on FQ-PRIOR, and the rule in FQ-MSG.
       01  FREQCHK-PARMS.
           02 FQ-FUNC PIC X.
           02 FQ-GARNO PIC X(8).
           02 FQ-PATID PIC X(8).
           02 FQ-CPT PIC X(5).
           02 FQ-INS PIC XXX.
           02 FQ-DATE PIC X(8).
           02 FQ-SELF PIC X(11).
           02 FQ-RESULT PIC X.
           02 FQ-COUNT PIC 99.
           02 FQ-PRIOR PIC X(8).
           02 FQ-MSG PIC X(40).

       PROCEDURE DIVISION USING FREQCHK-PARMS.

       P0.
           MOVE "Y" TO FQ-RESULT
           MOVE 0 TO FQ-COUNT
           MOVE SPACE TO FQ-PRIOR FQ-MSG

           IF FQ-FUNC = "E"
               IF FILE-OPEN = "Y"
                   CLOSE FREQLIM CHARCUR CHARFILE
                   MOVE "N" TO FILE-OPEN
               END-IF
               GO TO P9.

           IF FILE-OPEN NOT = "Y"
               OPEN INPUT FREQLIM CHARCUR CHARFILE
               MOVE "Y" TO FILE-OPEN.

           IF FQ-CPT = SPACE OR FQ-DATE NOT NUMERIC
               GO TO P9.
           MOVE FQ-CPT TO FL-CPT
           MOVE FQ-INS TO FL-INS
           READ FREQLIM
             INVALID
               MOVE "***" TO FL-INS
               READ FREQLIM
                 INVALID
                   GO TO P9
               END-READ
           END-READ.

      * the first date of service that still counts.
           IF FL-LIFETIME = "Y"
               MOVE "00000000" TO WIN-LO
               GO TO P1.
           IF FL-UNIT = "M"
               COMPUTE MON-IDX = FUNCTION NUMVAL (FQ-DATE (1:4)) * 12
                 + FUNCTION NUMVAL (FQ-DATE (5:2)) - 1 - FL-PERIOD
               DIVIDE MON-IDX BY 12 GIVING WIN-YEAR
                 REMAINDER WIN-MON
               ADD 1 TO WIN-MON
               MOVE SPACE TO WIN-LO
               STRING WIN-YYMM "01" DELIMITED BY SIZE INTO WIN-LO
               GO TO P1.
           COMPUTE SVC-INT = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL (FQ-DATE)) - FL-PERIOD + 1
           MOVE FUNCTION DATE-OF-INTEGER (SVC-INT) TO WIN-LO.

       P1.
           MOVE FQ-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO P3.
       P2.
           READ CHARCUR NEXT
             AT END
               GO TO P3.
           IF CC-KEY8 NOT = FQ-GARNO
               GO TO P3.
           IF CC-PATID NOT = FQ-PATID OR CC-PROC1 NOT = FQ-CPT
               GO TO P2.
           IF CHARCUR-KEY = FQ-SELF OR CC-AMOUNT < 0
               GO TO P2.
           IF CC-DATE-T < WIN-LO OR CC-DATE-T > FQ-DATE
               GO TO P2.
           ADD 1 TO FQ-COUNT
           IF CC-DATE-T > FQ-PRIOR OR FQ-PRIOR = SPACE
               MOVE CC-DATE-T TO FQ-PRIOR.
           GO TO P2.

       P3.
           MOVE FQ-GARNO TO CD-KEY8
           MOVE SPACE TO CD-KEY3
           START CHARFILE KEY NOT < CHARFILE-KEY
             INVALID
               GO TO P5.
       P4.
           READ CHARFILE NEXT
             AT END
               GO TO P5.
           IF CD-KEY8 NOT = FQ-GARNO
               GO TO P5.
           IF CD-PATID NOT = FQ-PATID OR CD-PROC1 (1:5) NOT = FQ-CPT
               GO TO P4.
           IF CD-AMOUNT < 0
               GO TO P4.
           IF CD-DATE-T < WIN-LO OR CD-DATE-T > FQ-DATE
               GO TO P4.
           ADD 1 TO FQ-COUNT
           IF CD-DATE-T > FQ-PRIOR OR FQ-PRIOR = SPACE
               MOVE CD-DATE-T TO FQ-PRIOR.
           GO TO P4.

       P5.
           IF FQ-COUNT < FL-MAX
               GO TO P9.
           MOVE FL-MAX TO EDIT-2
           IF FL-LIFETIME = "Y"
               STRING FQ-CPT " LIMIT " EDIT-2 " PER LIFETIME"
                 DELIMITED BY SIZE INTO FQ-MSG
               GO TO P8.
           MOVE FL-PERIOD TO EDIT-3
           IF FL-UNIT = "M"
               MOVE "MONTHS" TO UNIT-NAME
           ELSE
               MOVE "DAYS" TO UNIT-NAME.
           STRING FQ-CPT " LIMIT " EDIT-2 " PER" EDIT-3 " "
             UNIT-NAME DELIMITED BY SIZE INTO FQ-MSG.

       P8.
           MOVE "N" TO FQ-RESULT.

       P9.
           GOBACK.

      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lineage.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LINEBAL ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS BL-KEY
             LOCK MODE MANUAL.

           SELECT FILEOUT ASSIGN TO "S35" ORGANIZATION
             LINE SEQUENTIAL.

      * line 1: the billing entity (tax ID) to age, UNASSIGNED for
      * the lines no DOCFILENEW row places, or blank / ALL / missing
      * for the whole practice.
           SELECT OPTIONAL ENTSEL ASSIGN TO "S40" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  LINEBAL.
           COPY "linebal.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(100).

       FD  ENTSEL.
       01  ENTSEL01 PIC X(14).

       WORKING-STORAGE SECTION.

       01  T-DATE PIC X(8).
       01  TODAY-INT PIC 9(7).
       01  DAYS-OLD PIC S9(5).
       01  AB PIC 9.
       01  READ-CNTR PIC 9(7) VALUE 0.
       01  OPEN-CNTR PIC 9(7) VALUE 0.
       01  PAY-CNT PIC 9(4) VALUE 0.
       01  PAY-TABLE.
           02 PAY-ENTRY OCCURS 500 TIMES.
             03 PT-PAYCODE PIC XXX.
             03 PT-AGE PIC S9(7)V99 OCCURS 5 TIMES.
       01  SWAP-ENTRY PIC X(48).
       01  GRAND-TABLE.
           02 GRAND-AGE PIC S9(7)V99 OCCURS 5 TIMES.
       01  PX PIC 9(4).
       01  MI PIC 9(4).
       01  MJ PIC 9(4).
       01  EDIT-A1 PIC ZZZZ,ZZ9.99-.
       01  EDIT-A2 PIC ZZZZ,ZZ9.99-.
       01  EDIT-A3 PIC ZZZZ,ZZ9.99-.
       01  EDIT-A4 PIC ZZZZ,ZZ9.99-.
       01  EDIT-A5 PIC ZZZZ,ZZ9.99-.
       01  PRT PIC X(100).
       01  ENT-SEL PIC X(14) VALUE SPACE.
       01  ENT-HEAD PIC X(30).
       01  ENTCHK-PARMS.
           02 EN-FUNC PIC X.
           02 EN-GARNO PIC X(8).
           02 EN-KEY3 PIC XXX.
           02 EN-PAYCODE PIC XXX.
           02 EN-DOCP PIC XX.
           02 EN-CLAIM PIC X(6).
           02 EN-TAG PIC X.
           02 EN-FEDID PIC X(14).
           02 EN-GROUP PIC X(14).
           02 EN-NPIGROUP PIC X(10).
           02 EN-HOW PIC X.

       PROCEDURE DIVISION.

      * charge-line aging - every LINEBAL line still owing (or
      * carrying a credit) is aged from its service date into
      * 0-30, 31-60, 61-90, 91-120 and over 120 days, summed by the
      * line's payer with a grand total. Same aging arithmetic as
      * appealage.cob. A line's billing entity is the one its
      * charge line carries (entchk.cob).
       P0.
           OPEN INPUT LINEBAL.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.
           COMPUTE TODAY-INT =
             FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (T-DATE)).
           MOVE 0 TO GRAND-AGE(1) GRAND-AGE(2) GRAND-AGE(3)
             GRAND-AGE(4) GRAND-AGE(5)

           OPEN INPUT ENTSEL
           READ ENTSEL
             AT END
               MOVE SPACE TO ENTSEL01.
           CLOSE ENTSEL
           IF ENTSEL01(1:3) NOT = "ALL"
               MOVE ENTSEL01 TO ENT-SEL.
           MOVE "ALL ENTITIES" TO ENT-HEAD
           IF ENT-SEL NOT = SPACE
               MOVE SPACE TO ENT-HEAD
               STRING "ENTITY " ENT-SEL DELIMITED BY SIZE
                 INTO ENT-HEAD.

           MOVE SPACE TO BL-KEY
           START LINEBAL KEY NOT < BL-KEY
             INVALID
               GO TO P2.

       P1.
           READ LINEBAL NEXT
             AT END
               GO TO P2.

           ADD 1 TO READ-CNTR
           IF BL-BALANCE = 0
               GO TO P1.
           IF ENT-SEL NOT = SPACE
               MOVE "C" TO EN-FUNC
               MOVE BL-KEY8 TO EN-GARNO
               MOVE BL-KEY3 TO EN-KEY3
               MOVE BL-PAYCODE TO EN-PAYCODE
               MOVE SPACE TO EN-DOCP
               MOVE BL-CLAIM TO EN-CLAIM
               MOVE "N" TO EN-TAG
               CALL "entchk" USING ENTCHK-PARMS
               IF EN-FEDID = SPACE
                   MOVE "UNASSIGNED" TO EN-FEDID
               END-IF
               IF EN-FEDID NOT = ENT-SEL
                   GO TO P1.
           ADD 1 TO OPEN-CNTR

           MOVE 5 TO AB
           IF BL-DAT1 NUMERIC
               COMPUTE DAYS-OLD = TODAY-INT - FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL (BL-DAT1))
               EVALUATE TRUE
                 WHEN DAYS-OLD < 31 MOVE 1 TO AB
                 WHEN DAYS-OLD < 61 MOVE 2 TO AB
                 WHEN DAYS-OLD < 91 MOVE 3 TO AB
                 WHEN DAYS-OLD < 121 MOVE 4 TO AB
               END-EVALUATE
           END-IF

           PERFORM FIND-PAY THRU FIND-PAY-EXIT
           IF PX > 0
               ADD BL-BALANCE TO PT-AGE(PX, AB).
           ADD BL-BALANCE TO GRAND-AGE(AB)
           GO TO P1.

      * find-or-add the payer, leaving its subscript in PX - same
      * linear find-or-add idiom carcmiss.cob uses.
       FIND-PAY.
           MOVE 1 TO PX.

       FIND-PAY-1.
           IF PX > PAY-CNT
               GO TO FIND-PAY-2.
           IF PT-PAYCODE(PX) = BL-PAYCODE
               GO TO FIND-PAY-EXIT.
           ADD 1 TO PX
           GO TO FIND-PAY-1.

       FIND-PAY-2.
           IF PAY-CNT NOT < 500
               DISPLAY "LINEAGE - TABLE FULL, SKIPPING " BL-PAYCODE
               MOVE 0 TO PX
               GO TO FIND-PAY-EXIT.
           ADD 1 TO PAY-CNT
           MOVE PAY-CNT TO PX
           MOVE BL-PAYCODE TO PT-PAYCODE(PX)
           MOVE 0 TO PT-AGE(PX, 1) PT-AGE(PX, 2) PT-AGE(PX, 3)
             PT-AGE(PX, 4) PT-AGE(PX, 5).

       FIND-PAY-EXIT.
           EXIT.

       P2.
           PERFORM SORT-PASS THRU SORT-PASS-EXIT
             VARYING MI FROM 1 BY 1 UNTIL MI NOT < PAY-CNT.

           MOVE SPACE TO PRT
           STRING "CHARGE-LINE AGING BY PAYER AS OF " T-DATE
             "  " ENT-HEAD DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "PAY         0-30        31-60        61-90"
             "       91-120     OVER 120" DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT

           PERFORM PRINT-PAY
             VARYING MI FROM 1 BY 1 UNTIL MI > PAY-CNT.

           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE GRAND-AGE(1) TO EDIT-A1
           MOVE GRAND-AGE(2) TO EDIT-A2
           MOVE GRAND-AGE(3) TO EDIT-A3
           MOVE GRAND-AGE(4) TO EDIT-A4
           MOVE GRAND-AGE(5) TO EDIT-A5
           MOVE SPACE TO PRT
           STRING "ALL " EDIT-A1 " " EDIT-A2 " " EDIT-A3 " " EDIT-A4
             " " EDIT-A5 DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.

       P99.
           DISPLAY "LINEAGE - LINES READ: " READ-CNTR
           DISPLAY "LINEAGE - OPEN LINES: " OPEN-CNTR
           DISPLAY "LINEAGE - PAYERS: " PAY-CNT
           DISPLAY "LINEAGE - " ENT-HEAD
           MOVE "E" TO EN-FUNC
           CALL "entchk" USING ENTCHK-PARMS
           CLOSE LINEBAL FILEOUT.
           STOP RUN.

       SORT-PASS.
           PERFORM SORT-COMPARE
             VARYING MJ FROM 1 BY 1 UNTIL MJ > PAY-CNT - MI.

       SORT-PASS-EXIT.
           EXIT.

       SORT-COMPARE.
           IF PT-PAYCODE(MJ) > PT-PAYCODE(MJ + 1)
               MOVE PAY-ENTRY(MJ) TO SWAP-ENTRY
               MOVE PAY-ENTRY(MJ + 1) TO PAY-ENTRY(MJ)
               MOVE SWAP-ENTRY TO PAY-ENTRY(MJ + 1).

       PRINT-PAY.
           MOVE PT-AGE(MI, 1) TO EDIT-A1
           MOVE PT-AGE(MI, 2) TO EDIT-A2
           MOVE PT-AGE(MI, 3) TO EDIT-A3
           MOVE PT-AGE(MI, 4) TO EDIT-A4
           MOVE PT-AGE(MI, 5) TO EDIT-A5
           MOVE SPACE TO PRT
           STRING PT-PAYCODE(MI) " " EDIT-A1 " " EDIT-A2 " " EDIT-A3
             " " EDIT-A4 " " EDIT-A5 DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.

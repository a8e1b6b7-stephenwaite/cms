      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. entbld.
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

           SELECT PAYCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
             LOCK MODE MANUAL.

           SELECT FILEOUT ASSIGN TO "S40" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  PAYCUR.
           COPY "paycur.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(100).

       WORKING-STORAGE SECTION.

       01  T-DATE PIC X(8).
       01  CHG-CNTR PIC 9(7) VALUE 0.
       01  PAY-CNTR PIC 9(7) VALUE 0.
       01  MISS-CNTR PIC 9(7) VALUE 0.
       01  ENT-TAB01.
           02 ENT-ENT OCCURS 50 TIMES.
             03 EE-FEDID PIC X(14).
             03 EE-CHG-CNT PIC 9(7).
             03 EE-CHG-AMT PIC S9(9)V99.
             03 EE-PAY-CNT PIC 9(7).
             03 EE-PAY-AMT PIC S9(9)V99.
       01  ENT-CNT PIC 99 VALUE 0.
       01  EX PIC 99.
       01  NEF-C PIC ZZZZZZ9.
       01  NEF-P PIC ZZZZZZ9.
       01  NEF-A PIC -(8)9.99.
       01  NEF-B PIC -(8)9.99.
       01  PRT PIC X(100).

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

      * billing-entity tagging - runs in the nightly stream after
      * the day's charges and payments are posted, so every line is
      * tagged with the tax ID it was billed under as DOCFILENEW
      * stood when it posted. Charge lines go first so a payment
      * follows its charge's tag. A line already tagged keeps its
      * tag. Lines no DOCFILENEW row places are listed for the
      * provider-number desk and stay untagged until a row is added;
      * the financial reports carry them as UNASSIGNED meanwhile.
      * Ends with each entity's line counts and dollars.
       P0.
           OPEN INPUT CHARCUR PAYCUR.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.
           MOVE "Y" TO EN-TAG

           MOVE SPACE TO PRT
           STRING "BILLING ENTITY TAGGING " T-DATE
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE "UNPLACED LINES - NO DOCFILENEW ROW WITH A TAX ID"
             TO PRT
           WRITE FILEOUT01 FROM PRT

           MOVE SPACE TO CC-KEY8 CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO P2.

       P1.
           READ CHARCUR NEXT
             AT END
               GO TO P2.
           ADD 1 TO CHG-CNTR
           MOVE "C" TO EN-FUNC
           MOVE CC-KEY8 TO EN-GARNO
           MOVE CC-KEY3 TO EN-KEY3
           MOVE CC-PAYCODE TO EN-PAYCODE
           MOVE CC-DOCP TO EN-DOCP
           MOVE CC-CLAIM TO EN-CLAIM
           CALL "entchk" USING ENTCHK-PARMS
           IF EN-FEDID = SPACE
               ADD 1 TO MISS-CNTR
               MOVE CC-AMOUNT TO NEF-A
               MOVE SPACE TO PRT
               STRING "CHARGE  " CC-KEY8 " " CC-KEY3 "  PAYER "
                 CC-PAYCODE "  DOC " CC-DOCP "  " CC-DAT1 " " NEF-A
                 DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT
               MOVE "UNASSIGNED" TO EN-FEDID.
           PERFORM FIND-ENT THRU FIND-ENT-EXIT
           IF EX > 0
               ADD 1 TO EE-CHG-CNT (EX)
               ADD CC-AMOUNT TO EE-CHG-AMT (EX).
           GO TO P1.

       P2.
           MOVE SPACE TO PC-KEY8 PC-KEY3
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO P4.

       P3.
           READ PAYCUR NEXT
             AT END
               GO TO P4.
           ADD 1 TO PAY-CNTR
           MOVE "P" TO EN-FUNC
           MOVE PC-KEY8 TO EN-GARNO
           MOVE PC-KEY3 TO EN-KEY3
           MOVE PC-PAYCODE TO EN-PAYCODE
           MOVE SPACE TO EN-DOCP
           MOVE PC-CLAIM TO EN-CLAIM
           CALL "entchk" USING ENTCHK-PARMS
           IF EN-FEDID = SPACE
               ADD 1 TO MISS-CNTR
               MOVE PC-AMOUNT TO NEF-A
               MOVE SPACE TO PRT
               STRING "PAYMENT " PC-KEY8 " " PC-KEY3 "  PAYER "
                 PC-PAYCODE "  CLAIM " PC-CLAIM "  " PC-DATE-T " "
                 NEF-A DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT
               MOVE "UNASSIGNED" TO EN-FEDID.
           PERFORM FIND-ENT THRU FIND-ENT-EXIT
           IF EX > 0
               ADD 1 TO EE-PAY-CNT (EX)
               ADD PC-AMOUNT TO EE-PAY-AMT (EX).
           GO TO P3.

      * find-or-add the entity, leaving its subscript in EX - same
      * linear find-or-add idiom lineage.cob uses.
       FIND-ENT.
           MOVE 1 TO EX.

       FIND-ENT-1.
           IF EX > ENT-CNT
               GO TO FIND-ENT-2.
           IF EE-FEDID (EX) = EN-FEDID
               GO TO FIND-ENT-EXIT.
           ADD 1 TO EX
           GO TO FIND-ENT-1.

       FIND-ENT-2.
           IF ENT-CNT NOT < 50
               DISPLAY "ENTBLD - TABLE FULL, SKIPPING " EN-FEDID
               MOVE 0 TO EX
               GO TO FIND-ENT-EXIT.
           ADD 1 TO ENT-CNT
           MOVE ENT-CNT TO EX
           MOVE EN-FEDID TO EE-FEDID (EX)
           MOVE 0 TO EE-CHG-CNT (EX) EE-CHG-AMT (EX)
             EE-PAY-CNT (EX) EE-PAY-AMT (EX).

       FIND-ENT-EXIT.
           EXIT.

       P4.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "ENTITY          CHG LINES      CHARGES"
             "  PAY LINES     PAYMENTS" DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE 1 TO EX.

       P5.
           IF EX > ENT-CNT
               GO TO P9.
           MOVE EE-CHG-CNT (EX) TO NEF-C
           MOVE EE-CHG-AMT (EX) TO NEF-A
           MOVE EE-PAY-CNT (EX) TO NEF-P
           MOVE EE-PAY-AMT (EX) TO NEF-B
           MOVE SPACE TO PRT
           STRING EE-FEDID (EX) "    " NEF-C " " NEF-A "    " NEF-P
             " " NEF-B DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           ADD 1 TO EX
           GO TO P5.

       P9.
           MOVE "E" TO EN-FUNC
           CALL "entchk" USING ENTCHK-PARMS
           DISPLAY "ENTBLD - CHARGE LINES: " CHG-CNTR
           DISPLAY "ENTBLD - PAYMENT LINES: " PAY-CNTR
           DISPLAY "ENTBLD - UNPLACED LINES: " MISS-CNTR
           DISPLAY "ENTBLD - ENTITIES: " ENT-CNT
           CLOSE CHARCUR PAYCUR FILEOUT.
           STOP RUN.

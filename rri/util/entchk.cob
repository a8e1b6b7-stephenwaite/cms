      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. entchk.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * the billing-entity lookup - callable the way perchk is. The
      * practice bills under more than one tax ID, and every charge
      * and payment line belongs to exactly one of them. A line's
      * ENTTAG row answers first. A charge line with no row takes
      * the tax ID on its rendering provider's DOCFILENEW row for
      * the line's payer, else the "000" default row - the lookup
      * cms1500.cob and mvp5r079.cob make for box 25. A payment
      * line with no row follows the charge line of its claim, else
      * the account's latest charge line. When the caller asks, the
      * answer is written as the line's row so it stays put.
           SELECT OPTIONAL ENTTAG ASSIGN TO "S185" ORGANIZATION IS
             INDEXED ACCESS MODE IS DYNAMIC RECORD KEY IS ET-KEY
             LOCK MODE MANUAL.

           SELECT DOCFILENEW ASSIGN TO "S180" ORGANIZATION IS
             INDEXED ACCESS MODE IS DYNAMIC RECORD KEY IS DOC-KEY
             LOCK MODE MANUAL.

           SELECT CHARCUR ASSIGN TO "S94" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-DAT1 WITH DUPLICATES
             LOCK MODE MANUAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ENTTAG.
           COPY "enttag.cpy".

       FD  DOCFILENEW.
           COPY "docfile.cpy".

       FD  CHARCUR.
           COPY "charcur.cpy".

       WORKING-STORAGE SECTION.

       01  FILE-OPEN PIC X VALUE "N".
       01  TAG-OK PIC X VALUE "N".
       01  T-DATE PIC X(8).
       01  W-KEY3 PIC XXX.
       01  W-PAYCODE PIC XXX.
       01  W-DOCP PIC XX.
       01  W-HOW PIC X.
       01  HAVE-LAST PIC X.
       01  LAST-KEY3 PIC XXX.
       01  LAST-PAYCODE PIC XXX.
       01  LAST-DOCP PIC XX.

       LINKAGE SECTION.
      * EN-FUNC "C" a CHARCUR line, "P" a PAYCUR line, "E" end of
      * run (closes the files). A charge hands in its CC-PAYCODE and
      * CC-DOCP (or only the key - the line is read for them), a
      * payment its PC-CLAIM. EN-TAG "Y" writes the answer as the
      * line's ENTTAG row when it has none (the first call's EN-TAG
      * decides whether ENTTAG is opened for update).
      * EN-FEDID spaces back means the line could not be placed -
      * the reports carry it as UNASSIGNED.
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

       PROCEDURE DIVISION USING ENTCHK-PARMS.

       P0.
           MOVE SPACE TO EN-FEDID EN-GROUP EN-NPIGROUP EN-HOW

           IF EN-FUNC = "E"
               IF FILE-OPEN = "Y"
                   CLOSE ENTTAG DOCFILENEW CHARCUR
                   MOVE "N" TO FILE-OPEN
               END-IF
               GO TO P9.

           IF FILE-OPEN NOT = "Y"
               IF EN-TAG = "Y"
                   OPEN I-O ENTTAG
                   MOVE "Y" TO TAG-OK
               ELSE
                   OPEN INPUT ENTTAG
                   MOVE "N" TO TAG-OK
               END-IF
               OPEN INPUT DOCFILENEW CHARCUR
               ACCEPT T-DATE FROM DATE YYYYMMDD
               MOVE "Y" TO FILE-OPEN.

           MOVE EN-FUNC TO ET-FILE
           MOVE EN-GARNO TO ET-GARNO
           MOVE EN-KEY3 TO ET-KEY3
           READ ENTTAG
             INVALID
               GO TO P1.
           MOVE ET-FEDID TO EN-FEDID
           MOVE ET-GROUP TO EN-GROUP
           MOVE ET-NPIGROUP TO EN-NPIGROUP
           MOVE ET-HOW TO EN-HOW
           GO TO P9.

       P1.
           IF EN-FUNC NOT = "C"
               PERFORM CLAIM-LOOK THRU CLAIM-LOOK-EXIT
               GO TO P8.
           MOVE EN-PAYCODE TO W-PAYCODE
           MOVE EN-DOCP TO W-DOCP
           IF EN-DOCP NOT = SPACE
               GO TO P2.

      * a caller holding only the line's key (lineage.cob works off
      * LINEBAL) gets the payer and provider from the line itself.
           MOVE EN-GARNO TO CC-KEY8
           MOVE EN-KEY3 TO CC-KEY3
           READ CHARCUR
             INVALID
               GO TO P9.
           MOVE CC-PAYCODE TO W-PAYCODE
           MOVE CC-DOCP TO W-DOCP.

       P2.
           PERFORM DOC-LOOK THRU DOC-LOOK-EXIT.

       P8.
           IF EN-FEDID = SPACE OR EN-TAG NOT = "Y"
             OR TAG-OK NOT = "Y"
               GO TO P9.
           MOVE SPACE TO ENTTAG01
           MOVE EN-FUNC TO ET-FILE
           MOVE EN-GARNO TO ET-GARNO
           MOVE EN-KEY3 TO ET-KEY3
           MOVE EN-FEDID TO ET-FEDID
           MOVE EN-GROUP TO ET-GROUP
           MOVE EN-NPIGROUP TO ET-NPIGROUP
           MOVE EN-HOW TO ET-HOW
           MOVE T-DATE TO ET-DATE
           WRITE ENTTAG01
             INVALID
               DISPLAY "ENTCHK - TAG NOT WRITTEN " ET-KEY.
           GO TO P9.

      * the provider's row under the payer, else the default row -
      * a row with no tax ID on it does not count.
       DOC-LOOK.
           MOVE W-PAYCODE TO DOC-INS
           MOVE W-DOCP TO DOC-NUM
           READ DOCFILENEW
             INVALID
               GO TO DOC-LOOK-1.
           IF DOC-FEDID = SPACE
               GO TO DOC-LOOK-1.
           MOVE "D" TO EN-HOW
           GO TO DOC-LOOK-2.

       DOC-LOOK-1.
           MOVE "000" TO DOC-INS
           MOVE W-DOCP TO DOC-NUM
           READ DOCFILENEW
             INVALID
               GO TO DOC-LOOK-EXIT.
           IF DOC-FEDID = SPACE
               GO TO DOC-LOOK-EXIT.
           MOVE "F" TO EN-HOW.

       DOC-LOOK-2.
           MOVE DOC-FEDID TO EN-FEDID
           MOVE DOC-GROUP TO EN-GROUP
           MOVE DOC-NPIGROUP TO EN-NPIGROUP.

       DOC-LOOK-EXIT.
           EXIT.

      * a payment belongs where the charge it pays belongs - the
      * garno + claim link paytot01.cob follows. No claim match
      * falls back to the account's latest charge line.
       CLAIM-LOOK.
           IF EN-GARNO = SPACE
               GO TO CLAIM-LOOK-EXIT.
           MOVE "N" TO HAVE-LAST
           MOVE EN-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY > CHARCUR-KEY
             INVALID
               GO TO CLAIM-LOOK-EXIT.

       CLAIM-LOOK-1.
           READ CHARCUR NEXT
             AT END
               GO TO CLAIM-LOOK-2.
           IF CC-KEY8 NOT = EN-GARNO
               GO TO CLAIM-LOOK-2.
           IF EN-CLAIM NOT = SPACE AND CC-CLAIM = EN-CLAIM
               MOVE CC-KEY3 TO W-KEY3
               MOVE CC-PAYCODE TO W-PAYCODE
               MOVE CC-DOCP TO W-DOCP
               MOVE "C" TO W-HOW
               GO TO CLAIM-LOOK-3.
           MOVE CC-KEY3 TO LAST-KEY3
           MOVE CC-PAYCODE TO LAST-PAYCODE
           MOVE CC-DOCP TO LAST-DOCP
           MOVE "Y" TO HAVE-LAST
           GO TO CLAIM-LOOK-1.

       CLAIM-LOOK-2.
           IF HAVE-LAST NOT = "Y"
               GO TO CLAIM-LOOK-EXIT.
           MOVE LAST-KEY3 TO W-KEY3
           MOVE LAST-PAYCODE TO W-PAYCODE
           MOVE LAST-DOCP TO W-DOCP
           MOVE "A" TO W-HOW.

      * the charge line's own row wins over a fresh lookup.
       CLAIM-LOOK-3.
           MOVE "C" TO ET-FILE
           MOVE EN-GARNO TO ET-GARNO
           MOVE W-KEY3 TO ET-KEY3
           READ ENTTAG
             INVALID
               GO TO CLAIM-LOOK-4.
           MOVE ET-FEDID TO EN-FEDID
           MOVE ET-GROUP TO EN-GROUP
           MOVE ET-NPIGROUP TO EN-NPIGROUP
           MOVE W-HOW TO EN-HOW
           GO TO CLAIM-LOOK-EXIT.

       CLAIM-LOOK-4.
           PERFORM DOC-LOOK THRU DOC-LOOK-EXIT
           IF EN-FEDID NOT = SPACE
               MOVE W-HOW TO EN-HOW.

       CLAIM-LOOK-EXIT.
           EXIT.

       P9.
           GOBACK.

      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. key3-reseq.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * line 1: "garno,file,oper[,UPDATE]" - file C closes up the
      * account's CHARCUR lines, P its PAYCUR lines. Without UPDATE
      * the run only lists the old-to-new map it would apply.
           SELECT PARMFILE ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT CHARCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-DAT1 WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT PAYCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
             LOCK MODE MANUAL.

      * the day files - lines still waiting to roll in already
      * carry their line numbers, so an account with any is left
      * alone.
           SELECT CHARNEW ASSIGN TO "S45" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARNEW-KEY
             LOCK MODE MANUAL.

           SELECT PAYFILE ASSIGN TO "S50" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PAYFILE-KEY
             LOCK MODE MANUAL.

      * everything keyed or pointing by a charge line's key - each
      * follows its line to the new number.
           SELECT LINEBAL ASSIGN TO "S55" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS BL-KEY
             LOCK MODE MANUAL.

           SELECT KINFILE ASSIGN TO "S60" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS KINFILE-KEY
             ALTERNATE RECORD KEY IS KIN-DATE-E WITH DUPLICATES
             ALTERNATE RECORD KEY IS KIN-STAT WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT WCLINK ASSIGN TO "S65" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS WL-KEY
             LOCK MODE MANUAL.

           SELECT PCTCLOG ASSIGN TO "S70" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PX-KEY
             LOCK MODE MANUAL.

           SELECT PRDETAIL ASSIGN TO "S75" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PRD-KEY
             ALTERNATE RECORD KEY IS PRD-PAT-KEY WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT CLIENTDTL ASSIGN TO "S80" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CD-CHARKEY
             ALTERNATE RECORD KEY IS CD-INV WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT SFAFILE ASSIGN TO "S85" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS SA-KEY
             LOCK MODE MANUAL.

           SELECT DISPUTE ASSIGN TO "S90" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS DP-KEY
             LOCK MODE MANUAL.

      * a charge or payment line's billing-entity tag - see
      * entchk.cob.
           SELECT OPTIONAL ENTTAG ASSIGN TO "S110" ORGANIZATION IS
             INDEXED ACCESS MODE IS DYNAMIC RECORD KEY IS ET-KEY
             LOCK MODE MANUAL.

      * the 835 posters' remit-line register - a charge line's rows
      * carry it in the key, a payment line's as RL-PAY-KEY3.
           SELECT OPTIONAL REMITLN ASSIGN TO "S115" ORGANIZATION IS
             INDEXED ACCESS MODE IS DYNAMIC RECORD KEY IS RL-KEY
             LOCK MODE MANUAL.

      * the old-to-new key map.
           SELECT KEYMAP ASSIGN TO "S95" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT CHGJRNL ASSIGN TO "S100" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT FILEOUT ASSIGN TO "S105" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PARMFILE.
       01  PARMFILE01 PIC X(40).

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  PAYCUR.
           COPY "paycur.cpy".

       FD  CHARNEW.
           COPY "charnew.cpy".

       FD  PAYFILE.
           COPY "payfile.cpy".

       FD  LINEBAL.
           COPY "linebal.cpy".

       FD  KINFILE.
           COPY "kinfile.cpy".

       FD  WCLINK.
           COPY "wclink.cpy".

       FD  PCTCLOG.
           COPY "pctclog.cpy".

       FD  PRDETAIL.
           COPY "prdetail.cpy".

       FD  CLIENTDTL.
           COPY "clientdtl.cpy".

       FD  SFAFILE.
           COPY "sfapplied.cpy".

       FD  DISPUTE.
           COPY "dispute.cpy".

       FD  ENTTAG.
           COPY "enttag.cpy".

       FD  REMITLN.
           COPY "remitln.cpy".

       FD  KEYMAP.
           COPY "keymap.cpy".

       FD  CHGJRNL.
           COPY "chgjrnl.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(100).

       WORKING-STORAGE SECTION.

       01  IN-GARNO PIC X(8).
       01  IN-FILE PIC X.
       01  IN-OPER PIC X(3).
       01  IN-MODE PIC X(8).
       01  T-DATE PIC X(8).
       01  T-TIME PIC X(8).
       01  FILE-NAME PIC X(8).

       01  MAP-TAB01.
           02 MAP-ENT OCCURS 999 TIMES.
             03 MAP-OLD PIC XXX.
             03 MAP-NEW PIC XXX.
       01  MAP-CNT PIC 9(4) VALUE 0.
       01  MAP-IDX PIC 9(4).
       01  MOVE-CNT PIC 9(4) VALUE 0.
       01  NEW-K3 PIC 999.
       01  LOOK-K3 PIC XXX.
       01  FOUND-K3 PIC XXX.
       01  OLD-K3 PIC XXX.
       01  CHG-FLAG PIC X.
       01  ITEM-IDX PIC 99.
       01  SAVE-REC PIC X(400).
       01  XREF-CNTR PIC 9(5) VALUE 0.
       01  MISS-CNTR PIC 9(5) VALUE 0.
       01  PRT PIC X(100).

       PROCEDURE DIVISION.

      * KEY3 resequencing - once an account's old lines have been
      * archived its line numbers are full of holes, but the add
      * loops only ever look upward from the highest. This closes
      * one account's CHARCUR (or PAYCUR) line numbers back up to
      * 001, 002, ... in their existing order. Each charge line
      * takes its line balance, WC case link, PC/TC edit log, PR
      * detail, client invoice line and sliding-fee journal row with
      * it, a line of either file takes its billing-entity tag and
      * its remit-line register rows, and
      * the KINFILE worklist's KIN-CHARCUR-KEY and the dispute
      * cases' line numbers are remapped. Every move goes
      * to KEYMAP old to new and to the change journal as a delete
      * and an add, so the nightly movement readers see it. Taking
      * a line number down always lands on one already vacated, so
      * the lines are moved in ascending order one at a time.
       P0.
           OPEN INPUT PARMFILE CHARNEW PAYFILE.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.
           ACCEPT T-TIME FROM TIME.

           READ PARMFILE
             AT END
               DISPLAY "KEY3-RESEQ - NO PARM"
               MOVE 8 TO RETURN-CODE
               GO TO P99.
           MOVE SPACE TO IN-GARNO IN-FILE IN-OPER IN-MODE
           UNSTRING PARMFILE01 DELIMITED BY ","
             INTO IN-GARNO IN-FILE IN-OPER IN-MODE
           IF IN-GARNO = SPACE OR IN-OPER = SPACE
             OR (IN-FILE NOT = "C" AND "P")
               DISPLAY "KEY3-RESEQ - PARM MUST BE GARNO,C OR P,OPER"
               MOVE 8 TO RETURN-CODE
               GO TO P99.

           MOVE "CHARCUR" TO FILE-NAME
           IF IN-FILE = "P"
               MOVE "PAYCUR" TO FILE-NAME.

           IF IN-FILE = "C"
               MOVE IN-GARNO TO CD-KEY8 OF CHARNEW01
               MOVE SPACE TO CD-KEY3 OF CHARNEW01
               START CHARNEW KEY NOT < CHARNEW-KEY
                 INVALID
                   GO TO P1
               END-START
               READ CHARNEW NEXT
                 AT END
                   GO TO P1
               END-READ
               IF CD-KEY8 OF CHARNEW01 = IN-GARNO
                   DISPLAY "KEY3-RESEQ - " IN-GARNO
                     " HAS CHARGES ON CHARNEW - RUN AFTER THE ROLL"
                   MOVE 8 TO RETURN-CODE
                   GO TO P99
               END-IF
               GO TO P1.

           MOVE IN-GARNO TO PD-KEY8
           MOVE SPACE TO PD-KEY3
           START PAYFILE KEY NOT < PAYFILE-KEY
             INVALID
               GO TO P1.
           READ PAYFILE NEXT
             AT END
               GO TO P1.
           IF PD-KEY8 = IN-GARNO
               DISPLAY "KEY3-RESEQ - " IN-GARNO
                 " HAS PAYMENTS ON PAYFILE - RUN AFTER THE ROLL"
               MOVE 8 TO RETURN-CODE
               GO TO P99.

       P1.
           IF IN-MODE = "UPDATE"
               OPEN I-O CHARCUR PAYCUR LINEBAL KINFILE WCLINK PCTCLOG
                 PRDETAIL CLIENTDTL SFAFILE DISPUTE ENTTAG REMITLN
               OPEN EXTEND KEYMAP CHGJRNL
           ELSE
               OPEN INPUT CHARCUR PAYCUR
           END-IF

           IF IN-FILE = "C"
               PERFORM MAP-CHARCUR THRU MAP-CHARCUR-EXIT
           ELSE
               PERFORM MAP-PAYCUR THRU MAP-PAYCUR-EXIT
           END-IF

           MOVE SPACE TO PRT FILEOUT01
           STRING "KEY3 RESEQUENCE " FILE-NAME " " IN-GARNO
             " LINES " MAP-CNT " TO MOVE " MOVE-CNT
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE 1 TO MAP-IDX.

       P1A.
           IF MAP-IDX > MAP-CNT
               GO TO P2.
           IF MAP-OLD (MAP-IDX) NOT = MAP-NEW (MAP-IDX)
               MOVE SPACE TO PRT
               STRING "    " MAP-OLD (MAP-IDX) " -> "
                 MAP-NEW (MAP-IDX)
                 DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT.
           ADD 1 TO MAP-IDX
           GO TO P1A.

       P2.
           IF MOVE-CNT = 0
               DISPLAY "KEY3-RESEQ - " IN-GARNO " " FILE-NAME
                 " HAS NO GAPS TO CLOSE"
               GO TO P9.
           IF IN-MODE NOT = "UPDATE"
               DISPLAY "KEY3-RESEQ - LIST ONLY - ADD ,UPDATE TO MOVE"
               GO TO P9.

           MOVE 1 TO MAP-IDX.

       P3.
           IF MAP-IDX > MAP-CNT
               GO TO P4.
           IF MAP-OLD (MAP-IDX) = MAP-NEW (MAP-IDX)
               GO TO P3A.
           IF IN-FILE = "C"
               PERFORM MOVE-CHARGE THRU MOVE-CHARGE-EXIT
           ELSE
               PERFORM MOVE-PAYMENT THRU MOVE-PAYMENT-EXIT
           END-IF
           IF RETURN-CODE = 8
               GO TO P3B.

       P3A.
           ADD 1 TO MAP-IDX
           GO TO P3.

      * a line that would not move stops the run - it and everything
      * after it keep their numbers, and the remaps below see that.
       P3B.
           IF MAP-IDX > MAP-CNT
               GO TO P4.
           MOVE MAP-OLD (MAP-IDX) TO MAP-NEW (MAP-IDX)
           ADD 1 TO MAP-IDX
           GO TO P3B.

       P4.
           IF IN-FILE = "C"
               PERFORM FIX-KIN THRU FIX-KIN-EXIT
               PERFORM FIX-DISPUTE THRU FIX-DISPUTE-EXIT.
           GO TO P9.

      * the account's lines in key order; the n-th line gets n.
       MAP-CHARCUR.
           MOVE IN-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO MAP-CHARCUR-EXIT.

       MAP-CHARCUR-1.
           READ CHARCUR NEXT
             AT END
               GO TO MAP-CHARCUR-EXIT.
           IF CC-KEY8 NOT = IN-GARNO
               GO TO MAP-CHARCUR-EXIT.
           MOVE CC-KEY3 TO LOOK-K3
           PERFORM ADD-MAP
           GO TO MAP-CHARCUR-1.

       MAP-CHARCUR-EXIT.
           EXIT.

       MAP-PAYCUR.
           MOVE IN-GARNO TO PC-KEY8
           MOVE SPACE TO PC-KEY3
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO MAP-PAYCUR-EXIT.

       MAP-PAYCUR-1.
           READ PAYCUR NEXT
             AT END
               GO TO MAP-PAYCUR-EXIT.
           IF PC-KEY8 NOT = IN-GARNO
               GO TO MAP-PAYCUR-EXIT.
           MOVE PC-KEY3 TO LOOK-K3
           PERFORM ADD-MAP
           GO TO MAP-PAYCUR-1.

       MAP-PAYCUR-EXIT.
           EXIT.

       ADD-MAP.
           ADD 1 TO MAP-CNT
           MOVE MAP-CNT TO NEW-K3
           MOVE LOOK-K3 TO MAP-OLD (MAP-CNT)
           MOVE NEW-K3 TO MAP-NEW (MAP-CNT)
           IF MAP-OLD (MAP-CNT) NOT = MAP-NEW (MAP-CNT)
               ADD 1 TO MOVE-CNT.

       MOVE-CHARGE.
           MOVE MAP-OLD (MAP-IDX) TO OLD-K3
           MOVE IN-GARNO TO CC-KEY8
           MOVE OLD-K3 TO CC-KEY3
           READ CHARCUR WITH LOCK
             INVALID
               DISPLAY "KEY3-RESEQ - CHARCUR " IN-GARNO " " OLD-K3
                 " GONE SINCE THE MAP WAS TAKEN"
               MOVE OLD-K3 TO MAP-NEW (MAP-IDX)
               GO TO MOVE-CHARGE-EXIT.
           MOVE CHARCUR01 TO SAVE-REC
           DELETE CHARCUR
           MOVE SAVE-REC TO CHARCUR01
           MOVE MAP-NEW (MAP-IDX) TO CC-KEY3
           WRITE CHARCUR01
             INVALID
               DISPLAY "KEY3-RESEQ - CHARCUR " IN-GARNO " "
                 MAP-NEW (MAP-IDX) " ALREADY TAKEN - "
                 OLD-K3 " PUT BACK"
               MOVE OLD-K3 TO CC-KEY3
               WRITE CHARCUR01
               MOVE 8 TO RETURN-CODE
               GO TO MOVE-CHARGE-EXIT
           END-WRITE

           MOVE "C" TO CJ-FILE
           PERFORM JOURNAL-MOVE
           MOVE SPACE TO KM-NOTE

           MOVE IN-GARNO TO BL-KEY8
           MOVE OLD-K3 TO BL-KEY3
           READ LINEBAL WITH LOCK
             INVALID
               GO TO MOVE-CHARGE-1.
           MOVE LINEBAL01 TO SAVE-REC
           DELETE LINEBAL
           MOVE SAVE-REC TO LINEBAL01
           MOVE MAP-NEW (MAP-IDX) TO BL-KEY3
           WRITE LINEBAL01
             INVALID
               MOVE OLD-K3 TO BL-KEY3
               WRITE LINEBAL01
               MOVE "LINEBAL NOT MOVED" TO KM-NOTE
               ADD 1 TO MISS-CNTR
             NOT INVALID
               ADD 1 TO XREF-CNTR
           END-WRITE.

       MOVE-CHARGE-1.
           MOVE IN-GARNO TO WL-KEY8
           MOVE OLD-K3 TO WL-KEY3
           READ WCLINK WITH LOCK
             INVALID
               GO TO MOVE-CHARGE-2.
           MOVE WCLINK01 TO SAVE-REC
           DELETE WCLINK
           MOVE SAVE-REC TO WCLINK01
           MOVE MAP-NEW (MAP-IDX) TO WL-KEY3
           WRITE WCLINK01
             INVALID
               MOVE OLD-K3 TO WL-KEY3
               WRITE WCLINK01
               MOVE "WCLINK NOT MOVED" TO KM-NOTE
               ADD 1 TO MISS-CNTR
             NOT INVALID
               ADD 1 TO XREF-CNTR
           END-WRITE.

       MOVE-CHARGE-2.
           MOVE IN-GARNO TO CD-KEY8 OF CLIENTDTL01
           MOVE OLD-K3 TO CD-KEY3 OF CLIENTDTL01
           READ CLIENTDTL WITH LOCK
             INVALID
               GO TO MOVE-CHARGE-3.
           MOVE CLIENTDTL01 TO SAVE-REC
           DELETE CLIENTDTL
           MOVE SAVE-REC TO CLIENTDTL01
           MOVE MAP-NEW (MAP-IDX) TO CD-KEY3 OF CLIENTDTL01
           WRITE CLIENTDTL01
             INVALID
               MOVE OLD-K3 TO CD-KEY3 OF CLIENTDTL01
               WRITE CLIENTDTL01
               MOVE "CLIENTDTL NOT MOVED" TO KM-NOTE
               ADD 1 TO MISS-CNTR
             NOT INVALID
               ADD 1 TO XREF-CNTR
           END-WRITE.

       MOVE-CHARGE-3.
           MOVE IN-GARNO TO SA-GARNO
           MOVE OLD-K3 TO SA-KEY3
           READ SFAFILE WITH LOCK
             INVALID
               GO TO MOVE-CHARGE-4.
           MOVE SFAFILE01 TO SAVE-REC
           DELETE SFAFILE
           MOVE SAVE-REC TO SFAFILE01
           MOVE MAP-NEW (MAP-IDX) TO SA-KEY3
           WRITE SFAFILE01
             INVALID
               MOVE OLD-K3 TO SA-KEY3
               WRITE SFAFILE01
               MOVE "SFAFILE NOT MOVED" TO KM-NOTE
               ADD 1 TO MISS-CNTR
             NOT INVALID
               ADD 1 TO XREF-CNTR
           END-WRITE.

      * the PC/TC log and PR detail carry more than one row per
      * line - each pass takes the first row still on the old
      * number.
       MOVE-CHARGE-4.
           MOVE IN-GARNO TO PX-GARNO
           MOVE OLD-K3 TO PX-KEY3
           MOVE SPACE TO PX-CODE
           START PCTCLOG KEY NOT < PX-KEY
             INVALID
               GO TO MOVE-CHARGE-5.
           READ PCTCLOG NEXT WITH LOCK
             AT END
               GO TO MOVE-CHARGE-5.
           IF PX-GARNO NOT = IN-GARNO OR PX-KEY3 NOT = OLD-K3
               GO TO MOVE-CHARGE-5.
           MOVE PCTCLOG01 TO SAVE-REC
           DELETE PCTCLOG
           MOVE SAVE-REC TO PCTCLOG01
           MOVE MAP-NEW (MAP-IDX) TO PX-KEY3
           WRITE PCTCLOG01
             INVALID
               MOVE OLD-K3 TO PX-KEY3
               WRITE PCTCLOG01
               MOVE "PCTCLOG NOT MOVED" TO KM-NOTE
               ADD 1 TO MISS-CNTR
               GO TO MOVE-CHARGE-5
           END-WRITE
           ADD 1 TO XREF-CNTR
           GO TO MOVE-CHARGE-4.

       MOVE-CHARGE-5.
           MOVE IN-GARNO TO PRD-KEY8
           MOVE OLD-K3 TO PRD-KEY3
           MOVE SPACE TO PRD-PAYCODE
           START PRDETAIL KEY NOT < PRD-KEY
             INVALID
               GO TO MOVE-CHARGE-6.
           READ PRDETAIL NEXT WITH LOCK
             AT END
               GO TO MOVE-CHARGE-6.
           IF PRD-KEY8 NOT = IN-GARNO OR PRD-KEY3 NOT = OLD-K3
               GO TO MOVE-CHARGE-6.
           MOVE PRDETAIL01 TO SAVE-REC
           DELETE PRDETAIL
           MOVE SAVE-REC TO PRDETAIL01
           MOVE MAP-NEW (MAP-IDX) TO PRD-KEY3
           WRITE PRDETAIL01
             INVALID
               MOVE OLD-K3 TO PRD-KEY3
               WRITE PRDETAIL01
               MOVE "PRDETAIL NOT MOVED" TO KM-NOTE
               ADD 1 TO MISS-CNTR
               GO TO MOVE-CHARGE-6
           END-WRITE
           ADD 1 TO XREF-CNTR
           GO TO MOVE-CHARGE-5.

       MOVE-CHARGE-6.
           PERFORM MOVE-TAG THRU MOVE-TAG-EXIT
           PERFORM MOVE-REMIT THRU MOVE-REMIT-EXIT
           PERFORM WRITE-MAP.

       MOVE-CHARGE-EXIT.
           EXIT.

       MOVE-PAYMENT.
           MOVE MAP-OLD (MAP-IDX) TO OLD-K3
           MOVE IN-GARNO TO PC-KEY8
           MOVE OLD-K3 TO PC-KEY3
           READ PAYCUR WITH LOCK
             INVALID
               DISPLAY "KEY3-RESEQ - PAYCUR " IN-GARNO " " OLD-K3
                 " GONE SINCE THE MAP WAS TAKEN"
               MOVE OLD-K3 TO MAP-NEW (MAP-IDX)
               GO TO MOVE-PAYMENT-EXIT.
           MOVE PAYCUR01 TO SAVE-REC
           DELETE PAYCUR
           MOVE SAVE-REC TO PAYCUR01
           MOVE MAP-NEW (MAP-IDX) TO PC-KEY3
           WRITE PAYCUR01
             INVALID
               DISPLAY "KEY3-RESEQ - PAYCUR " IN-GARNO " "
                 MAP-NEW (MAP-IDX) " ALREADY TAKEN - "
                 OLD-K3 " PUT BACK"
               MOVE OLD-K3 TO PC-KEY3
               WRITE PAYCUR01
               MOVE 8 TO RETURN-CODE
               GO TO MOVE-PAYMENT-EXIT
           END-WRITE

           MOVE "P" TO CJ-FILE
           PERFORM JOURNAL-MOVE
           MOVE SPACE TO KM-NOTE
           PERFORM MOVE-TAG THRU MOVE-TAG-EXIT
           PERFORM MOVE-REMIT THRU MOVE-REMIT-EXIT
           PERFORM WRITE-MAP.

       MOVE-PAYMENT-EXIT.
           EXIT.

       MOVE-TAG.
           MOVE IN-FILE TO ET-FILE
           MOVE IN-GARNO TO ET-GARNO
           MOVE OLD-K3 TO ET-KEY3
           READ ENTTAG WITH LOCK
             INVALID
               GO TO MOVE-TAG-EXIT.
           MOVE ENTTAG01 TO SAVE-REC
           DELETE ENTTAG
           MOVE SAVE-REC TO ENTTAG01
           MOVE MAP-NEW (MAP-IDX) TO ET-KEY3
           WRITE ENTTAG01
             INVALID
               MOVE OLD-K3 TO ET-KEY3
               WRITE ENTTAG01
               MOVE "ENTTAG NOT MOVED" TO KM-NOTE
               ADD 1 TO MISS-CNTR
             NOT INVALID
               ADD 1 TO XREF-CNTR
           END-WRITE.

       MOVE-TAG-EXIT.
           EXIT.

      * the account's REMITLN rows still on the old number. A charge
      * line's number is in the key, so each pass moves the first
      * row found and starts over; a payment line's is a plain
      * field and is rewritten in place.
       MOVE-REMIT.
           MOVE IN-GARNO TO RL-GARNO
           MOVE SPACE TO RL-CLAIM RL-CHG-KEY3 RL-PAYCODE RL-TRACE
           START REMITLN KEY NOT < RL-KEY
             INVALID
               GO TO MOVE-REMIT-EXIT.

       MOVE-REMIT-1.
           READ REMITLN NEXT WITH LOCK
             AT END
               GO TO MOVE-REMIT-EXIT.
           IF RL-GARNO NOT = IN-GARNO
               GO TO MOVE-REMIT-EXIT.
           IF IN-FILE = "P"
               GO TO MOVE-REMIT-2.
           IF RL-CHG-KEY3 NOT = OLD-K3
               GO TO MOVE-REMIT-1.
           MOVE REMITLN01 TO SAVE-REC
           DELETE REMITLN
           MOVE SAVE-REC TO REMITLN01
           MOVE MAP-NEW (MAP-IDX) TO RL-CHG-KEY3
           WRITE REMITLN01
             INVALID
               MOVE OLD-K3 TO RL-CHG-KEY3
               WRITE REMITLN01
               MOVE "REMITLN NOT MOVED" TO KM-NOTE
               ADD 1 TO MISS-CNTR
               GO TO MOVE-REMIT-EXIT
           END-WRITE
           ADD 1 TO XREF-CNTR
           GO TO MOVE-REMIT.

       MOVE-REMIT-2.
           IF RL-PAY-KEY3 NOT = OLD-K3
               GO TO MOVE-REMIT-1.
           MOVE MAP-NEW (MAP-IDX) TO RL-PAY-KEY3
           REWRITE REMITLN01
           ADD 1 TO XREF-CNTR
           GO TO MOVE-REMIT-1.

       MOVE-REMIT-EXIT.
           EXIT.

      * the kin worklist keys its own rows but points at the charge.
       FIX-KIN.
           MOVE IN-GARNO TO KIN-KEY8
           MOVE SPACE TO KIN-KEY3
           START KINFILE KEY NOT < KINFILE-KEY
             INVALID
               GO TO FIX-KIN-EXIT.

       FIX-KIN-1.
           READ KINFILE NEXT WITH LOCK
             AT END
               GO TO FIX-KIN-EXIT.
           IF KIN-KEY8 NOT = IN-GARNO
               GO TO FIX-KIN-EXIT.
           IF KIN-CHARCUR-KEY(1:8) NOT = IN-GARNO
               GO TO FIX-KIN-1.
           MOVE KIN-CHARCUR-KEY(9:3) TO LOOK-K3
           PERFORM FIND-MAP THRU FIND-MAP-EXIT
           IF FOUND-K3 = SPACE OR FOUND-K3 = LOOK-K3
               GO TO FIX-KIN-1.
           MOVE FOUND-K3 TO KIN-CHARCUR-KEY(9:3)
           REWRITE KINFILE01
           ADD 1 TO XREF-CNTR
           GO TO FIX-KIN-1.

       FIX-KIN-EXIT.
           EXIT.

       FIX-DISPUTE.
           MOVE IN-GARNO TO DP-GARNO
           MOVE 0 TO DP-CASE
           START DISPUTE KEY NOT < DP-KEY
             INVALID
               GO TO FIX-DISPUTE-EXIT.

       FIX-DISPUTE-1.
           READ DISPUTE NEXT WITH LOCK
             AT END
               GO TO FIX-DISPUTE-EXIT.
           IF DP-GARNO NOT = IN-GARNO
               GO TO FIX-DISPUTE-EXIT.
           MOVE "N" TO CHG-FLAG
           MOVE 1 TO ITEM-IDX.

       FIX-DISPUTE-2.
           IF ITEM-IDX > 10
               GO TO FIX-DISPUTE-3.
           IF DP-ITEM (ITEM-IDX) NOT = SPACE
               MOVE DP-ITEM (ITEM-IDX) TO LOOK-K3
               PERFORM FIND-MAP THRU FIND-MAP-EXIT
               IF FOUND-K3 NOT = SPACE AND FOUND-K3 NOT = LOOK-K3
                   MOVE FOUND-K3 TO DP-ITEM (ITEM-IDX)
                   MOVE "Y" TO CHG-FLAG
               END-IF
           END-IF
           ADD 1 TO ITEM-IDX
           GO TO FIX-DISPUTE-2.

       FIX-DISPUTE-3.
           IF CHG-FLAG = "Y"
               REWRITE DISPUTE01
               ADD 1 TO XREF-CNTR.
           GO TO FIX-DISPUTE-1.

       FIX-DISPUTE-EXIT.
           EXIT.

       FIND-MAP.
           MOVE SPACE TO FOUND-K3
           MOVE 1 TO MAP-IDX.

       FIND-MAP-1.
           IF MAP-IDX > MAP-CNT
               GO TO FIND-MAP-EXIT.
           IF MAP-OLD (MAP-IDX) = LOOK-K3
               MOVE MAP-NEW (MAP-IDX) TO FOUND-K3
               GO TO FIND-MAP-EXIT.
           ADD 1 TO MAP-IDX
           GO TO FIND-MAP-1.

       FIND-MAP-EXIT.
           EXIT.

       JOURNAL-MOVE.
           MOVE "D" TO CJ-TYPE
           MOVE IN-GARNO TO CJ-KEY8
           MOVE OLD-K3 TO CJ-KEY3
           IF CJ-FILE = "C"
               MOVE CC-AMOUNT TO CJ-OLD-AMT
           ELSE
               MOVE PC-AMOUNT TO CJ-OLD-AMT
           END-IF
           MOVE 0 TO CJ-NEW-AMT
           MOVE "KEY3RSEQ" TO CJ-PROGRAM
           MOVE T-DATE TO CJ-DATE
           ACCEPT CJ-TIME FROM TIME
           WRITE CHGJRNL01
           MOVE "A" TO CJ-TYPE
           MOVE MAP-NEW (MAP-IDX) TO CJ-KEY3
           MOVE CJ-OLD-AMT TO CJ-NEW-AMT
           MOVE 0 TO CJ-OLD-AMT
           WRITE CHGJRNL01.

       WRITE-MAP.
           MOVE T-DATE TO KM-DATE
           MOVE T-TIME TO KM-TIME
           MOVE IN-OPER TO KM-OPER
           MOVE FILE-NAME TO KM-FILE
           MOVE IN-GARNO TO KM-GARNO
           MOVE OLD-K3 TO KM-OLD
           MOVE MAP-NEW (MAP-IDX) TO KM-NEW
           WRITE KEYMAP01.

       P9.
           DISPLAY "KEY3-RESEQ - " FILE-NAME " " IN-GARNO
             " LINES: " MAP-CNT
           DISPLAY "KEY3-RESEQ - LINES RENUMBERED: " MOVE-CNT
           DISPLAY "KEY3-RESEQ - CROSS-REFERENCES MOVED: " XREF-CNTR
           IF MISS-CNTR > 0
               DISPLAY "KEY3-RESEQ - CROSS-REFERENCES NOT MOVED: "
                 MISS-CNTR " - SEE KEYMAP"
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE.
           IF IN-MODE = "UPDATE"
               CLOSE CHARCUR PAYCUR LINEBAL KINFILE WCLINK PCTCLOG
                 PRDETAIL CLIENTDTL SFAFILE DISPUTE ENTTAG REMITLN
                 KEYMAP CHGJRNL
           ELSE
               CLOSE CHARCUR PAYCUR
           END-IF.

       P99.
           CLOSE PARMFILE CHARNEW PAYFILE FILEOUT.
           STOP RUN.

      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. patunxfer.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * reverses a patxfer.cob run from the UNDOFILE it wrote - each
      * CC/PC/HS row goes back under the key it had, the PF patient
      * back to the old garno, and a GF account the transfer opened
      * is deleted. The rows that followed a line - BL/WL/PX/PR/CD/
      * SA/ET, a DP dispute case and an RL remit-line register row -
      * go back under their old keys the same way. Each CC/PC line
      * back goes to the change journal as a delete and an add, and
      * both accounts' balances are figured again by acctpost.cob. A
      * row whose old key has been used again since is left where it
      * is and logged.
           SELECT UNDOFILE ASSIGN TO "S60" ORGANIZATION
               LINE SEQUENTIAL.

           SELECT FILEOUT ASSIGN TO "S35" ORGANIZATION
               LINE SEQUENTIAL.

           SELECT PATFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS P-PATNO
               ALTERNATE RECORD KEY IS P-GARNO WITH DUPLICATES
               LOCK MODE MANUAL.

           SELECT GARFILE ASSIGN TO "S45" ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS G-GARNO
               ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
               LOCK MODE MANUAL.

           SELECT CHARCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS CHARCUR-KEY
               ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
               ALTERNATE RECORD KEY IS CC-DAT1 WITH DUPLICATES
               LOCK MODE MANUAL.

           SELECT HISFILE ASSIGN TO "S55" ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS HISFILE-KEY
               LOCK MODE MANUAL.

           SELECT PAYCUR ASSIGN TO "S65" ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS PAYCUR-KEY
               LOCK MODE MANUAL.

           SELECT LINEBAL ASSIGN TO "S70" ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS BL-KEY
               LOCK MODE MANUAL.

           SELECT WCLINK ASSIGN TO "S75" ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS WL-KEY
               LOCK MODE MANUAL.

           SELECT PCTCLOG ASSIGN TO "S80" ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS PX-KEY
               LOCK MODE MANUAL.

           SELECT PRDETAIL ASSIGN TO "S85" ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS PRD-KEY
               ALTERNATE RECORD KEY IS PRD-PAT-KEY WITH DUPLICATES
               LOCK MODE MANUAL.

           SELECT CLIENTDTL ASSIGN TO "S90" ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS CD-CHARKEY
               ALTERNATE RECORD KEY IS CD-INV WITH DUPLICATES
               LOCK MODE MANUAL.

           SELECT SFAFILE ASSIGN TO "S100" ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS SA-KEY
               LOCK MODE MANUAL.

           SELECT DISPUTE ASSIGN TO "S105" ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC RECORD KEY IS DP-KEY
               LOCK MODE MANUAL.

           SELECT OPTIONAL ENTTAG ASSIGN TO "S110" ORGANIZATION IS
               INDEXED ACCESS IS DYNAMIC RECORD KEY IS ET-KEY
               LOCK MODE MANUAL.

           SELECT OPTIONAL REMITLN ASSIGN TO "S115" ORGANIZATION IS
               INDEXED ACCESS IS DYNAMIC RECORD KEY IS RL-KEY
               LOCK MODE MANUAL.

           SELECT CHGJRNL ASSIGN TO "S120" ORGANIZATION
               LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * same UNDOFILE01 layout patxfer.cob writes.
       FD  UNDOFILE.
       01  UNDOFILE01.
           02 UX-TYPE PIC XX.
           02 UX-OLD-KEY PIC X(19).
           02 UX-NEW-KEY PIC X(19).
           02 UX-GARNO PIC X(8).
           02 UX-MORE PIC X(50).

       FD  FILEOUT.
       01  FILEOUT01 PIC X(100).

       FD  PATFILE.
           COPY "patfile.cpy".

       FD  GARFILE.
           COPY "garfile.cpy".

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  PAYCUR.
           COPY "paycur.cpy".

       FD  LINEBAL.
           COPY "linebal.cpy".

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

       FD  CHGJRNL.
           COPY "chgjrnl.cpy".

      * same inline HISFILE layout patxfer.cob uses.
       FD  HISFILE
           DATA RECORD IS HISFILE01.
       01  HISFILE01.
           02 HISFILE-KEY.
             03 HS-KEY8 PIC X(8).
             03 HS-CLAIM PIC X(6).
             03 HS-REC-TYPE PIC X.
             03 HS-KEY4 PIC XXXX.
           02 HS-PATID.
              03 HS-PATID7 PIC X(7).
              03 HS-PATID1 PIC X.
           02 HS-SERVICE PIC X.
           02 HS-DIAG PIC X(5).
           02 HS-PROC PIC X(11).
           02 HS-MOD2 PIC XX.
           02 HS-MOD3 PIC XX.
           02 HS-MOD4 PIC XX.
           02 HS-AMOUNT PIC X(6).
           02 HS-DOCR PIC X(3).
           02 HS-DOCP PIC X(2).
           02 HS-PAYCODE PIC XXX.
           02 HS-STUD PIC X.
           02 HS-WORK PIC XX.
           02 HS-DAT1 PIC X(8).
           02 HS-RESULT PIC X.
           02 HS-ACT PIC X.
           02 HS-SORCREF PIC X.
           02 HS-COLLT PIC X.
           02 HS-AGE PIC X.
           02 HS-PAPER PIC X.
           02 HS-PLACE PIC X.
           02 HS-EPSDT PIC X.
           02 HS-DATE-T PIC X(8).
           02 HS-DATE-A PIC X(8).
           02 HS-DATE-E PIC X(8).
           02 HS-REC-STAT PIC X.
           02 HS-DX2 PIC X(5).
           02 HS-DX3 PIC X(5).
           02 HS-ACC-TYPE PIC X.
           02 HS-DATE-M PIC X(8).
           02 HS-ASSIGN PIC X.
           02 HS-NEIC-ASSIGN PIC X.
           02 HS-FUTURE PIC X(6).

       WORKING-STORAGE SECTION.
       01  UNDO-CNTR PIC 9(5) VALUE 0.
       01  BAD-CNTR PIC 9(5) VALUE 0.
       01  T-DATE PIC X(8).
      * the receiving account of the transfer being undone, from its
      * CC/PC records - posted again with the old one at its PF.
       01  LAST-NEW PIC X(8) VALUE SPACE.
       01  SAVE-REC PIC X(400).

       01  ACCTPOST-PARMS.
           02 AC-FUNC PIC X.
           02 AC-GARNO PIC X(8).
           02 AC-DATE PIC X(8).
           02 AC-PROGRAM PIC X(8).
           02 AC-INSBAL PIC S9(7)V99.
           02 AC-PATBAL PIC S9(7)V99.
           02 AC-OLDEST PIC X(8).
           02 AC-LASTPAY-DATE PIC X(8).
           02 AC-LASTPAY-AMT PIC S9(6)V99.
           02 AC-LASTSTMT PIC X(8).
           02 AC-RESULT PIC X.

       PROCEDURE DIVISION.

       0005-START.
           OPEN INPUT UNDOFILE
           OPEN OUTPUT FILEOUT
           OPEN I-O PATFILE GARFILE CHARCUR HISFILE PAYCUR
           OPEN I-O LINEBAL WCLINK PCTCLOG PRDETAIL CLIENTDTL SFAFILE
             DISPUTE ENTTAG REMITLN
           OPEN EXTEND CHGJRNL
           ACCEPT T-DATE FROM DATE YYYYMMDD.

       P1.
           READ UNDOFILE
             AT END
               GO TO P8
           END-READ

           IF UX-TYPE = "CC"
               MOVE UX-NEW-KEY(1:11) TO CHARCUR-KEY
               READ CHARCUR
                 INVALID
                   GO TO P7
               END-READ
               DELETE CHARCUR RECORD
               MOVE UX-OLD-KEY(1:11) TO CHARCUR-KEY
               WRITE CHARCUR01
                 INVALID
                   MOVE UX-NEW-KEY(1:11) TO CHARCUR-KEY
                   WRITE CHARCUR01
                   GO TO P7
               END-WRITE
               MOVE "C" TO CJ-FILE
               MOVE CC-AMOUNT TO CJ-OLD-AMT
               PERFORM JOURNAL-MOVE
               MOVE UX-NEW-KEY(1:8) TO LAST-NEW
               ADD 1 TO UNDO-CNTR
               GO TO P1
           END-IF

           IF UX-TYPE = "PC"
               MOVE UX-NEW-KEY(1:11) TO PAYCUR-KEY
               READ PAYCUR
                 INVALID
                   GO TO P7
               END-READ
               DELETE PAYCUR RECORD
               MOVE UX-OLD-KEY(1:11) TO PAYCUR-KEY
               WRITE PAYCUR01
                 INVALID
                   MOVE UX-NEW-KEY(1:11) TO PAYCUR-KEY
                   WRITE PAYCUR01
                   GO TO P7
               END-WRITE
               MOVE "P" TO CJ-FILE
               MOVE PC-AMOUNT TO CJ-OLD-AMT
               PERFORM JOURNAL-MOVE
               MOVE UX-NEW-KEY(1:8) TO LAST-NEW
               ADD 1 TO UNDO-CNTR
               GO TO P1
           END-IF

           IF UX-TYPE = "HS"
               MOVE UX-NEW-KEY TO HISFILE-KEY
               READ HISFILE
                 INVALID
                   GO TO P7
               END-READ
               DELETE HISFILE RECORD
               MOVE UX-OLD-KEY TO HISFILE-KEY
               WRITE HISFILE01
                 INVALID
                   MOVE UX-NEW-KEY TO HISFILE-KEY
                   WRITE HISFILE01
                   GO TO P7
               END-WRITE
               ADD 1 TO UNDO-CNTR
               GO TO P1
           END-IF

           IF UX-TYPE = "BL"
               MOVE UX-NEW-KEY TO BL-KEY
               READ LINEBAL
                 INVALID
                   GO TO P7
               END-READ
               DELETE LINEBAL RECORD
               MOVE UX-OLD-KEY TO BL-KEY
               WRITE LINEBAL01
                 INVALID
                   MOVE UX-NEW-KEY TO BL-KEY
                   WRITE LINEBAL01
                   GO TO P7
               END-WRITE
               ADD 1 TO UNDO-CNTR
               GO TO P1
           END-IF

           IF UX-TYPE = "WL"
               MOVE UX-NEW-KEY TO WL-KEY
               READ WCLINK
                 INVALID
                   GO TO P7
               END-READ
               DELETE WCLINK RECORD
               MOVE UX-OLD-KEY TO WL-KEY
               WRITE WCLINK01
                 INVALID
                   MOVE UX-NEW-KEY TO WL-KEY
                   WRITE WCLINK01
                   GO TO P7
               END-WRITE
               ADD 1 TO UNDO-CNTR
               GO TO P1
           END-IF

           IF UX-TYPE = "PX"
               MOVE UX-NEW-KEY TO PX-KEY
               READ PCTCLOG
                 INVALID
                   GO TO P7
               END-READ
               DELETE PCTCLOG RECORD
               MOVE UX-OLD-KEY TO PX-KEY
               WRITE PCTCLOG01
                 INVALID
                   MOVE UX-NEW-KEY TO PX-KEY
                   WRITE PCTCLOG01
                   GO TO P7
               END-WRITE
               ADD 1 TO UNDO-CNTR
               GO TO P1
           END-IF

           IF UX-TYPE = "PR"
               MOVE UX-NEW-KEY TO PRD-KEY
               READ PRDETAIL
                 INVALID
                   GO TO P7
               END-READ
               DELETE PRDETAIL RECORD
               MOVE UX-OLD-KEY TO PRD-KEY
               WRITE PRDETAIL01
                 INVALID
                   MOVE UX-NEW-KEY TO PRD-KEY
                   WRITE PRDETAIL01
                   GO TO P7
               END-WRITE
               ADD 1 TO UNDO-CNTR
               GO TO P1
           END-IF

           IF UX-TYPE = "CD"
               MOVE UX-NEW-KEY TO CD-CHARKEY
               READ CLIENTDTL
                 INVALID
                   GO TO P7
               END-READ
               DELETE CLIENTDTL RECORD
               MOVE UX-OLD-KEY TO CD-CHARKEY
               WRITE CLIENTDTL01
                 INVALID
                   MOVE UX-NEW-KEY TO CD-CHARKEY
                   WRITE CLIENTDTL01
                   GO TO P7
               END-WRITE
               ADD 1 TO UNDO-CNTR
               GO TO P1
           END-IF

           IF UX-TYPE = "SA"
               MOVE UX-NEW-KEY TO SA-KEY
               READ SFAFILE
                 INVALID
                   GO TO P7
               END-READ
               DELETE SFAFILE RECORD
               MOVE UX-OLD-KEY TO SA-KEY
               WRITE SFAFILE01
                 INVALID
                   MOVE UX-NEW-KEY TO SA-KEY
                   WRITE SFAFILE01
                   GO TO P7
               END-WRITE
               ADD 1 TO UNDO-CNTR
               GO TO P1
           END-IF

           IF UX-TYPE = "ET"
               MOVE UX-NEW-KEY TO ET-KEY
               READ ENTTAG
                 INVALID
                   GO TO P7
               END-READ
               DELETE ENTTAG RECORD
               MOVE UX-OLD-KEY TO ET-KEY
               WRITE ENTTAG01
                 INVALID
                   MOVE UX-NEW-KEY TO ET-KEY
                   WRITE ENTTAG01
                   GO TO P7
               END-WRITE
               ADD 1 TO UNDO-CNTR
               GO TO P1
           END-IF

      *    a dispute case goes back with the line numbers it had.
           IF UX-TYPE = "DP"
               MOVE UX-NEW-KEY TO DP-KEY
               READ DISPUTE
                 INVALID
                   GO TO P7
               END-READ
               MOVE DISPUTE01 TO SAVE-REC
               DELETE DISPUTE RECORD
               MOVE UX-OLD-KEY TO DP-KEY
               MOVE UX-MORE TO DP-ITEMS
               WRITE DISPUTE01
                 INVALID
                   MOVE SAVE-REC TO DISPUTE01
                   WRITE DISPUTE01
                   GO TO P7
               END-WRITE
               ADD 1 TO UNDO-CNTR
               GO TO P1
           END-IF

      *    a remit-line register row is found by its full new key;
      *    its garno, charge line and payment line go back.
           IF UX-TYPE = "RL"
               MOVE UX-MORE TO RL-KEY
               READ REMITLN
                 INVALID
                   GO TO P7
               END-READ
               MOVE REMITLN01 TO SAVE-REC
               DELETE REMITLN RECORD
               MOVE UX-OLD-KEY(1:8) TO RL-GARNO
               MOVE UX-OLD-KEY(9:3) TO RL-CHG-KEY3
               MOVE UX-OLD-KEY(12:3) TO RL-PAY-KEY3
               WRITE REMITLN01
                 INVALID
                   MOVE SAVE-REC TO REMITLN01
                   WRITE REMITLN01
                   GO TO P7
               END-WRITE
               ADD 1 TO UNDO-CNTR
               GO TO P1
           END-IF

      *    the transfer's lines are all back by its PF record - both
      *    accounts are figured again whether or not the patient can
      *    be put back.
           IF UX-TYPE = "PF"
               MOVE UX-GARNO TO AC-GARNO
               PERFORM POST-ACCT
               IF LAST-NEW NOT = SPACE
                   MOVE LAST-NEW TO AC-GARNO
                   PERFORM POST-ACCT
                   MOVE SPACE TO LAST-NEW
               END-IF
               MOVE UX-OLD-KEY(1:8) TO P-PATNO
               READ PATFILE
                 INVALID
                   GO TO P7
               END-READ
               MOVE UX-GARNO TO P-GARNO
               REWRITE PATFILE01
               ADD 1 TO UNDO-CNTR
               GO TO P1
           END-IF

      *    the account the transfer opened - only if nothing has been
      *    posted to it since.
           IF UX-TYPE = "GF"
               MOVE UX-GARNO TO CC-KEY8
               MOVE SPACE TO CC-KEY3
               START CHARCUR KEY NOT < CHARCUR-KEY
                 INVALID
                   MOVE SPACE TO CC-KEY8
                 NOT INVALID
                   READ CHARCUR NEXT
                     AT END
                       MOVE SPACE TO CC-KEY8
                   END-READ
               END-START
               IF CC-KEY8 = UX-GARNO
                   GO TO P7
               END-IF
               MOVE UX-GARNO TO G-GARNO
               READ GARFILE
                 INVALID
                   GO TO P7
               END-READ
               DELETE GARFILE RECORD
               ADD 1 TO UNDO-CNTR
               GO TO P1
           END-IF

           GO TO P1.

      * a delete under the transfer's key and an add under the old
      * one. CJ-FILE and CJ-OLD-AMT are already set.
       JOURNAL-MOVE.
           MOVE "D" TO CJ-TYPE
           MOVE UX-NEW-KEY(1:8) TO CJ-KEY8
           MOVE UX-NEW-KEY(9:3) TO CJ-KEY3
           MOVE 0 TO CJ-NEW-AMT
           MOVE "PATUNXFR" TO CJ-PROGRAM
           MOVE T-DATE TO CJ-DATE
           ACCEPT CJ-TIME FROM TIME
           WRITE CHGJRNL01
           MOVE "A" TO CJ-TYPE
           MOVE UX-OLD-KEY(1:8) TO CJ-KEY8
           MOVE UX-OLD-KEY(9:3) TO CJ-KEY3
           MOVE CJ-OLD-AMT TO CJ-NEW-AMT
           MOVE 0 TO CJ-OLD-AMT
           WRITE CHGJRNL01.

      * account balance summary - see acctpost.cob.
       POST-ACCT.
           MOVE "J" TO AC-FUNC
           MOVE SPACE TO AC-DATE
           MOVE "PATUNXFR" TO AC-PROGRAM
           CALL "acctpost" USING ACCTPOST-PARMS.

       P7.
           ADD 1 TO BAD-CNTR
           MOVE SPACE TO FILEOUT01
           STRING "NOT UNDONE " UX-TYPE " " UX-NEW-KEY " WAS "
             UX-OLD-KEY " " UX-GARNO DELIMITED BY SIZE INTO FILEOUT01
           WRITE FILEOUT01
           GO TO P1.

       P8.
           MOVE SPACE TO FILEOUT01
           STRING "TOTAL UNDONE: " UNDO-CNTR "  NOT UNDONE: "
             BAD-CNTR DELIMITED BY SIZE INTO FILEOUT01
           WRITE FILEOUT01.

       P9.
           MOVE "E" TO AC-FUNC
           CALL "acctpost" USING ACCTPOST-PARMS
           CLOSE UNDOFILE FILEOUT PATFILE GARFILE CHARCUR HISFILE
             PAYCUR LINEBAL WCLINK PCTCLOG PRDETAIL CLIENTDTL SFAFILE
             DISPUTE ENTTAG REMITLN CHGJRNL.
           STOP RUN.

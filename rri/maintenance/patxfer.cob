      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. patxfer.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * moves one patient and their history out of a guarantor
      * account into another - the opposite of patmerge.cob, for a
      * family account split by a divorce or a dependent who has
      * become their own guarantor. The PATFILE entry is re-pointed
      * and the patient's CHARCUR, PAYCUR and HISFILE rows are
      * deleted under the old garno and written under the new one,
      * each CHARCUR/PAYCUR row taking the next free KEY3 there the
      * way inar004.cob numbers a new line. Payments go with the
      * patient's claims; a claim that also carries another
      * patient's charges keeps its payments where they are and is
      * logged for the biller to split by hand. Everything keyed by a
      * moved line goes with it to its new garno and KEY3 the way
      * key3-reseq.cob carries it - a charge line's line balance, WC
      * case link, PC/TC edit log, PR detail, client invoice line and
      * sliding-fee row, either line's billing-entity tag, and the
      * remit-line register rows. A dispute case goes over whole
      * when every line it covers went; one that also covers lines
      * left behind stays and is logged. Each line moved goes to the
      * change journal as a delete and an add, and both accounts'
      * balances are figured again by acctpost.cob.
           SELECT PARMFILE ASSIGN TO "S30" ORGANIZATION
               LINE SEQUENTIAL.

      * operator sign-on - same destructive level patmerge.cob needs.
           SELECT OPERFILE ASSIGN TO "S20" ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC RECORD KEY IS OP-ID
               LOCK MODE MANUAL.

           SELECT FILEOUT ASSIGN TO "S35" ORGANIZATION
               LINE SEQUENTIAL.

      * undo log for patunxfer.cob - one record per row moved.
           SELECT UNDOFILE ASSIGN TO "S60" ORGANIZATION
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

      * everything keyed by a charge line's key.
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

      * a charge or payment line's billing-entity tag - see
      * entchk.cob.
           SELECT OPTIONAL ENTTAG ASSIGN TO "S110" ORGANIZATION IS
               INDEXED ACCESS IS DYNAMIC RECORD KEY IS ET-KEY
               LOCK MODE MANUAL.

      * the 835 posters' remit-line register.
           SELECT OPTIONAL REMITLN ASSIGN TO "S115" ORGANIZATION IS
               INDEXED ACCESS IS DYNAMIC RECORD KEY IS RL-KEY
               LOCK MODE MANUAL.

           SELECT CHGJRNL ASSIGN TO "S120" ORGANIZATION
               LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * one transfer per record - "patno,garno". A garno not yet on
      * GARFILE is opened as a new account from the old one with the
      * patient as guarantor.
       FD  PARMFILE.
       01  PARMFILE01 PIC X(20).

       FD  FILEOUT.
       01  FILEOUT01 PIC X(100).

      * UX-TYPE: CC=CHARCUR, PC=PAYCUR, HS=HISFILE, PF=PATFILE,
      * GF=GARFILE account opened by the transfer; the rows that
      * follow a line - BL=LINEBAL, WL=WCLINK, PX=PCTCLOG,
      * PR=PRDETAIL, CD=CLIENTDTL, SA=SFAFILE, ET=ENTTAG,
      * DP=DISPUTE, RL=REMITLN. UX-OLD-KEY and UX-NEW-KEY are the
      * row's key before and after the move; UX-GARNO is the
      * patient's old garno on the PF record and the opened account
      * on the GF record. UX-MORE holds what the keys cannot - a
      * dispute case's line numbers before the move, a REMITLN
      * row's new key (its UX-OLD-KEY/UX-NEW-KEY are garno, charge
      * line and payment line).
       FD  UNDOFILE.
       01  UNDOFILE01.
           02 UX-TYPE PIC XX.
           02 UX-OLD-KEY PIC X(19).
           02 UX-NEW-KEY PIC X(19).
           02 UX-GARNO PIC X(8).
           02 UX-MORE PIC X(50).

       FD  PATFILE.
           COPY "patfile.cpy".

       FD  GARFILE.
           COPY "garfile.cpy".

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  PAYCUR.
           COPY "paycur.cpy".

      * same inline HISFILE layout rrr334.cob uses - the full record,
      * since rows are written here, not just rewritten.
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

       FD  OPERFILE.
           COPY "operfile.cpy".

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

       WORKING-STORAGE SECTION.
       01  SIGN-ID PIC X(3).
       01  SIGN-PASS PIC X(8).
       01  XFER-PATNO PIC X(8).
       01  OLD-GARNO PIC X(8).
       01  NEW-GARNO PIC X(8).
       01  NEW-ACCT PIC X.
       01  LAST-KEY PIC X(19).
       01  NEXT-KEY PIC X(19).
       01  XYZ PIC 999.
       01  KEY4-N PIC 9999.
       01  HOLD-CC PIC X(200).
       01  HOLD-PC PIC X(60).
       01  HOLD-HS PIC X(180).
       01  CUR-CNTR PIC 9(5).
       01  PAY-CNTR PIC 9(5).
       01  HIS-CNTR PIC 9(5).
       01  XFER-CNTR PIC 9(5) VALUE 0.
       01  BAD-CNTR PIC 9(5) VALUE 0.
       01  X PIC 999.
       01  MY-CNTR PIC 999.
       01  OTH-CNTR PIC 999.
       01  CLAIM-ARG PIC X(6).
       01  CLAIM-MINE PIC X.
       01  CLAIM-OTHER PIC X.
      * the patient's claims, and every claim on the old account
      * that carries somebody else's charge as well.
       01  MY-TAB01.
           02 MY-TAB PIC X(6) OCCURS 300 TIMES.
       01  OTH-TAB01.
           02 OTH-TAB PIC X(6) OCCURS 300 TIMES.
      * this transfer's lines, old KEY3 to new - the dispute cases
      * and the remit-line register are carried over from these.
       01  CMAP-TAB01.
           02 CMAP-ENT OCCURS 999 TIMES.
             03 CMAP-OLD PIC XXX.
             03 CMAP-NEW PIC XXX.
       01  PMAP-TAB01.
           02 PMAP-ENT OCCURS 999 TIMES.
             03 PMAP-OLD PIC XXX.
             03 PMAP-NEW PIC XXX.
       01  CMAP-CNT PIC 9(4).
       01  PMAP-CNT PIC 9(4).
       01  MAP-IDX PIC 9(4).
       01  OLD-K3 PIC XXX.
       01  NEW-K3 PIC XXX.
       01  LOOK-K3 PIC XXX.
       01  FOUND-K3 PIC XXX.
       01  NEW-CHG PIC XXX.
       01  NEW-PAY PIC XXX.
       01  TAG-FILE PIC X.
       01  SIDE-NAME PIC X(9).
       01  SAVE-REC PIC X(400).
       01  LAST-RL PIC X(50).
       01  LAST-DP PIC X(10).
       01  ITEM-IDX PIC 99.
       01  CASE-N PIC 99.
       01  ITEM-MINE PIC 99.
       01  ITEM-OTHER PIC 99.
       01  NEW-ITEMS01.
           02 NEW-ITEM PIC XXX OCCURS 10 TIMES.
       01  SIDE-CNTR PIC 9(5).
       01  MISS-CNTR PIC 9(5) VALUE 0.
       01  T-DATE PIC X(8).

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

      * destructive-level sign-on - no active "D" operator, no run.
       SIGN-ON-0.
           OPEN INPUT OPERFILE
           DISPLAY "SIGN ON - OPERATOR ID"
           ACCEPT SIGN-ID
           DISPLAY "PASSWORD"
           ACCEPT SIGN-PASS
           MOVE SIGN-ID TO OP-ID
           READ OPERFILE
             INVALID
               DISPLAY "UNKNOWN OPERATOR - NO ACCESS"
               CLOSE OPERFILE
               STOP RUN.
           IF OP-STATUS NOT = "A" OR OP-PASS NOT = SIGN-PASS
             OR OP-LEVEL NOT = "D"
               DISPLAY "SIGN-ON REFUSED - DESTRUCTIVE LEVEL"
                 " REQUIRED"
               CLOSE OPERFILE
               STOP RUN.
           CLOSE OPERFILE.

       0005-START.
           OPEN INPUT PARMFILE
           OPEN OUTPUT FILEOUT UNDOFILE
           OPEN I-O PATFILE GARFILE CHARCUR HISFILE PAYCUR
           OPEN I-O LINEBAL WCLINK PCTCLOG PRDETAIL CLIENTDTL SFAFILE
             DISPUTE ENTTAG REMITLN
           OPEN EXTEND CHGJRNL
           ACCEPT T-DATE FROM DATE YYYYMMDD

           MOVE SPACE TO FILEOUT01
           STRING "PATXFER RUN BY OPERATOR " SIGN-ID
             DELIMITED BY SIZE INTO FILEOUT01
           WRITE FILEOUT01.

       P1.
           READ PARMFILE
             AT END
               GO TO P8
           END-READ

           IF PARMFILE01 = SPACE
               GO TO P1
           END-IF

           MOVE SPACE TO XFER-PATNO NEW-GARNO
           UNSTRING PARMFILE01 DELIMITED BY ","
             INTO XFER-PATNO NEW-GARNO

           MOVE XFER-PATNO TO P-PATNO
           READ PATFILE
             INVALID
               MOVE SPACE TO FILEOUT01
               STRING XFER-PATNO " NOT ON PATFILE - SKIPPED"
                 DELIMITED BY SIZE INTO FILEOUT01
               WRITE FILEOUT01
               ADD 1 TO BAD-CNTR
               GO TO P1
           END-READ

           MOVE P-GARNO TO OLD-GARNO
           IF NEW-GARNO = SPACE OR NEW-GARNO = OLD-GARNO
               MOVE SPACE TO FILEOUT01
               STRING XFER-PATNO " ALREADY ON " OLD-GARNO
                 " - SKIPPED" DELIMITED BY SIZE INTO FILEOUT01
               WRITE FILEOUT01
               ADD 1 TO BAD-CNTR
               GO TO P1
           END-IF

           PERFORM OPEN-ACCOUNT THRU OPEN-ACCOUNT-EXIT
           IF G-GARNO NOT = NEW-GARNO
               ADD 1 TO BAD-CNTR
               GO TO P1
           END-IF

           MOVE 0 TO CMAP-CNT PMAP-CNT SIDE-CNTR
           PERFORM FIND-CLAIMS THRU FIND-CLAIMS-EXIT
           PERFORM MOVE-CHARCUR THRU MOVE-CHARCUR-EXIT
           PERFORM MOVE-DISPUTE THRU MOVE-DISPUTE-EXIT
           PERFORM MOVE-PAYCUR THRU MOVE-PAYCUR-EXIT
           PERFORM MOVE-REMIT THRU MOVE-REMIT-EXIT
           PERFORM MOVE-HISFILE THRU MOVE-HISFILE-EXIT
           PERFORM MOVE-PATIENT THRU MOVE-PATIENT-EXIT

      * both accounts' balances figured again from their lines.
           MOVE OLD-GARNO TO AC-GARNO
           PERFORM POST-ACCT
           MOVE NEW-GARNO TO AC-GARNO
           PERFORM POST-ACCT

      * an account opened here is logged last, so patunxfer.cob
      * deletes it only after the rows have gone back.
           IF NEW-ACCT = "Y"
               MOVE SPACE TO UNDOFILE01
               MOVE "GF" TO UX-TYPE
               MOVE NEW-GARNO TO UX-NEW-KEY UX-GARNO
               WRITE UNDOFILE01
           END-IF

           ADD 1 TO XFER-CNTR

           MOVE SPACE TO FILEOUT01
           STRING "MOVED " XFER-PATNO " FROM " OLD-GARNO " TO "
             NEW-GARNO " - CHARCUR " CUR-CNTR " PAYCUR " PAY-CNTR
             " HISFILE " HIS-CNTR " OTHER " SIDE-CNTR
             DELIMITED BY SIZE INTO FILEOUT01
           WRITE FILEOUT01

           GO TO P1.

      * the receiving account - an existing garno is used as it
      * stands; a new one starts as a copy of the old account with
      * the patient as guarantor, keeping the patient's relation to
      * the subscriber so claims still go out under the parent's
      * policy until the front desk changes it.
       OPEN-ACCOUNT.
           MOVE "N" TO NEW-ACCT
           MOVE NEW-GARNO TO G-GARNO
           READ GARFILE
             INVALID
               GO TO OPEN-ACCOUNT-1
           END-READ
           GO TO OPEN-ACCOUNT-EXIT.

       OPEN-ACCOUNT-1.
           MOVE OLD-GARNO TO G-GARNO
           READ GARFILE
             INVALID
               MOVE SPACE TO FILEOUT01
               STRING XFER-PATNO " OLD ACCOUNT " OLD-GARNO
                 " NOT ON GARFILE - SKIPPED"
                 DELIMITED BY SIZE INTO FILEOUT01
               WRITE FILEOUT01
               GO TO OPEN-ACCOUNT-EXIT
           END-READ

           MOVE NEW-GARNO TO G-GARNO G-ACCT
           MOVE P-PATNAME TO G-GARNAME
           MOVE P-SEX TO G-SEX
           MOVE P-RELATE TO G-RELATE
           MOVE P-MSTAT TO G-MSTAT
           MOVE P-DOB TO G-DOB
           MOVE 0 TO G-INSPEND
           MOVE SPACE TO G-LASTBILL
           WRITE G-MASTER
             INVALID
               MOVE OLD-GARNO TO G-GARNO
               GO TO OPEN-ACCOUNT-EXIT
           END-WRITE

           MOVE "Y" TO NEW-ACCT
           MOVE SPACE TO FILEOUT01
           STRING "NEW ACCOUNT " NEW-GARNO " " G-GARNAME
             " - REVIEW ADDRESS AND INSURANCE"
             DELIMITED BY SIZE INTO FILEOUT01
           WRITE FILEOUT01.

       OPEN-ACCOUNT-EXIT.
           EXIT.

      * one pass over the old account's charges - CHARCUR and the
      * HISFILE charge rows (HS-REC-TYPE "1") - splits the claim
      * numbers into the patient's and everybody else's.
       FIND-CLAIMS.
           MOVE 0 TO MY-CNTR OTH-CNTR
           MOVE OLD-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO FIND-CLAIMS-2
           END-START.

       FIND-CLAIMS-1.
           READ CHARCUR NEXT
             AT END
               GO TO FIND-CLAIMS-2
           END-READ
           IF CC-KEY8 NOT = OLD-GARNO
               GO TO FIND-CLAIMS-2
           END-IF
           MOVE CC-CLAIM TO CLAIM-ARG
           IF CC-PATID = XFER-PATNO
               PERFORM ADD-MINE
           ELSE
               PERFORM ADD-OTHER
           END-IF
           GO TO FIND-CLAIMS-1.

       FIND-CLAIMS-2.
           MOVE OLD-GARNO TO HS-KEY8
           MOVE SPACE TO HS-CLAIM HS-REC-TYPE HS-KEY4
           START HISFILE KEY NOT < HISFILE-KEY
             INVALID
               GO TO FIND-CLAIMS-EXIT
           END-START.

       FIND-CLAIMS-3.
           READ HISFILE NEXT
             AT END
               GO TO FIND-CLAIMS-EXIT
           END-READ
           IF HS-KEY8 NOT = OLD-GARNO
               GO TO FIND-CLAIMS-EXIT
           END-IF
           IF HS-REC-TYPE NOT = "1"
               GO TO FIND-CLAIMS-3
           END-IF
           MOVE HS-CLAIM TO CLAIM-ARG
           IF HS-PATID = XFER-PATNO
               PERFORM ADD-MINE
           ELSE
               PERFORM ADD-OTHER
           END-IF
           GO TO FIND-CLAIMS-3.

       FIND-CLAIMS-EXIT.
           EXIT.

       ADD-MINE.
           PERFORM LOOK-CLAIM
           IF CLAIM-MINE = "N" AND MY-CNTR < 300
               ADD 1 TO MY-CNTR
               MOVE CLAIM-ARG TO MY-TAB(MY-CNTR)
           END-IF.

       ADD-OTHER.
           PERFORM LOOK-CLAIM
           IF CLAIM-OTHER = "N" AND OTH-CNTR < 300
               ADD 1 TO OTH-CNTR
               MOVE CLAIM-ARG TO OTH-TAB(OTH-CNTR)
           END-IF.

      * is CLAIM-ARG one of the patient's claims, somebody else's,
      * or both. A blank or zero claim is never anybody's.
       LOOK-CLAIM.
           MOVE "N" TO CLAIM-MINE CLAIM-OTHER
           IF CLAIM-ARG = SPACE OR CLAIM-ARG = "000000"
               MOVE "Y" TO CLAIM-MINE CLAIM-OTHER
           ELSE
               PERFORM LOOK-MINE VARYING X FROM 1 BY 1
                 UNTIL X > MY-CNTR
               PERFORM LOOK-OTHER VARYING X FROM 1 BY 1
                 UNTIL X > OTH-CNTR
           END-IF.

       LOOK-MINE.
           IF MY-TAB(X) = CLAIM-ARG
               MOVE "Y" TO CLAIM-MINE
           END-IF.

       LOOK-OTHER.
           IF OTH-TAB(X) = CLAIM-ARG
               MOVE "Y" TO CLAIM-OTHER
           END-IF.

       MOVE-CHARCUR.
           MOVE 0 TO CUR-CNTR
           MOVE OLD-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO MOVE-CHARCUR-EXIT
           END-START.

       MOVE-CHARCUR-1.
           READ CHARCUR NEXT
             AT END
               GO TO MOVE-CHARCUR-EXIT
           END-READ
           IF CC-KEY8 NOT = OLD-GARNO
               GO TO MOVE-CHARCUR-EXIT
           END-IF
           IF CC-PATID NOT = XFER-PATNO
               GO TO MOVE-CHARCUR-1
           END-IF

           MOVE CHARCUR-KEY TO LAST-KEY
           MOVE CHARCUR01 TO HOLD-CC
           DELETE CHARCUR RECORD

      * next free line number on the receiving account.
           MOVE 0 TO XYZ.
       MOVE-CHARCUR-2.
           ADD 1 TO XYZ
           MOVE NEW-GARNO TO CC-KEY8
           MOVE XYZ TO CC-KEY3
           READ CHARCUR
             INVALID
               GO TO MOVE-CHARCUR-3
           END-READ
           IF XYZ < 999
               GO TO MOVE-CHARCUR-2
           END-IF
           MOVE HOLD-CC TO CHARCUR01
           WRITE CHARCUR01
           MOVE SPACE TO FILEOUT01
           STRING "NO FREE LINE ON " NEW-GARNO " - " LAST-KEY
             " LEFT ON " OLD-GARNO DELIMITED BY SIZE INTO FILEOUT01
           WRITE FILEOUT01
           GO TO MOVE-CHARCUR-4.

       MOVE-CHARCUR-3.
           MOVE HOLD-CC TO CHARCUR01
           MOVE NEW-GARNO TO CC-KEY8
           MOVE XYZ TO CC-KEY3
           WRITE CHARCUR01

           MOVE SPACE TO UNDOFILE01
           MOVE "CC" TO UX-TYPE
           MOVE LAST-KEY TO UX-OLD-KEY
           MOVE CHARCUR-KEY TO UX-NEW-KEY
           WRITE UNDOFILE01
           ADD 1 TO CUR-CNTR

           MOVE SPACE TO FILEOUT01
           STRING "  CHARCUR " LAST-KEY (1:11) " TO " CHARCUR-KEY
             " CLAIM " CC-CLAIM " " CC-DATE-T " " CC-PROC1
             DELIMITED BY SIZE INTO FILEOUT01
           WRITE FILEOUT01

           MOVE LAST-KEY (9:3) TO OLD-K3
           MOVE CC-KEY3 TO NEW-K3
           ADD 1 TO CMAP-CNT
           MOVE OLD-K3 TO CMAP-OLD (CMAP-CNT)
           MOVE NEW-K3 TO CMAP-NEW (CMAP-CNT)
           MOVE "C" TO CJ-FILE
           MOVE CC-AMOUNT TO CJ-OLD-AMT
           PERFORM JOURNAL-MOVE
           PERFORM MOVE-LINE THRU MOVE-LINE-EXIT
           MOVE "C" TO TAG-FILE
           PERFORM MOVE-TAG THRU MOVE-TAG-EXIT.

      * the probe READs moved the file position - pick the scan up
      * again after the row just moved.
       MOVE-CHARCUR-4.
           MOVE LAST-KEY TO CHARCUR-KEY
           START CHARCUR KEY > CHARCUR-KEY
             INVALID
               GO TO MOVE-CHARCUR-EXIT
           END-START
           GO TO MOVE-CHARCUR-1.

       MOVE-CHARCUR-EXIT.
           EXIT.

       MOVE-PAYCUR.
           MOVE 0 TO PAY-CNTR
           MOVE OLD-GARNO TO PC-KEY8
           MOVE SPACE TO PC-KEY3
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO MOVE-PAYCUR-EXIT
           END-START.

       MOVE-PAYCUR-1.
           READ PAYCUR NEXT
             AT END
               GO TO MOVE-PAYCUR-EXIT
           END-READ
           IF PC-KEY8 NOT = OLD-GARNO
               GO TO MOVE-PAYCUR-EXIT
           END-IF
           MOVE PC-CLAIM TO CLAIM-ARG
           PERFORM LOOK-CLAIM
           IF CLAIM-MINE = "N"
               GO TO MOVE-PAYCUR-1
           END-IF
           IF CLAIM-OTHER = "Y"
               IF CLAIM-ARG NOT = SPACE AND CLAIM-ARG NOT = "000000"
                   MOVE SPACE TO FILEOUT01
                   STRING "  PAYCUR " PAYCUR-KEY " CLAIM " PC-CLAIM
                     " SHARED WITH ANOTHER PATIENT - LEFT ON "
                     OLD-GARNO DELIMITED BY SIZE INTO FILEOUT01
                   WRITE FILEOUT01
               END-IF
               GO TO MOVE-PAYCUR-1
           END-IF

           MOVE PAYCUR-KEY TO LAST-KEY
           MOVE PAYCUR01 TO HOLD-PC
           DELETE PAYCUR RECORD

           MOVE 0 TO XYZ.
       MOVE-PAYCUR-2.
           ADD 1 TO XYZ
           MOVE NEW-GARNO TO PC-KEY8
           MOVE XYZ TO PC-KEY3
           READ PAYCUR
             INVALID
               GO TO MOVE-PAYCUR-3
           END-READ
           IF XYZ < 999
               GO TO MOVE-PAYCUR-2
           END-IF
           MOVE HOLD-PC TO PAYCUR01
           WRITE PAYCUR01
           MOVE SPACE TO FILEOUT01
           STRING "NO FREE LINE ON " NEW-GARNO " - " LAST-KEY
             " LEFT ON " OLD-GARNO DELIMITED BY SIZE INTO FILEOUT01
           WRITE FILEOUT01
           GO TO MOVE-PAYCUR-4.

       MOVE-PAYCUR-3.
           MOVE HOLD-PC TO PAYCUR01
           MOVE NEW-GARNO TO PC-KEY8
           MOVE XYZ TO PC-KEY3
           WRITE PAYCUR01

           MOVE SPACE TO UNDOFILE01
           MOVE "PC" TO UX-TYPE
           MOVE LAST-KEY TO UX-OLD-KEY
           MOVE PAYCUR-KEY TO UX-NEW-KEY
           WRITE UNDOFILE01
           ADD 1 TO PAY-CNTR

           MOVE SPACE TO FILEOUT01
           STRING "  PAYCUR " LAST-KEY (1:11) " TO " PAYCUR-KEY
             " CLAIM " PC-CLAIM " " PC-DATE-T " " PC-PAYCODE
             DELIMITED BY SIZE INTO FILEOUT01
           WRITE FILEOUT01

           MOVE LAST-KEY (9:3) TO OLD-K3
           MOVE PC-KEY3 TO NEW-K3
           ADD 1 TO PMAP-CNT
           MOVE OLD-K3 TO PMAP-OLD (PMAP-CNT)
           MOVE NEW-K3 TO PMAP-NEW (PMAP-CNT)
           MOVE "P" TO CJ-FILE
           MOVE PC-AMOUNT TO CJ-OLD-AMT
           PERFORM JOURNAL-MOVE
           MOVE "P" TO TAG-FILE
           PERFORM MOVE-TAG THRU MOVE-TAG-EXIT.

       MOVE-PAYCUR-4.
           MOVE LAST-KEY TO PAYCUR-KEY
           START PAYCUR KEY > PAYCUR-KEY
             INVALID
               GO TO MOVE-PAYCUR-EXIT
           END-START
           GO TO MOVE-PAYCUR-1.

       MOVE-PAYCUR-EXIT.
           EXIT.

      * the rows keyed by a charge line - each follows the line to
      * its new garno and KEY3. A row whose new key is already taken
      * is put back and logged.
       MOVE-LINE.
           MOVE OLD-GARNO TO BL-KEY8
           MOVE OLD-K3 TO BL-KEY3
           READ LINEBAL
             INVALID
               GO TO MOVE-LINE-1
           END-READ
           MOVE SPACE TO UNDOFILE01
           MOVE BL-KEY TO UX-OLD-KEY
           MOVE LINEBAL01 TO SAVE-REC
           DELETE LINEBAL RECORD
           MOVE SAVE-REC TO LINEBAL01
           MOVE NEW-GARNO TO BL-KEY8
           MOVE NEW-K3 TO BL-KEY3
           WRITE LINEBAL01
             INVALID
               MOVE SAVE-REC TO LINEBAL01
               WRITE LINEBAL01
               MOVE "LINEBAL" TO SIDE-NAME
               PERFORM SIDE-MISS
               GO TO MOVE-LINE-1
           END-WRITE
           MOVE "BL" TO UX-TYPE
           MOVE BL-KEY TO UX-NEW-KEY
           PERFORM SIDE-UNDO.

       MOVE-LINE-1.
           MOVE OLD-GARNO TO WL-KEY8
           MOVE OLD-K3 TO WL-KEY3
           READ WCLINK
             INVALID
               GO TO MOVE-LINE-2
           END-READ
           MOVE SPACE TO UNDOFILE01
           MOVE WL-KEY TO UX-OLD-KEY
           MOVE WCLINK01 TO SAVE-REC
           DELETE WCLINK RECORD
           MOVE SAVE-REC TO WCLINK01
           MOVE NEW-GARNO TO WL-KEY8
           MOVE NEW-K3 TO WL-KEY3
           WRITE WCLINK01
             INVALID
               MOVE SAVE-REC TO WCLINK01
               WRITE WCLINK01
               MOVE "WCLINK" TO SIDE-NAME
               PERFORM SIDE-MISS
               GO TO MOVE-LINE-2
           END-WRITE
           MOVE "WL" TO UX-TYPE
           MOVE WL-KEY TO UX-NEW-KEY
           PERFORM SIDE-UNDO.

       MOVE-LINE-2.
           MOVE OLD-GARNO TO CD-KEY8
           MOVE OLD-K3 TO CD-KEY3
           READ CLIENTDTL
             INVALID
               GO TO MOVE-LINE-3
           END-READ
           MOVE SPACE TO UNDOFILE01
           MOVE CD-CHARKEY TO UX-OLD-KEY
           MOVE CLIENTDTL01 TO SAVE-REC
           DELETE CLIENTDTL RECORD
           MOVE SAVE-REC TO CLIENTDTL01
           MOVE NEW-GARNO TO CD-KEY8
           MOVE NEW-K3 TO CD-KEY3
           WRITE CLIENTDTL01
             INVALID
               MOVE SAVE-REC TO CLIENTDTL01
               WRITE CLIENTDTL01
               MOVE "CLIENTDTL" TO SIDE-NAME
               PERFORM SIDE-MISS
               GO TO MOVE-LINE-3
           END-WRITE
           MOVE "CD" TO UX-TYPE
           MOVE CD-CHARKEY TO UX-NEW-KEY
           PERFORM SIDE-UNDO.

       MOVE-LINE-3.
           MOVE OLD-GARNO TO SA-GARNO
           MOVE OLD-K3 TO SA-KEY3
           READ SFAFILE
             INVALID
               GO TO MOVE-LINE-4
           END-READ
           MOVE SPACE TO UNDOFILE01
           MOVE SA-KEY TO UX-OLD-KEY
           MOVE SFAFILE01 TO SAVE-REC
           DELETE SFAFILE RECORD
           MOVE SAVE-REC TO SFAFILE01
           MOVE NEW-GARNO TO SA-GARNO
           MOVE NEW-K3 TO SA-KEY3
           WRITE SFAFILE01
             INVALID
               MOVE SAVE-REC TO SFAFILE01
               WRITE SFAFILE01
               MOVE "SFAFILE" TO SIDE-NAME
               PERFORM SIDE-MISS
               GO TO MOVE-LINE-4
           END-WRITE
           MOVE "SA" TO UX-TYPE
           MOVE SA-KEY TO UX-NEW-KEY
           PERFORM SIDE-UNDO.

      * the PC/TC log and PR detail carry more than one row per
      * line - each pass takes the first row still on the old key.
       MOVE-LINE-4.
           MOVE OLD-GARNO TO PX-GARNO
           MOVE OLD-K3 TO PX-KEY3
           MOVE SPACE TO PX-CODE
           START PCTCLOG KEY NOT < PX-KEY
             INVALID
               GO TO MOVE-LINE-5
           END-START
           READ PCTCLOG NEXT
             AT END
               GO TO MOVE-LINE-5
           END-READ
           IF PX-GARNO NOT = OLD-GARNO OR PX-KEY3 NOT = OLD-K3
               GO TO MOVE-LINE-5
           END-IF
           MOVE SPACE TO UNDOFILE01
           MOVE PX-KEY TO UX-OLD-KEY
           MOVE PCTCLOG01 TO SAVE-REC
           DELETE PCTCLOG RECORD
           MOVE SAVE-REC TO PCTCLOG01
           MOVE NEW-GARNO TO PX-GARNO
           MOVE NEW-K3 TO PX-KEY3
           WRITE PCTCLOG01
             INVALID
               MOVE SAVE-REC TO PCTCLOG01
               WRITE PCTCLOG01
               MOVE "PCTCLOG" TO SIDE-NAME
               PERFORM SIDE-MISS
               GO TO MOVE-LINE-5
           END-WRITE
           MOVE "PX" TO UX-TYPE
           MOVE PX-KEY TO UX-NEW-KEY
           PERFORM SIDE-UNDO
           GO TO MOVE-LINE-4.

       MOVE-LINE-5.
           MOVE OLD-GARNO TO PRD-KEY8
           MOVE OLD-K3 TO PRD-KEY3
           MOVE SPACE TO PRD-PAYCODE
           START PRDETAIL KEY NOT < PRD-KEY
             INVALID
               GO TO MOVE-LINE-EXIT
           END-START
           READ PRDETAIL NEXT
             AT END
               GO TO MOVE-LINE-EXIT
           END-READ
           IF PRD-KEY8 NOT = OLD-GARNO OR PRD-KEY3 NOT = OLD-K3
               GO TO MOVE-LINE-EXIT
           END-IF
           MOVE SPACE TO UNDOFILE01
           MOVE PRD-KEY TO UX-OLD-KEY
           MOVE PRDETAIL01 TO SAVE-REC
           DELETE PRDETAIL RECORD
           MOVE SAVE-REC TO PRDETAIL01
           MOVE NEW-GARNO TO PRD-KEY8
           MOVE NEW-K3 TO PRD-KEY3
           WRITE PRDETAIL01
             INVALID
               MOVE SAVE-REC TO PRDETAIL01
               WRITE PRDETAIL01
               MOVE "PRDETAIL" TO SIDE-NAME
               PERFORM SIDE-MISS
               GO TO MOVE-LINE-EXIT
           END-WRITE
           MOVE "PR" TO UX-TYPE
           MOVE PRD-KEY TO UX-NEW-KEY
           PERFORM SIDE-UNDO
           GO TO MOVE-LINE-5.

       MOVE-LINE-EXIT.
           EXIT.

      * a charge (TAG-FILE "C") or payment ("P") line's
      * billing-entity tag.
       MOVE-TAG.
           MOVE TAG-FILE TO ET-FILE
           MOVE OLD-GARNO TO ET-GARNO
           MOVE OLD-K3 TO ET-KEY3
           READ ENTTAG
             INVALID
               GO TO MOVE-TAG-EXIT
           END-READ
           MOVE SPACE TO UNDOFILE01
           MOVE ET-KEY TO UX-OLD-KEY
           MOVE ENTTAG01 TO SAVE-REC
           DELETE ENTTAG RECORD
           MOVE SAVE-REC TO ENTTAG01
           MOVE NEW-GARNO TO ET-GARNO
           MOVE NEW-K3 TO ET-KEY3
           WRITE ENTTAG01
             INVALID
               MOVE SAVE-REC TO ENTTAG01
               WRITE ENTTAG01
               MOVE "ENTTAG" TO SIDE-NAME
               PERFORM SIDE-MISS
               GO TO MOVE-TAG-EXIT
           END-WRITE
           MOVE "ET" TO UX-TYPE
           MOVE ET-KEY TO UX-NEW-KEY
           PERFORM SIDE-UNDO.

       MOVE-TAG-EXIT.
           EXIT.

      * a dispute case on the old account goes over when every line
      * it names went with the patient, under the next free case
      * number there; a case naming lines left behind as well stays
      * and is logged for the biller.
       MOVE-DISPUTE.
           IF CMAP-CNT = 0
               GO TO MOVE-DISPUTE-EXIT
           END-IF
           MOVE OLD-GARNO TO DP-GARNO
           MOVE 0 TO DP-CASE
           START DISPUTE KEY NOT < DP-KEY
             INVALID
               GO TO MOVE-DISPUTE-EXIT
           END-START.

       MOVE-DISPUTE-1.
           READ DISPUTE NEXT
             AT END
               GO TO MOVE-DISPUTE-EXIT
           END-READ
           IF DP-GARNO NOT = OLD-GARNO
               GO TO MOVE-DISPUTE-EXIT
           END-IF
           MOVE 0 TO ITEM-MINE ITEM-OTHER
           MOVE SPACE TO NEW-ITEMS01
           MOVE 1 TO ITEM-IDX.

       MOVE-DISPUTE-2.
           IF DP-ITEM (ITEM-IDX) NOT = SPACE
               MOVE DP-ITEM (ITEM-IDX) TO LOOK-K3
               PERFORM FIND-CMAP THRU FIND-CMAP-EXIT
               IF FOUND-K3 = SPACE
                   ADD 1 TO ITEM-OTHER
               ELSE
                   ADD 1 TO ITEM-MINE
                   MOVE FOUND-K3 TO NEW-ITEM (ITEM-IDX)
               END-IF
           END-IF
           IF ITEM-IDX < 10
               ADD 1 TO ITEM-IDX
               GO TO MOVE-DISPUTE-2
           END-IF

           IF ITEM-MINE = 0
               GO TO MOVE-DISPUTE-1
           END-IF
           IF ITEM-OTHER > 0
               MOVE SPACE TO FILEOUT01
               STRING "  DISPUTE " DP-KEY " ALSO COVERS LINES LEFT ON "
                 OLD-GARNO " - NOT MOVED" DELIMITED BY SIZE
                 INTO FILEOUT01
               WRITE FILEOUT01
               ADD 1 TO MISS-CNTR
               GO TO MOVE-DISPUTE-1
           END-IF

           MOVE DP-KEY TO LAST-DP
           MOVE SPACE TO UNDOFILE01
           MOVE DP-KEY TO UX-OLD-KEY
           MOVE DP-ITEMS TO UX-MORE
           MOVE DISPUTE01 TO SAVE-REC
           DELETE DISPUTE RECORD
           MOVE SAVE-REC TO DISPUTE01
           MOVE NEW-ITEMS01 TO DP-ITEMS
           MOVE DISPUTE01 TO SAVE-REC
           MOVE 0 TO CASE-N.

      * next free case number on the receiving account - the same
      * 98-case ceiling dispute-maint.cob keeps.
       MOVE-DISPUTE-3.
           ADD 1 TO CASE-N
           MOVE NEW-GARNO TO DP-GARNO
           MOVE CASE-N TO DP-CASE
           READ DISPUTE
             INVALID
               GO TO MOVE-DISPUTE-4
           END-READ
           IF CASE-N < 98
               GO TO MOVE-DISPUTE-3
           END-IF
           MOVE SAVE-REC TO DISPUTE01
           MOVE LAST-DP TO DP-KEY
           MOVE UX-MORE TO DP-ITEMS
           WRITE DISPUTE01
           MOVE "DISPUTE" TO SIDE-NAME
           PERFORM SIDE-MISS
           GO TO MOVE-DISPUTE-5.

       MOVE-DISPUTE-4.
           MOVE SAVE-REC TO DISPUTE01
           MOVE NEW-GARNO TO DP-GARNO
           MOVE CASE-N TO DP-CASE
           WRITE DISPUTE01
           MOVE "DP" TO UX-TYPE
           MOVE DP-KEY TO UX-NEW-KEY
           PERFORM SIDE-UNDO

           MOVE SPACE TO FILEOUT01
           STRING "  DISPUTE " LAST-DP " TO " DP-KEY
             DELIMITED BY SIZE INTO FILEOUT01
           WRITE FILEOUT01.

       MOVE-DISPUTE-5.
           MOVE LAST-DP TO DP-KEY
           START DISPUTE KEY > DP-KEY
             INVALID
               GO TO MOVE-DISPUTE-EXIT
           END-START
           GO TO MOVE-DISPUTE-1.

       MOVE-DISPUTE-EXIT.
           EXIT.

      * the old account's remit-line register rows for the lines
      * that moved - a row follows its charge line, or its payment
      * line when it was never tied to a charge. A row whose charge
      * went but whose payment stayed behind on a shared claim has
      * its payment line cleared, and is logged.
       MOVE-REMIT.
           MOVE OLD-GARNO TO RL-GARNO
           MOVE SPACE TO RL-CLAIM RL-CHG-KEY3 RL-PAYCODE RL-TRACE
           START REMITLN KEY NOT < RL-KEY
             INVALID
               GO TO MOVE-REMIT-EXIT
           END-START.

       MOVE-REMIT-1.
           READ REMITLN NEXT
             AT END
               GO TO MOVE-REMIT-EXIT
           END-READ
           IF RL-GARNO NOT = OLD-GARNO
               GO TO MOVE-REMIT-EXIT
           END-IF
           MOVE SPACE TO NEW-CHG NEW-PAY
           IF RL-CHG-KEY3 NOT = SPACE
               MOVE RL-CHG-KEY3 TO LOOK-K3
               PERFORM FIND-CMAP THRU FIND-CMAP-EXIT
               IF FOUND-K3 = SPACE
                   GO TO MOVE-REMIT-1
               END-IF
               MOVE FOUND-K3 TO NEW-CHG
           END-IF
           IF RL-PAY-KEY3 NOT = SPACE
               MOVE RL-PAY-KEY3 TO LOOK-K3
               PERFORM FIND-PMAP THRU FIND-PMAP-EXIT
               MOVE FOUND-K3 TO NEW-PAY
           END-IF
           IF NEW-CHG = SPACE AND NEW-PAY = SPACE
               GO TO MOVE-REMIT-1
           END-IF

           MOVE RL-KEY TO LAST-RL
           MOVE SPACE TO UNDOFILE01
           MOVE RL-GARNO TO UX-OLD-KEY (1:8)
           MOVE RL-CHG-KEY3 TO UX-OLD-KEY (9:3)
           MOVE RL-PAY-KEY3 TO UX-OLD-KEY (12:3)
           MOVE REMITLN01 TO SAVE-REC
           DELETE REMITLN RECORD
           MOVE SAVE-REC TO REMITLN01
           MOVE NEW-GARNO TO RL-GARNO
           IF NEW-CHG NOT = SPACE
               MOVE NEW-CHG TO RL-CHG-KEY3
           END-IF
           MOVE NEW-PAY TO RL-PAY-KEY3
           WRITE REMITLN01
             INVALID
               MOVE SAVE-REC TO REMITLN01
               WRITE REMITLN01
               MOVE "REMITLN" TO SIDE-NAME
               PERFORM SIDE-MISS
               GO TO MOVE-REMIT-2
           END-WRITE
           MOVE "RL" TO UX-TYPE
           MOVE RL-GARNO TO UX-NEW-KEY (1:8)
           MOVE RL-CHG-KEY3 TO UX-NEW-KEY (9:3)
           MOVE RL-PAY-KEY3 TO UX-NEW-KEY (12:3)
           MOVE RL-KEY TO UX-MORE
           PERFORM SIDE-UNDO

           IF NEW-PAY = SPACE AND UX-OLD-KEY (12:3) NOT = SPACE
               MOVE SPACE TO FILEOUT01
               STRING "  REMITLN CLAIM " RL-CLAIM " PAYMENT LINE "
                 UX-OLD-KEY (12:3) " LEFT ON " OLD-GARNO
                 " - LINK CLEARED" DELIMITED BY SIZE INTO FILEOUT01
               WRITE FILEOUT01
           END-IF.

       MOVE-REMIT-2.
           MOVE LAST-RL TO RL-KEY
           START REMITLN KEY > RL-KEY
             INVALID
               GO TO MOVE-REMIT-EXIT
           END-START
           GO TO MOVE-REMIT-1.

       MOVE-REMIT-EXIT.
           EXIT.

       FIND-CMAP.
           MOVE SPACE TO FOUND-K3
           MOVE 1 TO MAP-IDX.

       FIND-CMAP-1.
           IF MAP-IDX > CMAP-CNT
               GO TO FIND-CMAP-EXIT
           END-IF
           IF CMAP-OLD (MAP-IDX) = LOOK-K3
               MOVE CMAP-NEW (MAP-IDX) TO FOUND-K3
               GO TO FIND-CMAP-EXIT
           END-IF
           ADD 1 TO MAP-IDX
           GO TO FIND-CMAP-1.

       FIND-CMAP-EXIT.
           EXIT.

       FIND-PMAP.
           MOVE SPACE TO FOUND-K3
           MOVE 1 TO MAP-IDX.

       FIND-PMAP-1.
           IF MAP-IDX > PMAP-CNT
               GO TO FIND-PMAP-EXIT
           END-IF
           IF PMAP-OLD (MAP-IDX) = LOOK-K3
               MOVE PMAP-NEW (MAP-IDX) TO FOUND-K3
               GO TO FIND-PMAP-EXIT
           END-IF
           ADD 1 TO MAP-IDX
           GO TO FIND-PMAP-1.

       FIND-PMAP-EXIT.
           EXIT.

      * UX-TYPE, UX-OLD-KEY and UX-NEW-KEY are already set.
       SIDE-UNDO.
           MOVE OLD-GARNO TO UX-GARNO
           WRITE UNDOFILE01
           ADD 1 TO SIDE-CNTR.

       SIDE-MISS.
           MOVE SPACE TO FILEOUT01
           STRING "  " SIDE-NAME " " UX-OLD-KEY " NOT MOVED - KEY "
             "TAKEN ON " NEW-GARNO DELIMITED BY SIZE INTO FILEOUT01
           WRITE FILEOUT01
           ADD 1 TO MISS-CNTR.

      * a delete under the old key and an add under the new, so the
      * nightly movement readers see the line change accounts.
      * CJ-FILE and CJ-OLD-AMT are already set.
       JOURNAL-MOVE.
           MOVE "D" TO CJ-TYPE
           MOVE OLD-GARNO TO CJ-KEY8
           MOVE OLD-K3 TO CJ-KEY3
           MOVE 0 TO CJ-NEW-AMT
           MOVE "PATXFER" TO CJ-PROGRAM
           MOVE T-DATE TO CJ-DATE
           ACCEPT CJ-TIME FROM TIME
           WRITE CHGJRNL01
           MOVE "A" TO CJ-TYPE
           MOVE NEW-GARNO TO CJ-KEY8
           MOVE NEW-K3 TO CJ-KEY3
           MOVE CJ-OLD-AMT TO CJ-NEW-AMT
           MOVE 0 TO CJ-OLD-AMT
           WRITE CHGJRNL01.

      * account balance summary - see acctpost.cob.
       POST-ACCT.
           MOVE "J" TO AC-FUNC
           MOVE SPACE TO AC-DATE
           MOVE "PATXFER" TO AC-PROGRAM
           CALL "acctpost" USING ACCTPOST-PARMS.

      * HISFILE rows keep their claim, type and sequence under the
      * new garno - claim numbers do not repeat across accounts, so
      * the key is only renumbered if it happens to be taken. Charge
      * rows go by patient; payment and adjustment rows by claim.
       MOVE-HISFILE.
           MOVE 0 TO HIS-CNTR
           MOVE OLD-GARNO TO HS-KEY8
           MOVE SPACE TO HS-CLAIM HS-REC-TYPE HS-KEY4
           START HISFILE KEY NOT < HISFILE-KEY
             INVALID
               GO TO MOVE-HISFILE-EXIT
           END-START.

       MOVE-HISFILE-1.
           READ HISFILE NEXT
             AT END
               GO TO MOVE-HISFILE-EXIT
           END-READ
           IF HS-KEY8 NOT = OLD-GARNO
               GO TO MOVE-HISFILE-EXIT
           END-IF
           IF HS-REC-TYPE = "1"
               IF HS-PATID NOT = XFER-PATNO
                   GO TO MOVE-HISFILE-1
               END-IF
           ELSE
               MOVE HS-CLAIM TO CLAIM-ARG
               PERFORM LOOK-CLAIM
               IF CLAIM-MINE = "N" OR CLAIM-OTHER = "Y"
                   GO TO MOVE-HISFILE-1
               END-IF
           END-IF

           MOVE HISFILE-KEY TO LAST-KEY
           MOVE HISFILE01 TO HOLD-HS
           DELETE HISFILE RECORD

           MOVE HOLD-HS TO HISFILE01
           MOVE NEW-GARNO TO HS-KEY8
           MOVE HISFILE-KEY TO NEXT-KEY
           MOVE 0 TO KEY4-N.
       MOVE-HISFILE-2.
           WRITE HISFILE01
             INVALID
               IF KEY4-N < 9999
                   ADD 1 TO KEY4-N
                   MOVE HOLD-HS TO HISFILE01
                   MOVE NEXT-KEY TO HISFILE-KEY
                   MOVE KEY4-N TO HS-KEY4
                   GO TO MOVE-HISFILE-2
               END-IF
               MOVE HOLD-HS TO HISFILE01
               WRITE HISFILE01
               MOVE SPACE TO FILEOUT01
               STRING "NO FREE HISFILE KEY ON " NEW-GARNO " - "
                 LAST-KEY " LEFT ON " OLD-GARNO
                 DELIMITED BY SIZE INTO FILEOUT01
               WRITE FILEOUT01
               GO TO MOVE-HISFILE-3
           END-WRITE

           MOVE SPACE TO UNDOFILE01
           MOVE "HS" TO UX-TYPE
           MOVE LAST-KEY TO UX-OLD-KEY
           MOVE HISFILE-KEY TO UX-NEW-KEY
           WRITE UNDOFILE01
           ADD 1 TO HIS-CNTR

           MOVE SPACE TO FILEOUT01
           STRING "  HISFILE " LAST-KEY " TO " HISFILE-KEY
             DELIMITED BY SIZE INTO FILEOUT01
           WRITE FILEOUT01.

       MOVE-HISFILE-3.
           MOVE LAST-KEY TO HISFILE-KEY
           START HISFILE KEY > HISFILE-KEY
             INVALID
               GO TO MOVE-HISFILE-EXIT
           END-START
           GO TO MOVE-HISFILE-1.

       MOVE-HISFILE-EXIT.
           EXIT.

       MOVE-PATIENT.
           MOVE XFER-PATNO TO P-PATNO
           READ PATFILE
             INVALID
               GO TO MOVE-PATIENT-EXIT
           END-READ

           MOVE SPACE TO UNDOFILE01
           MOVE "PF" TO UX-TYPE
           MOVE XFER-PATNO TO UX-OLD-KEY UX-NEW-KEY
           MOVE OLD-GARNO TO UX-GARNO
           WRITE UNDOFILE01

           MOVE NEW-GARNO TO P-GARNO
           REWRITE PATFILE01.

       MOVE-PATIENT-EXIT.
           EXIT.

       P8.
           MOVE SPACE TO FILEOUT01
           STRING "TOTAL MOVED: " XFER-CNTR "  SKIPPED/BAD: "
             BAD-CNTR "  ROWS NOT MOVED: " MISS-CNTR
             DELIMITED BY SIZE INTO FILEOUT01
           WRITE FILEOUT01.

       P9.
           MOVE "E" TO AC-FUNC
           CALL "acctpost" USING ACCTPOST-PARMS
           CLOSE PARMFILE FILEOUT UNDOFILE PATFILE GARFILE CHARCUR
             HISFILE PAYCUR LINEBAL WCLINK PCTCLOG PRDETAIL CLIENTDTL
             SFAFILE DISPUTE ENTTAG REMITLN CHGJRNL.
           STOP RUN.

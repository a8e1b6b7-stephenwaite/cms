      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. insremap.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * retires one INS-KEY in favour of another when plans merge or
      * a payer changes its claims address and id - the controlled
      * replacement for changeInsCodePayfile.cob. Everything that
      * still points forward at a payer is remapped: G-PRINS, G-SEINS
      * and G-TRINS on GARFILE, MPLR-TRINS on MPLRFILE, CC-PAYCODE on
      * CHARCUR lines not yet on a claim (CC-REC-STAT "0"/"1"), and
      * the CONTRFILE, DOCFILENEW, ENROLLFILE and PAYERPROF rows,
      * which are re-keyed under the new code. Billed lines, PAYCUR,
      * PAYFILE and HISFILE are paid history and stay as they are.
      * The old INSFILE row is then closed (INS-STATUS "1") so the
      * registration and charge screens refuse it.
      *
      * line 1: "old,new,POST". Without POST the run is a preview -
      * the same listing, nothing written. Posting takes the
      * destructive sign-on changeInsCodePayfile.cob does.
           SELECT PARMFILE ASSIGN TO "S25" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT OPERFILE ASSIGN TO "S20" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS OP-ID
             LOCK MODE MANUAL.

           SELECT GARFILE ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
             ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT MPLRFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS MPLR-KEY
             LOCK MODE MANUAL.

           SELECT CHARCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-DAT1 WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT CONTRFILE ASSIGN TO "S45" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CT-KEY
             LOCK MODE MANUAL.

           SELECT DOCFILENEW ASSIGN TO "S50" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS DOC-KEY
             LOCK MODE MANUAL.

           SELECT ENROLLFILE ASSIGN TO "S55" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS EN-KEY
             LOCK MODE MANUAL.

           SELECT PAYERPROF ASSIGN TO "S60" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PP-INS
             LOCK MODE MANUAL.

           SELECT INSFILE ASSIGN TO "S65" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS INS-KEY
             ALTERNATE RECORD KEY IS INS-NAME WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-CITY WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT FILEOUT ASSIGN TO "S70" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PARMFILE.
       01  PARMFILE01 PIC X(20).

       FD  OPERFILE.
           COPY "operfile.cpy".

       FD  GARFILE.
           COPY "garfile.cpy".

       FD  MPLRFILE.
           COPY "mplrfile.cpy".

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  CONTRFILE.
           COPY "contrfile.cpy".

       FD  DOCFILENEW.
           COPY "docfile.cpy".

       FD  ENROLLFILE.
           COPY "enrollfile.cpy".

       FD  PAYERPROF.
           COPY "payerprof.cpy".

       FD  INSFILE.
           COPY "insfile.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(100).

       WORKING-STORAGE SECTION.

       01  SIGN-ID PIC X(3) VALUE SPACE.
       01  SIGN-PASS PIC X(8).
       01  OLD-INS PIC XXX.
       01  NEW-INS PIC XXX.
       01  RUN-MODE PIC X(4).
       01  T-DATE PIC X(8).
       01  VERB PIC X(13).
      * the new plan's claim attributes - a remapped charge line
      * takes them the way inar004.cob does on a paycode change.
       01  NEW-ASSIGN PIC X.
       01  NEW-NEIC-ASSIGN PIC X.
       01  NEW-CLAIMTYPE PIC X.
       01  NEW-ACC-TYPE PIC X.
       01  LAST-KEY PIC X(16).
       01  NEXT-KEY PIC X(16).
       01  NAME-HOLD PIC X(24).
       01  HOLD-REC PIC X(300).
       01  GAR-CNTR PIC 9(7) VALUE 0.
       01  MPLR-CNTR PIC 9(7) VALUE 0.
       01  CHG-CNTR PIC 9(7) VALUE 0.
       01  BILLED-CNTR PIC 9(7) VALUE 0.
       01  CONTR-CNTR PIC 9(5) VALUE 0.
       01  DOC-CNTR PIC 9(5) VALUE 0.
       01  ENR-CNTR PIC 9(5) VALUE 0.
       01  PROF-CNTR PIC 9(5) VALUE 0.
       01  CLASH-CNTR PIC 9(5) VALUE 0.
       01  PRT PIC X(100).
      * every add, change and delete goes to the reference-master
      * change history - see refhist.cob.
       01  REFHIST-PARMS.
           02 RX-FUNC PIC X.
           02 RX-FILE PIC X.
           02 RX-KEY PIC X(11).
           02 RX-ACTION PIC X.
           02 RX-OPER PIC X(3).
           02 RX-PROGRAM PIC X(8).
           02 RX-DATE PIC X(8).
           02 RX-BEFORE PIC X(150).
           02 RX-AFTER PIC X(150).
           02 RX-RESULT PIC X.

       PROCEDURE DIVISION.

       P0.
           OPEN INPUT PARMFILE
           MOVE SPACE TO PARMFILE01
           READ PARMFILE
             AT END
               CONTINUE
           END-READ
           CLOSE PARMFILE
           MOVE SPACE TO OLD-INS NEW-INS RUN-MODE
           UNSTRING PARMFILE01 DELIMITED BY ","
             INTO OLD-INS NEW-INS RUN-MODE
           IF OLD-INS = SPACE OR NEW-INS = SPACE OR OLD-INS = NEW-INS
               DISPLAY "INSREMAP - PARM MUST BE OLD,NEW[,POST]"
               STOP RUN.
           IF RUN-MODE NOT = "POST"
               MOVE "PREV" TO RUN-MODE
               MOVE "WOULD CHANGE " TO VERB
               GO TO P0-1.

      * destructive-level sign-on - no active "D" operator, no post.
           MOVE "CHANGED      " TO VERB
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

       P0-1.
           IF RUN-MODE = "POST"
               OPEN I-O GARFILE MPLRFILE CHARCUR CONTRFILE DOCFILENEW
                 ENROLLFILE PAYERPROF INSFILE
           ELSE
               OPEN INPUT GARFILE MPLRFILE CHARCUR CONTRFILE
                 DOCFILENEW ENROLLFILE PAYERPROF INSFILE.
           OPEN OUTPUT FILEOUT
           ACCEPT T-DATE FROM DATE YYYYMMDD

           MOVE SPACE TO PRT
           STRING "INSREMAP " OLD-INS " TO " NEW-INS "  " RUN-MODE
             "  " T-DATE "  OPERATOR " SIGN-ID
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT

           MOVE OLD-INS TO INS-KEY
           READ INSFILE
             INVALID
               MOVE "OLD CODE NOT ON INSFILE - NOTHING DONE" TO PRT
               WRITE FILEOUT01 FROM PRT
               GO TO P99.
           MOVE NEW-INS TO INS-KEY
           READ INSFILE
             INVALID
               MOVE "NEW CODE NOT ON INSFILE - NOTHING DONE" TO PRT
               WRITE FILEOUT01 FROM PRT
               GO TO P99.
           IF INS-STATUS = "1"
               MOVE "NEW CODE IS CLOSED - NOTHING DONE" TO PRT
               WRITE FILEOUT01 FROM PRT
               GO TO P99.
           MOVE INS-ASSIGN TO NEW-ASSIGN
           MOVE INS-NEIC-ASSIGN TO NEW-NEIC-ASSIGN
           MOVE INS-CLAIMTYPE TO NEW-CLAIMTYPE
           MOVE INS-ACC-TYPE TO NEW-ACC-TYPE
           MOVE SPACE TO PRT
           STRING "NEW PLAN " NEW-INS " " INS-NAME
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01

           PERFORM REMAP-GAR THRU REMAP-GAR-EXIT
           PERFORM REMAP-MPLR THRU REMAP-MPLR-EXIT
           PERFORM REMAP-CHG THRU REMAP-CHG-EXIT
           PERFORM REMAP-CONTR THRU REMAP-CONTR-EXIT
           PERFORM REMAP-DOC THRU REMAP-DOC-EXIT
           PERFORM REMAP-ENR THRU REMAP-ENR-EXIT
           PERFORM REMAP-PROF THRU REMAP-PROF-EXIT
           PERFORM RETIRE-INS THRU RETIRE-INS-EXIT
           GO TO P9.

       REMAP-GAR.
           MOVE SPACE TO G-GARNO
           START GARFILE KEY NOT < G-GARNO
             INVALID
               GO TO REMAP-GAR-EXIT.
       REMAP-GAR-1.
           READ GARFILE NEXT
             AT END
               GO TO REMAP-GAR-EXIT.
           IF G-PRINS NOT = OLD-INS AND G-SEINS NOT = OLD-INS
             AND G-TRINS NOT = OLD-INS
               GO TO REMAP-GAR-1.
           ADD 1 TO GAR-CNTR
           MOVE SPACE TO PRT
           STRING VERB "GARFILE  " G-GARNO " " G-GARNAME " "
             G-PRINS "/" G-SEINS "/" G-TRINS
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           IF RUN-MODE NOT = "POST"
               GO TO REMAP-GAR-1.
           IF G-PRINS = OLD-INS
               MOVE NEW-INS TO G-PRINS.
           IF G-SEINS = OLD-INS
               MOVE NEW-INS TO G-SEINS.
           IF G-TRINS = OLD-INS
               MOVE NEW-INS TO G-TRINS.
           REWRITE G-MASTER
           GO TO REMAP-GAR-1.
       REMAP-GAR-EXIT.
           EXIT.

       REMAP-MPLR.
           MOVE SPACE TO MPLR-KEY
           START MPLRFILE KEY NOT < MPLR-KEY
             INVALID
               GO TO REMAP-MPLR-EXIT.
       REMAP-MPLR-1.
           READ MPLRFILE NEXT
             AT END
               GO TO REMAP-MPLR-EXIT.
           IF MPLR-TRINS NOT = OLD-INS
               GO TO REMAP-MPLR-1.
           ADD 1 TO MPLR-CNTR
           MOVE SPACE TO PRT
           STRING VERB "MPLRFILE " MPLR-KEY " " MPLR-NAME
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           IF RUN-MODE NOT = "POST"
               GO TO REMAP-MPLR-1.
           MOVE NEW-INS TO MPLR-TRINS
           REWRITE MPLRFILE01
           GO TO REMAP-MPLR-1.
       REMAP-MPLR-EXIT.
           EXIT.

      * a line already on a claim (CC-REC-STAT "2"/"3") belongs to
      * the payer it was billed to and is only counted.
       REMAP-CHG.
           MOVE SPACE TO CHARCUR-KEY
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO REMAP-CHG-EXIT.
       REMAP-CHG-1.
           READ CHARCUR NEXT
             AT END
               GO TO REMAP-CHG-EXIT.
           IF CC-PAYCODE NOT = OLD-INS
               GO TO REMAP-CHG-1.
           IF CC-REC-STAT > "1"
               ADD 1 TO BILLED-CNTR
               GO TO REMAP-CHG-1.
           ADD 1 TO CHG-CNTR
           MOVE SPACE TO PRT
           STRING VERB "CHARCUR  " CHARCUR-KEY " " CC-DATE-T " "
             CC-PROC1 DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           IF RUN-MODE NOT = "POST"
               GO TO REMAP-CHG-1.
           MOVE NEW-INS TO CC-PAYCODE
           MOVE NEW-ASSIGN TO CC-ASSIGN
           MOVE NEW-NEIC-ASSIGN TO CC-NEIC-ASSIGN
           MOVE NEW-CLAIMTYPE TO CC-PAPER
           MOVE NEW-ACC-TYPE TO CC-ACC-TYPE
           REWRITE CHARCUR01
           GO TO REMAP-CHG-1.
       REMAP-CHG-EXIT.
           EXIT.

      * the keyed tables move to the new code's key. A row the new
      * code already has is kept as it is and the old one is left
      * for a person to reconcile.
       REMAP-CONTR.
           MOVE OLD-INS TO CT-INS
           MOVE SPACE TO CT-CPT CT-EFF
           START CONTRFILE KEY NOT < CT-KEY
             INVALID
               GO TO REMAP-CONTR-EXIT.
       REMAP-CONTR-1.
           READ CONTRFILE NEXT
             AT END
               GO TO REMAP-CONTR-EXIT.
           IF CT-INS NOT = OLD-INS
               GO TO REMAP-CONTR-EXIT.
           MOVE CT-KEY TO LAST-KEY
           MOVE CONTRFILE01 TO HOLD-REC
           MOVE NEW-INS TO CT-INS
           READ CONTRFILE
             INVALID
               GO TO REMAP-CONTR-2.
           ADD 1 TO CLASH-CNTR
           MOVE SPACE TO PRT
           STRING "ALREADY ON  CONTRFILE " NEW-INS LAST-KEY (4:13)
             " - OLD ROW LEFT" DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           GO TO REMAP-CONTR-3.
       REMAP-CONTR-2.
           ADD 1 TO CONTR-CNTR
           MOVE SPACE TO PRT
           STRING VERB "CONTRFILE " LAST-KEY
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           IF RUN-MODE NOT = "POST"
               GO TO REMAP-CONTR-3.
           MOVE LAST-KEY TO CT-KEY
           DELETE CONTRFILE RECORD
           MOVE HOLD-REC TO CONTRFILE01
           MOVE NEW-INS TO CT-INS
           WRITE CONTRFILE01.
       REMAP-CONTR-3.
           MOVE LAST-KEY TO CT-KEY
           START CONTRFILE KEY > CT-KEY
             INVALID
               GO TO REMAP-CONTR-EXIT.
           GO TO REMAP-CONTR-1.
       REMAP-CONTR-EXIT.
           EXIT.

       REMAP-DOC.
           MOVE OLD-INS TO DOC-INS
           MOVE SPACE TO DOC-NUM
           START DOCFILENEW KEY NOT < DOC-KEY
             INVALID
               GO TO REMAP-DOC-EXIT.
       REMAP-DOC-1.
           READ DOCFILENEW NEXT
             AT END
               GO TO REMAP-DOC-EXIT.
           IF DOC-INS NOT = OLD-INS
               GO TO REMAP-DOC-EXIT.
           MOVE DOC-KEY TO LAST-KEY
           MOVE DOCFILE01 TO HOLD-REC
           MOVE DOC-NAME TO NAME-HOLD
           MOVE NEW-INS TO DOC-INS
           READ DOCFILENEW
             INVALID
               GO TO REMAP-DOC-2.
           ADD 1 TO CLASH-CNTR
           MOVE SPACE TO PRT
           STRING "ALREADY ON  DOCFILENEW " NEW-INS LAST-KEY (4:2)
             " - OLD ROW LEFT" DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           GO TO REMAP-DOC-3.
       REMAP-DOC-2.
           ADD 1 TO DOC-CNTR
           MOVE SPACE TO PRT
           STRING VERB "DOCFILENEW " LAST-KEY (1:5) " " NAME-HOLD
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           IF RUN-MODE NOT = "POST"
               GO TO REMAP-DOC-3.
           MOVE LAST-KEY TO DOC-KEY
           DELETE DOCFILENEW RECORD
           MOVE "D" TO RX-ACTION
           MOVE LAST-KEY TO RX-KEY
           MOVE HOLD-REC TO RX-BEFORE
           MOVE SPACE TO RX-AFTER
           PERFORM LOG-DOC
           MOVE HOLD-REC TO DOCFILE01
           MOVE NEW-INS TO DOC-INS
           WRITE DOCFILE01
           MOVE "A" TO RX-ACTION
           MOVE DOC-KEY TO RX-KEY
           MOVE SPACE TO RX-BEFORE
           MOVE DOCFILE01 TO RX-AFTER
           PERFORM LOG-DOC.
       REMAP-DOC-3.
           MOVE LAST-KEY TO DOC-KEY
           START DOCFILENEW KEY > DOC-KEY
             INVALID
               GO TO REMAP-DOC-EXIT.
           GO TO REMAP-DOC-1.
       REMAP-DOC-EXIT.
           EXIT.

      * EN-DOC is the DOCFILENEW key, so a row moves when either its
      * provider number or its plan is under the old code.
       REMAP-ENR.
           MOVE SPACE TO EN-KEY
           START ENROLLFILE KEY NOT < EN-KEY
             INVALID
               GO TO REMAP-ENR-EXIT.
       REMAP-ENR-1.
           READ ENROLLFILE NEXT
             AT END
               GO TO REMAP-ENR-EXIT.
           IF EN-DOC (1:3) NOT = OLD-INS AND EN-INS NOT = OLD-INS
               GO TO REMAP-ENR-1.
           MOVE EN-KEY TO LAST-KEY
           MOVE ENROLLFILE01 TO HOLD-REC
           IF EN-DOC (1:3) = OLD-INS
               MOVE NEW-INS TO EN-DOC (1:3).
           IF EN-INS = OLD-INS
               MOVE NEW-INS TO EN-INS.
           MOVE EN-KEY TO NEXT-KEY
           READ ENROLLFILE
             INVALID
               GO TO REMAP-ENR-2.
           ADD 1 TO CLASH-CNTR
           MOVE SPACE TO PRT
           STRING "ALREADY ON  ENROLLFILE " NEXT-KEY (1:8)
             " - OLD ROW LEFT" DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           GO TO REMAP-ENR-3.
       REMAP-ENR-2.
           ADD 1 TO ENR-CNTR
           MOVE SPACE TO PRT
           STRING VERB "ENROLLFILE " LAST-KEY (1:8) " TO "
             NEXT-KEY (1:8)
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           IF RUN-MODE NOT = "POST"
               GO TO REMAP-ENR-3.
           MOVE NEXT-KEY (1:8) TO HOLD-REC (1:8)
           MOVE LAST-KEY TO EN-KEY
           DELETE ENROLLFILE RECORD
           MOVE HOLD-REC TO ENROLLFILE01
           WRITE ENROLLFILE01.
       REMAP-ENR-3.
           MOVE LAST-KEY TO EN-KEY
           START ENROLLFILE KEY > EN-KEY
             INVALID
               GO TO REMAP-ENR-EXIT.
           GO TO REMAP-ENR-1.
       REMAP-ENR-EXIT.
           EXIT.

       REMAP-PROF.
           MOVE NEW-INS TO PP-INS
           READ PAYERPROF
             INVALID
               GO TO REMAP-PROF-1.
           MOVE OLD-INS TO PP-INS
           READ PAYERPROF
             INVALID
               GO TO REMAP-PROF-EXIT.
           ADD 1 TO CLASH-CNTR
           MOVE SPACE TO PRT
           STRING "ALREADY ON  PAYERPROF " NEW-INS
             " - OLD ROW LEFT" DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           GO TO REMAP-PROF-EXIT.
       REMAP-PROF-1.
           MOVE OLD-INS TO PP-INS
           READ PAYERPROF
             INVALID
               GO TO REMAP-PROF-EXIT.
           ADD 1 TO PROF-CNTR
           MOVE SPACE TO PRT
           STRING VERB "PAYERPROF " OLD-INS " " PP-PAYERNAME
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           IF RUN-MODE NOT = "POST"
               GO TO REMAP-PROF-EXIT.
           MOVE PAYERPROF01 TO HOLD-REC
           DELETE PAYERPROF RECORD
           MOVE HOLD-REC TO PAYERPROF01
           MOVE NEW-INS TO PP-INS
           WRITE PAYERPROF01.
       REMAP-PROF-EXIT.
           EXIT.

       RETIRE-INS.
           IF RUN-MODE NOT = "POST"
               GO TO RETIRE-INS-EXIT.
           MOVE OLD-INS TO INS-KEY
           READ INSFILE WITH LOCK
             INVALID
               GO TO RETIRE-INS-EXIT.
           MOVE INSFILE01 TO RX-BEFORE
           MOVE "1" TO INS-STATUS
           MOVE T-DATE TO INS-LASTDATE
           REWRITE INSFILE01
           MOVE INSFILE01 TO RX-AFTER
           MOVE "W" TO RX-FUNC
           MOVE "I" TO RX-FILE
           MOVE INS-KEY TO RX-KEY
           MOVE "C" TO RX-ACTION
           MOVE SIGN-ID TO RX-OPER
           MOVE "INSREMAP" TO RX-PROGRAM
           CALL "refhist" USING REFHIST-PARMS
           MOVE SPACE TO PRT
           STRING "INSFILE  " OLD-INS " " INS-NAME " CLOSED"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.
       RETIRE-INS-EXIT.
           EXIT.

       LOG-DOC.
           MOVE "W" TO RX-FUNC
           MOVE "D" TO RX-FILE
           MOVE SIGN-ID TO RX-OPER
           MOVE "INSREMAP" TO RX-PROGRAM
           CALL "refhist" USING REFHIST-PARMS.

       P9.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "GARFILE " GAR-CNTR "  MPLRFILE " MPLR-CNTR
             "  CHARCUR " CHG-CNTR "  BILLED LEFT " BILLED-CNTR
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           STRING "CONTRFILE " CONTR-CNTR "  DOCFILENEW " DOC-CNTR
             "  ENROLLFILE " ENR-CNTR "  PAYERPROF " PROF-CNTR
             "  ALREADY ON NEW " CLASH-CNTR
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           DISPLAY "INSREMAP - " RUN-MODE " GARFILE " GAR-CNTR
             " CHARCUR " CHG-CNTR " TABLE ROWS " CONTR-CNTR " "
             DOC-CNTR " " ENR-CNTR " " PROF-CNTR.

       P99.
           MOVE "E" TO RX-FUNC
           CALL "refhist" USING REFHIST-PARMS
           CLOSE GARFILE MPLRFILE CHARCUR CONTRFILE DOCFILENEW
             ENROLLFILE PAYERPROF INSFILE FILEOUT.
           STOP RUN.

      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dxassist.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CHARNEW ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARNEW-KEY
             LOCK MODE MANUAL.

           SELECT KWDIAG ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS KW-WORD
             LOCK MODE MANUAL.

           SELECT DIAGFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS DIAG-KEY
             ALTERNATE RECORD KEY IS DIAG-TITLE WITH DUPLICATES
             LOCK MODE MANUAL.

      * what was taken, changed or left, and the order text no
      * keyword caught - the list to grow KWDIAG from.
           SELECT FILEOUT ASSIGN TO "S45" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  CHARNEW.
           COPY "charnew.cpy".

       FD  KWDIAG.
           COPY "kwdiag.cpy".

       FD  DIAGFILE.
           COPY "diagfile.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(132).

       WORKING-STORAGE SECTION.

       01  KW-TAB01.
           02 KT-ENT OCCURS 2000 TIMES.
             03 KT-WORD PIC X(24).
             03 KT-LEN PIC 99.
             03 KT-DIAG PIC X(7) OCCURS 3 TIMES.
       01  KT-CNT PIC 9(4) VALUE 0.
       01  KI PIC 9(4).
       01  KJ PIC 9.

      * the keywords the line's text hit, for the counters.
       01  HIT-TAB01.
           02 HIT-KI PIC 9(4) OCCURS 10 TIMES.
       01  HIT-CNT PIC 99.
       01  HIT-IDX PIC 99.
       01  TALLY-CNT PIC 99.

      * the codes offered (or keyed) for the line, in claim order:
      * CD-DIAG, CD-DX2, CD-DX3, CD-DX4, CD-DX6. CD-DX5 on CHARNEW
      * carries the quality answers.
       01  SUG-TAB01.
           02 SUG-DIAG PIC X(7) OCCURS 5 TIMES.
       01  SUG-CNT PIC 9.
       01  SX PIC 9.
       01  NEW-DIAG PIC X(7).

       01  ORDER-TEXT PIC X(71).
       01  DATAIN PIC X(60).
       01  BAD-FLAG PIC X.
       01  SKIP-SW PIC X.
       01  LINE-CNTR PIC 9(7) VALUE 0.
       01  TAKEN-CNTR PIC 9(7) VALUE 0.
       01  CHANGED-CNTR PIC 9(7) VALUE 0.
       01  LEFT-CNTR PIC 9(7) VALUE 0.
       01  NOHIT-CNTR PIC 9(7) VALUE 0.
       01  PRT PIC X(132).

       PROCEDURE DIVISION.

      * coding assist for the RRMC orders - every CHARNEW line still
      * uncoded (CD-DIAG all zeros, as rrr250.cob loads it) and read
      * (not doc 02) has its free-text reasons matched against the
      * KWDIAG keywords, and the codes those keywords carry are
      * offered to the coder with their DIAGFILE titles. Y takes
      * them, N leaves the line for xxx003c.cob, or the coder keys
      * the codes that belong instead (each checked on DIAGFILE);
      * Q ends the pass. Taking or changing a suggestion is counted
      * on each keyword that made it, so a keyword that is always
      * overridden shows up in kwdiag-maint.cob's list.
       P0.
           OPEN I-O CHARNEW KWDIAG.
           OPEN INPUT DIAGFILE.
           OPEN OUTPUT FILEOUT.

           MOVE SPACE TO KW-WORD
           START KWDIAG KEY NOT < KW-WORD
             INVALID
               DISPLAY "DXASSIST - NO KEYWORDS ON FILE"
               GO TO P99.
       P0A.
           READ KWDIAG NEXT
             AT END
               GO TO P0B.
           IF KT-CNT >= 2000
               DISPLAY "DXASSIST - KEYWORD TABLE FULL AT " KW-WORD
               GO TO P0B.
           ADD 1 TO KT-CNT
           MOVE KW-WORD TO KT-WORD (KT-CNT)
           MOVE KW-DIAG (1) TO KT-DIAG (KT-CNT 1)
           MOVE KW-DIAG (2) TO KT-DIAG (KT-CNT 2)
           MOVE KW-DIAG (3) TO KT-DIAG (KT-CNT 3)
           MOVE 24 TO KT-LEN (KT-CNT).
       P0A1.
           IF KT-LEN (KT-CNT) > 1
             AND KT-WORD (KT-CNT) (KT-LEN (KT-CNT):1) = SPACE
               SUBTRACT 1 FROM KT-LEN (KT-CNT)
               GO TO P0A1.
           GO TO P0A.

       P0B.
           MOVE SPACE TO CHARNEW-KEY
           START CHARNEW KEY NOT < CHARNEW-KEY
             INVALID
               GO TO P99.

       P1.
           READ CHARNEW NEXT
             AT END
               GO TO P99.
           IF CD-DIAG NOT = "0000000" AND CD-DIAG NOT = SPACE
               GO TO P1.
           IF CD-DOCP = "02"
               GO TO P1.
           IF CD-CLINICAL = SPACE AND CD-ADMIT-DIAG = SPACE
               GO TO P1.
           ADD 1 TO LINE-CNTR

           MOVE SPACE TO ORDER-TEXT
           STRING CD-CLINICAL " " CD-ADMIT-DIAG
             DELIMITED BY SIZE INTO ORDER-TEXT
           MOVE FUNCTION UPPER-CASE (ORDER-TEXT) TO ORDER-TEXT
           MOVE SPACE TO SUG-TAB01
           MOVE 0 TO SUG-CNT HIT-CNT
           MOVE 1 TO KI.
       P2.
           IF KI > KT-CNT
               GO TO P3.
           MOVE 0 TO TALLY-CNT
           INSPECT ORDER-TEXT TALLYING TALLY-CNT
             FOR ALL KT-WORD (KI) (1:KT-LEN (KI))
           IF TALLY-CNT > 0
               PERFORM TAKE-KEYWORD THRU TAKE-KEYWORD-EXIT.
           ADD 1 TO KI
           GO TO P2.

       P3.
           IF SUG-CNT = 0
               ADD 1 TO NOHIT-CNTR
               MOVE SPACE TO PRT
               STRING "NO KEYWORD  " CHARNEW-KEY " " CD-DATE-T " "
                 ORDER-TEXT DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT
               GO TO P1.

           DISPLAY " "
           DISPLAY CHARNEW-KEY " " CD-NAME " DOS " CD-DATE-T
             " PROC " CD-PROC " REF " CD-DOCR
           DISPLAY "ORDER: " CD-CLINICAL
           DISPLAY "ADMIT: " CD-ADMIT-DIAG
           MOVE 1 TO SX
           PERFORM SHOW-SUG THRU SHOW-SUG-EXIT.

       P4.
           DISPLAY "Y = TAKE, N = LEAVE, Q = QUIT, OR KEY THE CODES "
             "WITH COMMAS (UP TO 5)"
           MOVE SPACE TO DATAIN
           ACCEPT DATAIN
           MOVE FUNCTION UPPER-CASE (DATAIN) TO DATAIN
           IF DATAIN = "Q"
               GO TO P99.
           IF DATAIN = "N" OR DATAIN = SPACE
               ADD 1 TO LEFT-CNTR
               MOVE SPACE TO PRT
               STRING "LEFT        " CHARNEW-KEY " " CD-DATE-T " "
                 ORDER-TEXT DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT
               GO TO P1.
           IF DATAIN = "Y"
               PERFORM PUT-CODES THRU PUT-CODES-EXIT
               ADD 1 TO TAKEN-CNTR
               MOVE "A" TO SKIP-SW
               PERFORM COUNT-HITS THRU COUNT-HITS-EXIT
               MOVE SPACE TO PRT
               STRING "TAKEN       " CHARNEW-KEY " " SUG-DIAG (1) " "
                 SUG-DIAG (2) " " SUG-DIAG (3) " " SUG-DIAG (4) " "
                 SUG-DIAG (5) DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT
               GO TO P1.

      * the coder's own codes - all of them on DIAGFILE or ask again.
           MOVE SPACE TO SUG-TAB01
           UNSTRING DATAIN DELIMITED BY ","
             INTO SUG-DIAG (1) SUG-DIAG (2) SUG-DIAG (3) SUG-DIAG (4)
               SUG-DIAG (5)
           MOVE "N" TO BAD-FLAG
           MOVE 1 TO SX
           PERFORM CHECK-SUG THRU CHECK-SUG-EXIT
           IF BAD-FLAG = "Y" OR SUG-DIAG (1) = SPACE
               DISPLAY "NOT TAKEN - KEY THEM AGAIN"
               GO TO P4.
           PERFORM PUT-CODES THRU PUT-CODES-EXIT
           ADD 1 TO CHANGED-CNTR
           MOVE "O" TO SKIP-SW
           PERFORM COUNT-HITS THRU COUNT-HITS-EXIT
           MOVE SPACE TO PRT
           STRING "CHANGED     " CHARNEW-KEY " " SUG-DIAG (1) " "
             SUG-DIAG (2) " " SUG-DIAG (3) " " SUG-DIAG (4) " "
             SUG-DIAG (5) "  " ORDER-TEXT DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           GO TO P1.

      * a keyword's codes onto the offer, skipping ones already there.
       TAKE-KEYWORD.
           IF HIT-CNT < 10
               ADD 1 TO HIT-CNT
               MOVE KI TO HIT-KI (HIT-CNT).
           MOVE 1 TO KJ.
       TAKE-KEYWORD-1.
           IF KT-DIAG (KI KJ) = SPACE OR SUG-CNT >= 5
               GO TO TAKE-KEYWORD-3.
           MOVE KT-DIAG (KI KJ) TO NEW-DIAG
           MOVE 1 TO SX.
       TAKE-KEYWORD-2.
           IF SX > SUG-CNT
               ADD 1 TO SUG-CNT
               MOVE NEW-DIAG TO SUG-DIAG (SUG-CNT)
               GO TO TAKE-KEYWORD-3.
           IF SUG-DIAG (SX) = NEW-DIAG
               GO TO TAKE-KEYWORD-3.
           ADD 1 TO SX
           GO TO TAKE-KEYWORD-2.
       TAKE-KEYWORD-3.
           ADD 1 TO KJ
           IF KJ < 4
               GO TO TAKE-KEYWORD-1.
       TAKE-KEYWORD-EXIT.
           EXIT.

       SHOW-SUG.
           IF SX > SUG-CNT
               GO TO SHOW-SUG-EXIT.
           MOVE SUG-DIAG (SX) TO DIAG-KEY
           READ DIAGFILE
             INVALID
               MOVE "*** NO LONGER ON DIAGFILE" TO DIAG-TITLE.
           DISPLAY "  " SX " " SUG-DIAG (SX) " " DIAG-TITLE
           ADD 1 TO SX
           GO TO SHOW-SUG.
       SHOW-SUG-EXIT.
           EXIT.

       CHECK-SUG.
           IF SX > 5
               GO TO CHECK-SUG-EXIT.
           IF SUG-DIAG (SX) NOT = SPACE
               MOVE SUG-DIAG (SX) TO DIAG-KEY
               READ DIAGFILE
                 INVALID
                   DISPLAY SUG-DIAG (SX) " IS NOT ON DIAGFILE"
                   MOVE "Y" TO BAD-FLAG
               END-READ
           END-IF
           ADD 1 TO SX
           GO TO CHECK-SUG.
       CHECK-SUG-EXIT.
           EXIT.

      * into the diagnosis slots; an empty slot keeps the zeros the
      * load puts there.
       PUT-CODES.
           MOVE "0000000" TO CD-DIAG CD-DX2 CD-DX3 CD-DX4
           IF SUG-DIAG (1) NOT = SPACE
               MOVE SUG-DIAG (1) TO CD-DIAG.
           IF SUG-DIAG (2) NOT = SPACE
               MOVE SUG-DIAG (2) TO CD-DX2.
           IF SUG-DIAG (3) NOT = SPACE
               MOVE SUG-DIAG (3) TO CD-DX3.
           IF SUG-DIAG (4) NOT = SPACE
               MOVE SUG-DIAG (4) TO CD-DX4.
           IF SUG-DIAG (5) NOT = SPACE
               MOVE SUG-DIAG (5) TO CD-DX6.
           REWRITE CHARNEW01
             INVALID
               DISPLAY "CHARGE NOT UPDATED " CHARNEW-KEY.
       PUT-CODES-EXIT.
           EXIT.

      * SKIP-SW "A" the suggestion was taken, "O" overridden.
       COUNT-HITS.
           MOVE 1 TO HIT-IDX.
       COUNT-HITS-1.
           IF HIT-IDX > HIT-CNT
               GO TO COUNT-HITS-EXIT.
           MOVE KT-WORD (HIT-KI (HIT-IDX)) TO KW-WORD
           READ KWDIAG WITH LOCK
             INVALID
               GO TO COUNT-HITS-2.
           IF SKIP-SW = "A"
               ADD 1 TO KW-ACCEPTED
           ELSE
               ADD 1 TO KW-OVERRIDDEN.
           REWRITE KWDIAG01.
       COUNT-HITS-2.
           ADD 1 TO HIT-IDX
           GO TO COUNT-HITS-1.
       COUNT-HITS-EXIT.
           EXIT.

       P99.
           DISPLAY "DXASSIST - UNCODED LINES SEEN: " LINE-CNTR
           DISPLAY "DXASSIST - TAKEN: " TAKEN-CNTR
           DISPLAY "DXASSIST - CHANGED: " CHANGED-CNTR
           DISPLAY "DXASSIST - LEFT: " LEFT-CNTR
           DISPLAY "DXASSIST - NO KEYWORD: " NOHIT-CNTR
           CLOSE CHARNEW KWDIAG DIAGFILE FILEOUT.
           STOP RUN.

      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ncoa-in.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * the NCOA vendor's move results:
      * "garno|code|street|city|state|zip|movedate". code "A" moved
      * with a forwarding address, "K" moved left no address, "G"
      * PO box closed, "F" moved out of the country - anything else
      * is no move on file and is only counted.
           SELECT FILEIN ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT GARFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
             ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT DEMOQUEUE ASSIGN TO "S40" ORGANIZATION IS
             INDEXED ACCESS MODE IS DYNAMIC RECORD KEY IS DQ-SEQ
             LOCK MODE MANUAL.

      * the queue-number well demo-feed.cob draws from - one row,
      * key "D".
           SELECT DEMOCTL ASSIGN TO "S45" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS DCT-KEY
             LOCK MODE MANUAL.

      * same audit narrative demo-feed.cob writes.
           SELECT DEMOLOG ASSIGN TO "S50" ORGANIZATION
             LINE SEQUENTIAL.

      * "F,garno" lines for retmail.cob - its run puts the
      * no-forward moves on the skip-trace worklist.
           SELECT RETFILE ASSIGN TO "S55" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT FILEOUT ASSIGN TO "S60" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  FILEIN.
       01  FILEIN01 PIC X(120).

       FD  GARFILE.
           COPY "garfile.cpy".

       FD  DEMOQUEUE.
           COPY "demoqueue.cpy".

       FD  DEMOCTL.
       01  DEMOCTL01.
           02 DCT-KEY PIC X.
           02 DCT-NUM PIC 9(7).

       FD  DEMOLOG.
       01  DEMOLOG01 PIC X(110).

       FD  RETFILE.
       01  RETFILE01.
           02 RT-ACTION PIC X.
           02 RT-SEP PIC X.
           02 RT-GARNO PIC X(8).

       FD  FILEOUT.
       01  FILEOUT01 PIC X(110).

       WORKING-STORAGE SECTION.

       01  IN-GARNO PIC X(8).
       01  IN-CODE PIC X(2).
       01  IN-STREET PIC X(22).
       01  IN-CITY PIC X(18).
       01  IN-STATE PIC XX.
       01  IN-ZIP PIC X(9).
       01  IN-MOVEDATE PIC X(8).
       01  T-DATE PIC X(8).
       01  PRT PIC X(110).

       01  TOT-CNTR PIC 9(7) VALUE 0.
       01  QUEUE-CNTR PIC 9(7) VALUE 0.
       01  SAME-CNTR PIC 9(7) VALUE 0.
       01  BAD-CNTR PIC 9(7) VALUE 0.
       01  NOMOVE-CNTR PIC 9(7) VALUE 0.
       01  UNK-CNTR PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

      * applies the NCOA vendor's quarterly results (ncoa-out.cob
      * sent the list). A move with a forwarding address is never
      * keyed straight in - it queues as an "ADDR" change for
      * demo-review.cob, where accepting it lands the whole address
      * and clears any returned-mail flag. A move that left no
      * address (or a closed box, or a move abroad) sets the
      * bad-address flag here, so the next statement run skips the
      * account at once, and writes the retmail.cob line that puts
      * it on the skip-trace worklist - run retmail.cob on RETFILE
      * before the statement cycle.
       P0.
           OPEN INPUT FILEIN.
           OPEN I-O GARFILE DEMOQUEUE DEMOCTL.
           OPEN EXTEND DEMOLOG.
           OPEN OUTPUT RETFILE FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

           MOVE "D" TO DCT-KEY
           READ DEMOCTL
             INVALID
               MOVE "D" TO DCT-KEY
               MOVE 1 TO DCT-NUM
               WRITE DEMOCTL01
           END-READ.

           MOVE SPACE TO PRT
           STRING "NCOA MOVE RESULTS APPLIED   RUN " T-DATE
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01.

       P1.
           READ FILEIN
             AT END
               GO TO P9.
           IF FILEIN01 = SPACE
               GO TO P1.

           ADD 1 TO TOT-CNTR
           MOVE SPACE TO IN-GARNO IN-CODE IN-STREET IN-CITY IN-STATE
             IN-ZIP IN-MOVEDATE
           UNSTRING FILEIN01 DELIMITED BY "|"
             INTO IN-GARNO IN-CODE IN-STREET IN-CITY IN-STATE
               IN-ZIP IN-MOVEDATE

           IF IN-CODE NOT = "A" AND IN-CODE NOT = "K"
             AND IN-CODE NOT = "G" AND IN-CODE NOT = "F"
               ADD 1 TO NOMOVE-CNTR
               GO TO P1.

           MOVE IN-GARNO TO G-GARNO
           READ GARFILE WITH LOCK
             INVALID
               ADD 1 TO UNK-CNTR
               MOVE SPACE TO PRT
               STRING IN-GARNO " - NO GARFILE RECORD"
                 DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT
               GO TO P1.

           IF IN-CODE = "A"
               GO TO P2.

      * no forwarding address - stop the mail and trace.
           IF G-BADADDR NOT = "B"
               MOVE "B" TO G-BADADDR
               REWRITE G-MASTER.
           UNLOCK GARFILE
           MOVE SPACE TO RETFILE01
           MOVE "F" TO RT-ACTION
           MOVE "," TO RT-SEP
           MOVE G-GARNO TO RT-GARNO
           WRITE RETFILE01
           ADD 1 TO BAD-CNTR
           MOVE SPACE TO PRT
           STRING G-GARNO " " G-GARNAME " MOVED " IN-MOVEDATE
             " CODE " IN-CODE " - BAD ADDRESS, SKIP TRACE"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           GO TO P1.

      * the address already on file (keyed since the list went out)
      * needs nothing.
       P2.
           UNLOCK GARFILE
           IF IN-STREET = G-STREET AND IN-CITY = G-CITY
             AND IN-STATE = G-STATE AND IN-ZIP(1:5) = G-ZIP(1:5)
               ADD 1 TO SAME-CNTR
               GO TO P1.

           PERFORM QUEUE-ADDR THRU QUEUE-ADDR-EXIT
           MOVE SPACE TO PRT
           STRING G-GARNO " " G-GARNAME " MOVED " IN-MOVEDATE
             " TO " IN-STREET " " IN-CITY " " IN-STATE " " IN-ZIP
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           GO TO P1.

      * the whole address queues as one change, packed the way
      * demo-review.cob unpacks it.
       QUEUE-ADDR.
           MOVE "D" TO DCT-KEY
           READ DEMOCTL WITH LOCK
             INVALID
               MOVE 1 TO DCT-NUM
           END-READ
           MOVE DCT-NUM TO DQ-SEQ
           ADD 1 TO DCT-NUM
           REWRITE DEMOCTL01

           MOVE G-GARNO TO DQ-GARNO
           MOVE "ADDR" TO DQ-FIELD
           MOVE SPACE TO DQ-OLD DQ-NEW
           STRING G-STREET "|" G-CITY "|" G-STATE "|" G-ZIP
             DELIMITED BY "  " INTO DQ-OLD
           STRING IN-STREET "|" IN-CITY "|" IN-STATE "|" IN-ZIP
             DELIMITED BY "  " INTO DQ-NEW
           MOVE "O" TO DQ-STATUS
           MOVE SPACE TO DQ-OPER DQ-DATE-W DQ-FUTURE
           MOVE T-DATE TO DQ-DATE-Q
           WRITE DEMOQUEUE01
           ADD 1 TO QUEUE-CNTR

           MOVE SPACE TO PRT
           STRING T-DATE " " G-GARNO " NCOA ADDR " DQ-OLD
             " -> " DQ-NEW " QUEUED " DQ-SEQ
             DELIMITED BY SIZE INTO PRT
           WRITE DEMOLOG01 FROM PRT.
       QUEUE-ADDR-EXIT.
           EXIT.

       P9.
           DISPLAY "NCOA-IN - LINES READ: " TOT-CNTR
           DISPLAY "NCOA-IN - MOVES QUEUED FOR REVIEW: " QUEUE-CNTR
           DISPLAY "NCOA-IN - ALREADY ON FILE: " SAME-CNTR
           DISPLAY "NCOA-IN - NO FORWARD - BAD ADDRESS: " BAD-CNTR
           DISPLAY "NCOA-IN - NO MOVE: " NOMOVE-CNTR
           DISPLAY "NCOA-IN - UNKNOWN GARNO: " UNK-CNTR
           CLOSE FILEIN GARFILE DEMOQUEUE DEMOCTL DEMOLOG RETFILE
             FILEOUT.
           STOP RUN.

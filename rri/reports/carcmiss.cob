      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. carcmiss.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * nightly listing of the CARCs the 835 posters saw today with
      * no CARCXREF row. One line per group + reason code with how
      * many times it came in, the dollars on it and the first
      * remit it was seen on, so the posting room can add the row in
      * carc-maint.cob before the next run. A code that got its row
      * since the remit posted is counted but not listed.
      * optional run-date parm "YYYYMMDD" - absent = today.
           SELECT OPTIONAL DATEPARM ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT CARCMISS ASSIGN TO "S35" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT CARCXREF ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CX-KEY
             LOCK MODE MANUAL.

           SELECT FILEOUT ASSIGN TO "S45" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  DATEPARM.
       01  DATEPARM01 PIC X(8).

       FD  CARCMISS.
           COPY "carcmiss.cpy".

       FD  CARCXREF.
           COPY "carcxref.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(100).

       WORKING-STORAGE SECTION.

       01  RUN-DATE PIC X(8).
       01  MISS-CNT PIC 9(4) VALUE 0.
       01  MISS-TABLE.
           02 MISS-ENTRY OCCURS 1000 TIMES.
             03 MT-KEY.
               04 MT-GROUP PIC XX.
               04 MT-CARC PIC X(5).
             03 MT-PROGRAM PIC X(8).
             03 MT-CLP1 PIC X(14).
             03 MT-TRACE PIC X(15).
             03 MT-AMOUNT PIC S9(7)V99.
             03 MT-CNT PIC 9(5).
       01  SWAP-ENTRY PIC X(58).
       01  MX PIC 9(4).
       01  MI PIC 9(4).
       01  MJ PIC 9(4).
       01  READ-CNTR PIC 9(7) VALUE 0.
       01  MAPPED-CNTR PIC 9(7) VALUE 0.
       01  TOT-AMOUNT PIC S9(7)V99 VALUE 0.
       01  EDIT-AMT PIC ZZZ,ZZ9.99-.
       01  EDIT-CNT PIC ZZ,ZZ9.
       01  HEAD-DATE PIC X(10).

       PROCEDURE DIVISION.

       P0.
           OPEN INPUT DATEPARM.
           MOVE SPACE TO RUN-DATE
           READ DATEPARM
             AT END
               CONTINUE
             NOT AT END
               MOVE DATEPARM01 TO RUN-DATE
           END-READ
           CLOSE DATEPARM.
           IF RUN-DATE NOT NUMERIC
               ACCEPT RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT CARCMISS CARCXREF.
           OPEN OUTPUT FILEOUT.

       P1.
           READ CARCMISS
             AT END
               GO TO P5.

           IF CM-DATE NOT = RUN-DATE
               GO TO P1.

           ADD 1 TO READ-CNTR
           MOVE CM-GROUP TO CX-GROUP
           MOVE CM-CARC TO CX-CARC
           READ CARCXREF
             INVALID
               PERFORM FIND-MISS THRU FIND-MISS-EXIT
             NOT INVALID
               ADD 1 TO MAPPED-CNTR
           END-READ
           GO TO P1.

      * find-or-add the group + CARC, leaving its subscript in MX -
      * same linear find-or-add idiom denialrpt.cob uses.
       FIND-MISS.
           MOVE 1 TO MX.

       FIND-MISS-1.
           IF MX > MISS-CNT
               GO TO FIND-MISS-2.
           IF MT-GROUP(MX) = CM-GROUP AND MT-CARC(MX) = CM-CARC
               GO TO FIND-MISS-3.
           ADD 1 TO MX
           GO TO FIND-MISS-1.

       FIND-MISS-2.
           IF MISS-CNT NOT < 1000
               DISPLAY "CARCMISS - TABLE FULL, SKIPPING " CM-GROUP
                 " " CM-CARC
               GO TO FIND-MISS-EXIT.
           ADD 1 TO MISS-CNT
           MOVE MISS-CNT TO MX
           MOVE CM-GROUP TO MT-GROUP(MX)
           MOVE CM-CARC TO MT-CARC(MX)
           MOVE CM-PROGRAM TO MT-PROGRAM(MX)
           MOVE CM-CLP1 TO MT-CLP1(MX)
           MOVE CM-TRACE TO MT-TRACE(MX)
           MOVE 0 TO MT-AMOUNT(MX) MT-CNT(MX).

       FIND-MISS-3.
           ADD 1 TO MT-CNT(MX)
           ADD CM-AMOUNT TO MT-AMOUNT(MX) TOT-AMOUNT.

       FIND-MISS-EXIT.
           EXIT.

      * bubble the table into group + CARC order.
       P5.
           PERFORM SORT-PASS THRU SORT-PASS-EXIT
             VARYING MI FROM 1 BY 1 UNTIL MI NOT < MISS-CNT.

           MOVE SPACE TO HEAD-DATE
           STRING RUN-DATE(5:2) "/" RUN-DATE(7:2) "/" RUN-DATE(1:4)
             DELIMITED BY SIZE INTO HEAD-DATE
           MOVE SPACE TO FILEOUT01
           STRING "CARCS WITH NO CROSSWALK ROW - REMITS POSTED "
             HEAD-DATE DELIMITED BY SIZE INTO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE "GRP CARC   COUNT      AMOUNT  FIRST SEEN" TO FILEOUT01
           WRITE FILEOUT01

           PERFORM PRINT-MISS
             VARYING MI FROM 1 BY 1 UNTIL MI > MISS-CNT.

           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO FILEOUT01
           MOVE MISS-CNT TO EDIT-CNT
           MOVE TOT-AMOUNT TO EDIT-AMT
           STRING "UNMAPPED CODES " EDIT-CNT "  AMOUNT " EDIT-AMT
             DELIMITED BY SIZE INTO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO FILEOUT01
           MOVE MAPPED-CNTR TO EDIT-CNT
           STRING "MAPPED SINCE POSTING " EDIT-CNT
             DELIMITED BY SIZE INTO FILEOUT01
           WRITE FILEOUT01

           DISPLAY "CARCMISS - LINES READ " READ-CNTR
           DISPLAY "CARCMISS - UNMAPPED CODES " MISS-CNT
           CLOSE CARCMISS CARCXREF FILEOUT.
           STOP RUN.

       SORT-PASS.
           PERFORM SORT-COMPARE
             VARYING MJ FROM 1 BY 1 UNTIL MJ > MISS-CNT - MI.

       SORT-PASS-EXIT.
           EXIT.

       SORT-COMPARE.
           IF MT-KEY(MJ) > MT-KEY(MJ + 1)
               MOVE MISS-ENTRY(MJ) TO SWAP-ENTRY
               MOVE MISS-ENTRY(MJ + 1) TO MISS-ENTRY(MJ)
               MOVE SWAP-ENTRY TO MISS-ENTRY(MJ + 1).

       PRINT-MISS.
           MOVE SPACE TO FILEOUT01
           MOVE MT-CNT(MI) TO EDIT-CNT
           MOVE MT-AMOUNT(MI) TO EDIT-AMT
           STRING MT-GROUP(MI) "  " MT-CARC(MI) " " EDIT-CNT " "
             EDIT-AMT "  " MT-PROGRAM(MI) " " MT-CLP1(MI) " "
             MT-TRACE(MI) DELIMITED BY SIZE INTO FILEOUT01
           WRITE FILEOUT01.

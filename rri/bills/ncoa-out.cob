      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ncoa-out.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GARFILE ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
             ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
             LOCK MODE MANUAL.

      * the NCOA vendor's list layout -
      * "garno|name|street|city|state|zip", one guarantor a line.
      * The vendor hands the garno back untouched on its results.
           SELECT FILEOUT ASSIGN TO "S35" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  GARFILE.
           COPY "garfile.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(110).

       WORKING-STORAGE SECTION.

       01  OUT-NAME PIC X(24).
       01  TOT-CNTR PIC 9(7) VALUE 0.
       01  OUT-CNTR PIC 9(7) VALUE 0.
       01  BAD-CNTR PIC 9(7) VALUE 0.
       01  SKIP-CNTR PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

      * quarterly National Change of Address list - every active
      * guarantor's mailing address goes to the NCOA vendor so a
      * move is caught before a statement comes back through
      * retmail.cob. Written-off and purge-flagged accounts are not
      * mailed and are left off; an account already flagged
      * bad-address is the skip tracer's and is only counted; an
      * account with no street has nothing to match. ncoa-in.cob
      * applies the vendor's results.
       P0.
           OPEN INPUT GARFILE.
           OPEN OUTPUT FILEOUT.

           MOVE SPACE TO G-GARNO
           START GARFILE KEY NOT < G-GARNO
             INVALID
               GO TO P99.

       P1.
           READ GARFILE NEXT
             AT END
               GO TO P99.

           ADD 1 TO TOT-CNTR

           IF G-ACCTSTAT = "9" OR G-DELETE = "1"
               ADD 1 TO SKIP-CNTR
               GO TO P1.

           IF G-BADADDR = "B"
               ADD 1 TO BAD-CNTR
               GO TO P1.

           IF G-STREET = SPACE OR G-ZIP(1:5) NOT NUMERIC
               ADD 1 TO SKIP-CNTR
               GO TO P1.

      * a pipe in a name or street would split the vendor's field.
           MOVE G-GARNAME TO OUT-NAME
           INSPECT OUT-NAME REPLACING ALL ";" BY " "
           INSPECT OUT-NAME REPLACING ALL "|" BY " "
           INSPECT G-STREET REPLACING ALL "|" BY " "
           INSPECT G-CITY REPLACING ALL "|" BY " "

           MOVE SPACE TO FILEOUT01
           STRING G-GARNO "|" OUT-NAME "|" G-STREET "|" G-CITY "|"
             G-STATE "|" G-ZIP
             DELIMITED BY SIZE INTO FILEOUT01
           WRITE FILEOUT01
           ADD 1 TO OUT-CNTR
           GO TO P1.

       P99.
           DISPLAY "NCOA-OUT - GARNOS SCANNED: " TOT-CNTR
           DISPLAY "NCOA-OUT - ADDRESSES SENT: " OUT-CNTR
           DISPLAY "NCOA-OUT - ALREADY BAD ADDRESS: " BAD-CNTR
           DISPLAY "NCOA-OUT - NOT MAILED/NO ADDRESS: " SKIP-CNTR
           CLOSE GARFILE FILEOUT.
           STOP RUN.

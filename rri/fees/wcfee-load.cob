      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. wcfee-load.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * a state's WC fee schedule reformatted to fixed columns:
      * state(2) cpt(5) modifier(2, blank for the global fee)
      * maximum allowance(7 as 99999v99).
           SELECT FILEIN ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

      * line 1: effective date YYYYMMDD.
           SELECT PARMFILE ASSIGN TO "S35" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT WCFEE ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS WF-KEY
             LOCK MODE MANUAL.

      * every allowance that moved.
           SELECT FILEOUT ASSIGN TO "S45" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  FILEIN.
       01  FILEIN01.
           02 WI-STATE PIC XX.
           02 WI-CPT PIC X(5).
           02 WI-MOD PIC XX.
           02 WI-FEE PIC 9(5)V99.

       FD  PARMFILE.
       01  PARMFILE01 PIC X(10).

       FD  WCFEE.
           COPY "wcfee.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(100).

       WORKING-STORAGE SECTION.

       01  EFF-DATE PIC X(8).
       01  IN-CNTR PIC 9(7) VALUE 0.
       01  ADD-CNTR PIC 9(7) VALUE 0.
       01  CHG-CNTR PIC 9(7) VALUE 0.
       01  BAD-CNTR PIC 9(7) VALUE 0.
       01  NEF-A PIC ZZZZ9.99.
       01  NEF-B PIC ZZZZ9.99.
       01  PRT PIC X(100).

       PROCEDURE DIVISION.

      * state workers' compensation fee schedule import - the
      * maximum each state's WC law lets the carrier be billed per
      * CPT, the figure wccase-bal.cob prices a case's expected
      * payment at. A state's release is loaded whole; a fee already
      * on file is replaced and reported with its old and new value.
       P0.
           OPEN INPUT FILEIN PARMFILE.
           OPEN I-O WCFEE.
           OPEN OUTPUT FILEOUT.

           READ PARMFILE
             AT END
               DISPLAY "WCFEE-LOAD - NO EFFECTIVE DATE"
               GO TO P9.
           MOVE PARMFILE01(1:8) TO EFF-DATE.
           IF EFF-DATE NOT NUMERIC
               DISPLAY "WCFEE-LOAD - BAD EFFECTIVE DATE " EFF-DATE
               GO TO P9.

           MOVE SPACE TO PRT FILEOUT01
           STRING "WC FEE SCHEDULE LOAD EFFECTIVE " EFF-DATE
             " - ALLOWANCES THAT MOVED:"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.

       P1.
           READ FILEIN
             AT END
               GO TO P9.

           ADD 1 TO IN-CNTR
           IF WI-STATE = SPACE OR WI-CPT = SPACE
             OR WI-FEE NOT NUMERIC
               ADD 1 TO BAD-CNTR
               GO TO P1.

           MOVE WI-STATE TO WF-STATE
           MOVE WI-CPT TO WF-CPT
           MOVE WI-MOD TO WF-MOD
           READ WCFEE WITH LOCK
             INVALID
               MOVE WI-FEE TO WF-FEE
               MOVE EFF-DATE TO WF-EFF
               MOVE SPACE TO WF-FUTURE
               WRITE WCFEE01
               ADD 1 TO ADD-CNTR
               GO TO P1.

           IF WF-FEE = WI-FEE
               MOVE EFF-DATE TO WF-EFF
               REWRITE WCFEE01
               GO TO P1.

           MOVE WF-FEE TO NEF-A
           MOVE WI-FEE TO NEF-B
           MOVE SPACE TO PRT FILEOUT01
           STRING "    " WF-STATE " " WF-CPT " " WF-MOD " WAS "
             NEF-A " NOW " NEF-B
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT

           MOVE WI-FEE TO WF-FEE
           MOVE EFF-DATE TO WF-EFF
           REWRITE WCFEE01
           ADD 1 TO CHG-CNTR
           GO TO P1.

       P9.
           DISPLAY "WCFEE-LOAD - ROWS READ: " IN-CNTR
           DISPLAY "WCFEE-LOAD - FEES ADDED: " ADD-CNTR
           DISPLAY "WCFEE-LOAD - FEES CHANGED: " CHG-CNTR
           DISPLAY "WCFEE-LOAD - ROWS REJECTED: " BAD-CNTR
           CLOSE FILEIN PARMFILE WCFEE FILEOUT.
           STOP RUN.

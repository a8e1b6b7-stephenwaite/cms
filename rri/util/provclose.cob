      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. provclose.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * close-out for a provider leaving the practice - everything
      * still tied to their performing (CC-DOCP) and referring
      * (CC-DOCR) codes, so nothing is found the hard way after
      * they have gone: charge lines not yet on a claim, billed
      * lines still carrying a LINEBAL balance, their DOCFILENEW
      * number with each payer, ENROLLFILE enrollments not yet
      * termed, LOCUMFILE assignments they were absent for or
      * covering, and the hot list kept under their code.
      *
      * line 1: "docp,docr,yyyymmdd,POST". yyyymmdd is the last
      * date of service to be billed under their NPI. Without POST
      * the run is the report alone; POST (destructive sign-on, as
      * insremap.cob) then marks the code inactive on PROVSTAT so
      * provchk.cob turns away later charges at entry and on the
      * loads. "docp,,,OPEN" puts a code back in service. The
      * DOCFILENEW rows are left alone - late charges dated on or
      * before the last date still bill under the old provider.
           SELECT PARMFILE ASSIGN TO "S25" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT OPERFILE ASSIGN TO "S20" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS OP-ID
             LOCK MODE MANUAL.

           SELECT PROVSTAT ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PV-DOCP
             LOCK MODE MANUAL.

           SELECT CHARCUR ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-DAT1 WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT LINEBAL ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS BL-KEY
             LOCK MODE MANUAL.

           SELECT DOCFILENEW ASSIGN TO "S45" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS DOC-KEY
             LOCK MODE MANUAL.

           SELECT ENROLLFILE ASSIGN TO "S50" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS EN-KEY
             LOCK MODE MANUAL.

           SELECT LOCUMFILE ASSIGN TO "S55" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS LOC-KEY
             LOCK MODE MANUAL.

           SELECT HOTLIST ASSIGN TO "S60" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS HT-KEY
             LOCK MODE MANUAL.

           SELECT FILEOUT ASSIGN TO "S70" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PARMFILE.
       01  PARMFILE01 PIC X(30).

       FD  OPERFILE.
           COPY "operfile.cpy".

       FD  PROVSTAT.
           COPY "provstat.cpy".

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  LINEBAL.
           COPY "linebal.cpy".

       FD  DOCFILENEW.
           COPY "docfile.cpy".

       FD  ENROLLFILE.
           COPY "enrollfile.cpy".

       FD  LOCUMFILE.
           COPY "locumfile.cpy".

       FD  HOTLIST.
           COPY "hotlist.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(100).

       WORKING-STORAGE SECTION.

       01  SIGN-ID PIC X(3) VALUE SPACE.
       01  SIGN-PASS PIC X(8).
       01  RUN-DOCP PIC XX.
       01  RUN-DOCR PIC XXX.
       01  LAST-DATE PIC X(8).
       01  RUN-MODE PIC X(4).
       01  T-DATE PIC X(8).
       01  PROV-NAME PIC X(24).
       01  PROV-NPI PIC X(10).
       01  PROV-FOUND PIC X.
       01  LATE-FLAG PIC X(6).
       01  UNB-CNTR PIC 9(5) VALUE 0.
       01  LATE-CNTR PIC 9(5) VALUE 0.
       01  AR-CNTR PIC 9(5) VALUE 0.
       01  AR-TOTAL PIC S9(7)V99 VALUE 0.
       01  DOC-CNTR PIC 9(5) VALUE 0.
       01  ENR-CNTR PIC 9(5) VALUE 0.
       01  LOC-CNTR PIC 9(5) VALUE 0.
       01  HOT-CNTR PIC 9(5) VALUE 0.
       01  NEF-8 PIC ---,--9.99.
       01  NEF-10 PIC -,---,--9.99.
       01  PRT PIC X(100).

       PROCEDURE DIVISION.

       P0.
           OPEN INPUT PARMFILE
           MOVE SPACE TO PARMFILE01
           READ PARMFILE
             AT END
               CONTINUE
           END-READ
           CLOSE PARMFILE
           MOVE SPACE TO RUN-DOCP RUN-DOCR LAST-DATE RUN-MODE
           UNSTRING PARMFILE01 DELIMITED BY ","
             INTO RUN-DOCP RUN-DOCR LAST-DATE RUN-MODE
           INSPECT RUN-DOCP REPLACING LEADING " " BY "0"
           IF RUN-DOCP NOT NUMERIC OR RUN-DOCP = "00"
               DISPLAY "PROVCLOSE - PARM MUST BE DOCP,DOCR,YYYYMMDD"
                 "[,POST]"
               STOP RUN.
           IF RUN-MODE NOT = "OPEN" AND LAST-DATE NOT NUMERIC
               DISPLAY "PROVCLOSE - LAST DATE MUST BE YYYYMMDD"
               STOP RUN.
           IF RUN-MODE NOT = "POST" AND RUN-MODE NOT = "OPEN"
               MOVE "RPT" TO RUN-MODE
               GO TO P0-1.

      * destructive-level sign-on - no active "D" operator, no post.
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
           IF RUN-MODE = "RPT"
               OPEN INPUT PROVSTAT
           ELSE
               OPEN I-O PROVSTAT.
           OPEN INPUT CHARCUR LINEBAL DOCFILENEW ENROLLFILE LOCUMFILE
             HOTLIST
           OPEN OUTPUT FILEOUT
           ACCEPT T-DATE FROM DATE YYYYMMDD

      * the name and NPI come from the provider's first DOCFILENEW
      * row; a code already on PROVSTAT keeps its referring code
      * when the parm leaves it blank.
           MOVE SPACE TO PROV-NAME PROV-NPI
           MOVE "N" TO PROV-FOUND
           MOVE RUN-DOCP TO PV-DOCP
           READ PROVSTAT
             NOT INVALID
               MOVE "Y" TO PROV-FOUND
               MOVE PV-NAME TO PROV-NAME
               MOVE PV-NPI TO PROV-NPI
               IF RUN-DOCR = SPACE
                   MOVE PV-DOCR TO RUN-DOCR
               END-IF
           END-READ

           IF RUN-MODE = "OPEN"
               PERFORM REOPEN-PROV THRU REOPEN-PROV-EXIT
               GO TO P99.

           MOVE SPACE TO PRT
           STRING "PROVIDER CLOSE-OUT  DOCP " RUN-DOCP "  DOCR "
             RUN-DOCR "  LAST DATE OF SERVICE " LAST-DATE "  "
             RUN-MODE "  " T-DATE DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT

           PERFORM LIST-DOC THRU LIST-DOC-EXIT
           MOVE SPACE TO PRT
           STRING "PROVIDER " PROV-NAME "  NPI " PROV-NPI
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT

           PERFORM LIST-UNB THRU LIST-UNB-EXIT
           PERFORM LIST-AR THRU LIST-AR-EXIT
           PERFORM LIST-ENR THRU LIST-ENR-EXIT
           PERFORM LIST-LOC THRU LIST-LOC-EXIT
           PERFORM LIST-HOT THRU LIST-HOT-EXIT
           PERFORM CLOSE-PROV THRU CLOSE-PROV-EXIT
           GO TO P9.

      * payer numbers - one DOCFILENEW row per payer.
       LIST-DOC.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE "PAYER PROVIDER NUMBERS (DOCFILENEW)" TO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO DOC-KEY
           START DOCFILENEW KEY NOT < DOC-KEY
             INVALID
               GO TO LIST-DOC-EXIT.
       LIST-DOC-1.
           READ DOCFILENEW NEXT
             AT END
               GO TO LIST-DOC-EXIT.
           IF DOC-NUM NOT = RUN-DOCP
               GO TO LIST-DOC-1.
           ADD 1 TO DOC-CNTR
           IF PROV-NAME = SPACE
               MOVE DOC-NAME TO PROV-NAME.
           IF PROV-NPI = SPACE
               MOVE DOC-NPI TO PROV-NPI.
           MOVE SPACE TO PRT
           STRING "  " DOC-INS " " DOC-PVNUM " NPI " DOC-NPI " "
             DOC-NAME DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           GO TO LIST-DOC-1.
       LIST-DOC-EXIT.
           EXIT.

      * lines not yet on a claim (CC-REC-STAT "0"/"1"). A line
      * dated after the last date cannot go out under the old
      * provider and is flagged for reassignment.
       LIST-UNB.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE "UNBILLED CHARGES" TO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO CHARCUR-KEY
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO LIST-UNB-EXIT.
       LIST-UNB-1.
           READ CHARCUR NEXT
             AT END
               GO TO LIST-UNB-EXIT.
           IF CC-REC-STAT > "1"
               GO TO LIST-UNB-1.
           IF CC-DOCP NOT = RUN-DOCP
             AND (RUN-DOCR = SPACE OR CC-DOCR NOT = RUN-DOCR)
               GO TO LIST-UNB-1.
           ADD 1 TO UNB-CNTR
           MOVE SPACE TO LATE-FLAG
           IF CC-DATE-T > LAST-DATE
               ADD 1 TO LATE-CNTR
               MOVE "LATE" TO LATE-FLAG.
           MOVE CC-AMOUNT TO NEF-8
           MOVE SPACE TO PRT
           STRING "  " CHARCUR-KEY " " CC-DATE-T " " CC-PROC1 " "
             CC-PAYCODE " " CC-DOCP "/" CC-DOCR " " NEF-8 " "
             LATE-FLAG DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           GO TO LIST-UNB-1.
       LIST-UNB-EXIT.
           EXIT.

      * billed lines with money still owed on them, from LINEBAL.
       LIST-AR.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE "OPEN A/R" TO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO CHARCUR-KEY
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO LIST-AR-EXIT.
       LIST-AR-1.
           READ CHARCUR NEXT
             AT END
               GO TO LIST-AR-EXIT.
           IF CC-REC-STAT NOT > "1"
               GO TO LIST-AR-1.
           IF CC-DOCP NOT = RUN-DOCP
             AND (RUN-DOCR = SPACE OR CC-DOCR NOT = RUN-DOCR)
               GO TO LIST-AR-1.
           MOVE CHARCUR-KEY TO BL-KEY
           READ LINEBAL
             INVALID
               GO TO LIST-AR-1.
           IF BL-BALANCE = 0
               GO TO LIST-AR-1.
           ADD 1 TO AR-CNTR
           ADD BL-BALANCE TO AR-TOTAL
           MOVE BL-BALANCE TO NEF-8
           MOVE SPACE TO PRT
           STRING "  " CHARCUR-KEY " " CC-DATE-T " " CC-PROC1 " "
             CC-PAYCODE " " CC-DOCP "/" CC-DOCR " CLAIM " CC-CLAIM
             " " NEF-8 DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           GO TO LIST-AR-1.
       LIST-AR-EXIT.
           EXIT.

      * enrollments - EN-DOC is the DOCFILENEW DOC-KEY, payer +
      * provider number. One still open (EN-TERM blank) needs a
      * termination sent to the payer.
       LIST-ENR.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE "PAYER ENROLLMENTS (ENROLLFILE)" TO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO EN-KEY
           START ENROLLFILE KEY NOT < EN-KEY
             INVALID
               GO TO LIST-ENR-EXIT.
       LIST-ENR-1.
           READ ENROLLFILE NEXT
             AT END
               GO TO LIST-ENR-EXIT.
           IF EN-DOC (4:2) NOT = RUN-DOCP
               GO TO LIST-ENR-1.
           ADD 1 TO ENR-CNTR
           MOVE SPACE TO PRT
           IF EN-TERM = SPACE
               STRING "  " EN-DOC " " EN-INS " EFF " EN-EFF
                 " STILL ENROLLED - SEND TERMINATION"
                 DELIMITED BY SIZE INTO PRT
           ELSE
               STRING "  " EN-DOC " " EN-INS " EFF " EN-EFF
                 " TERM " EN-TERM DELIMITED BY SIZE INTO PRT.
           WRITE FILEOUT01 FROM PRT
           GO TO LIST-ENR-1.
       LIST-ENR-EXIT.
           EXIT.

      * locum coverage the provider was absent for or covering.
       LIST-LOC.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE "LOCUM COVERAGE (LOCUMFILE)" TO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO LOC-KEY
           START LOCUMFILE KEY NOT < LOC-KEY
             INVALID
               GO TO LIST-LOC-EXIT.
       LIST-LOC-1.
           READ LOCUMFILE NEXT
             AT END
               GO TO LIST-LOC-EXIT.
           IF LOC-ABSENT-P NOT = RUN-DOCP AND LOC-COVER NOT = RUN-DOCP
             AND (RUN-DOCR = SPACE OR LOC-ABSENT-R NOT = RUN-DOCR)
               GO TO LIST-LOC-1.
           ADD 1 TO LOC-CNTR
           MOVE SPACE TO PRT
           STRING "  ABSENT " LOC-ABSENT-P "/" LOC-ABSENT-R
             " COVERED BY " LOC-COVER " FROM " LOC-START " TO "
             LOC-END DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           GO TO LIST-LOC-1.
       LIST-LOC-EXIT.
           EXIT.

      * a hot list kept under the provider's own code as its
      * department.
       LIST-HOT.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE "HOT-LIST ENTRIES (HOTLIST)" TO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE RUN-DOCP TO HT-DEPT
           MOVE 0 TO HT-SEQ
           START HOTLIST KEY NOT < HT-KEY
             INVALID
               GO TO LIST-HOT-EXIT.
       LIST-HOT-1.
           READ HOTLIST NEXT
             AT END
               GO TO LIST-HOT-EXIT.
           IF HT-DEPT NOT = RUN-DOCP
               GO TO LIST-HOT-EXIT.
           ADD 1 TO HOT-CNTR
           MOVE SPACE TO PRT
           STRING "  " HT-DEPT " " HT-SEQ " " HT-TYPE " " HT-CODE " "
             HT-DESC DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           GO TO LIST-HOT-1.
       LIST-HOT-EXIT.
           EXIT.

       CLOSE-PROV.
           IF RUN-MODE NOT = "POST"
               GO TO CLOSE-PROV-EXIT.
           MOVE RUN-DOCP TO PV-DOCP
           MOVE RUN-DOCR TO PV-DOCR
           MOVE PROV-NAME TO PV-NAME
           MOVE PROV-NPI TO PV-NPI
           MOVE "I" TO PV-STATUS
           MOVE LAST-DATE TO PV-LAST-DATE
           MOVE SIGN-ID TO PV-OPER
           MOVE T-DATE TO PV-DATE-E
           MOVE SPACE TO PV-FUTURE
           IF PROV-FOUND = "Y"
               REWRITE PROVSTAT01
           ELSE
               WRITE PROVSTAT01.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "PROVSTAT " RUN-DOCP " MARKED INACTIVE AFTER "
             LAST-DATE DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.
       CLOSE-PROV-EXIT.
           EXIT.

       REOPEN-PROV.
           MOVE SPACE TO PRT
           IF PROV-FOUND NOT = "Y"
               STRING "PROVSTAT " RUN-DOCP " NOT ON FILE - ALREADY "
                 "ACTIVE" DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT
               GO TO REOPEN-PROV-EXIT.
           MOVE "A" TO PV-STATUS
           MOVE SPACE TO PV-LAST-DATE
           MOVE SIGN-ID TO PV-OPER
           MOVE T-DATE TO PV-DATE-E
           REWRITE PROVSTAT01
           STRING "PROVSTAT " RUN-DOCP " BACK IN SERVICE"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.
       REOPEN-PROV-EXIT.
           EXIT.

       P9.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE AR-TOTAL TO NEF-10
           MOVE SPACE TO PRT
           STRING "UNBILLED " UNB-CNTR "  AFTER LAST DATE " LATE-CNTR
             "  OPEN A/R LINES " AR-CNTR " " NEF-10
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           STRING "PAYER NUMBERS " DOC-CNTR "  ENROLLMENTS " ENR-CNTR
             "  LOCUM " LOC-CNTR "  HOT LIST " HOT-CNTR
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           DISPLAY "PROVCLOSE - " RUN-DOCP " " RUN-MODE " UNBILLED "
             UNB-CNTR " OPEN A/R " AR-CNTR.

       P99.
           CLOSE PROVSTAT CHARCUR LINEBAL DOCFILENEW ENROLLFILE
             LOCUMFILE HOTLIST FILEOUT.
           STOP RUN.

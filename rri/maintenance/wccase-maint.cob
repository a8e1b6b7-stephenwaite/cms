      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. wccase-maint.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT WCCASE ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS WC-KEY
             LOCK MODE MANUAL.

      * which injury each charge line was treated under.
           SELECT WCLINK ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS WL-KEY
             LOCK MODE MANUAL.

           SELECT CHARCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-DAT1 WITH DUPLICATES
             LOCK MODE MANUAL.

      * the carrier must be a payer on file - its code is what the
      * WC charges carry in CC-PAYCODE.
           SELECT INSFILE ASSIGN TO "S45" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS INS-KEY
             ALTERNATE RECORD KEY IS INS-NAME WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-CITY WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-ASSIGN WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-CLAIMTYPE WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-NEIC WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-NEIC-ASSIGN WITH DUPLICATES
             LOCK MODE MANUAL.

      * the employer master mplr-maint.cob keeps.
           SELECT MPLRFILE ASSIGN TO "S50" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS MPLR-KEY
             LOCK MODE MANUAL.

      * access accounting - every account displayed here is a
      * disclosure the patient may ask about.
           SELECT ACCESSLOG ASSIGN TO "S55" ORGANIZATION
             LINE SEQUENTIAL.


       DATA DIVISION.

       FILE SECTION.

       FD  WCCASE.
           COPY "wccase.cpy".

       FD  WCLINK.
           COPY "wclink.cpy".

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  INSFILE.
           COPY "insfile.cpy".

       FD  MPLRFILE.
           COPY "mplrfile.cpy".

       FD  ACCESSLOG.
           COPY "accesslog.cpy".


       WORKING-STORAGE SECTION.

       01  DATAIN PIC X(30).
       01  ACTION PIC XX.
       01  IN-GARNO PIC X(8).
       01  IN-CASE PIC XX.
       01  IN-X PIC X(24).
       01  NEXT-CASE PIC 99.
       01  LINK-CASE PIC 99.
       01  LINK-CNTR PIC 9(5).
       01  SKIP-CNTR PIC 9(5).
       01  OPER-ID PIC X(3).
       01  T-DATE PIC X(8).

       PROCEDURE DIVISION.

      * workers' compensation case desk - one case per injury with
      * the carrier, carrier claim number, adjuster and how to reach
      * them, the employer, date of injury, body part and the state
      * whose WC law and fee schedule apply. Keyed once here instead
      * of at every visit; the WC 837 takes the claim number and
      * injury date from the case the charge lines are tied to.
      * AW = open a case, UW = update carrier/adjuster/employer or
      * mark it contested, CW = close a case, LW = tie charge lines
      * to a case (ALL = every line billed to the carrier since the
      * injury, or one line number), SW = show an account's cases,
      * END = end the job.
       P0.
           OPEN I-O WCCASE WCLINK.
           OPEN INPUT CHARCUR INSFILE MPLRFILE.
           OPEN EXTEND ACCESSLOG.
           ACCEPT T-DATE FROM DATE YYYYMMDD.
           DISPLAY "OPERATOR ID".
           ACCEPT OPER-ID.

       P1.
           DISPLAY "AW,UW,CW,LW,SW,END  OPTION,GARNO,CASE".
           ACCEPT DATAIN.
           UNSTRING DATAIN DELIMITED BY ","
             INTO ACTION IN-GARNO IN-CASE.

           IF ACTION = "EN" OR DATAIN = "END"
               GO TO P99.

           IF IN-GARNO NOT = SPACE
               PERFORM LOG-ACCESS
           END-IF

           EVALUATE ACTION
             WHEN "AW"
               PERFORM ADD-CASE THRU ADD-CASE-EXIT
             WHEN "UW"
               PERFORM UPD-CASE THRU UPD-CASE-EXIT
             WHEN "CW"
               PERFORM CLOSE-CASE THRU CLOSE-CASE-EXIT
             WHEN "LW"
               PERFORM LINK-LINES THRU LINK-LINES-EXIT
             WHEN "SW"
               PERFORM LIST-CASES THRU LIST-CASES-EXIT
             WHEN OTHER
               DISPLAY "BAD OPTION " ACTION
           END-EVALUATE

           GO TO P1.

       ADD-CASE.
           PERFORM FIND-NEXT-CASE THRU FIND-NEXT-CASE-EXIT
           IF NEXT-CASE >= 98
               DISPLAY "CASE LIMIT REACHED"
               GO TO ADD-CASE-EXIT.

           MOVE SPACE TO WCCASE01
           MOVE IN-GARNO TO WC-GARNO
           ADD 1 TO NEXT-CASE
           MOVE NEXT-CASE TO WC-CASE

           DISPLAY "DATE OF INJURY YYYYMMDD".
           ACCEPT IN-X.
           IF IN-X(1:8) NOT NUMERIC
               DISPLAY "BAD DATE - NO CASE"
               GO TO ADD-CASE-EXIT.
           MOVE IN-X(1:8) TO WC-INJURY-DATE

           DISPLAY "WC CARRIER INSURANCE CODE".
           ACCEPT IN-X.
           MOVE IN-X(1:3) TO INS-KEY
           READ INSFILE
             INVALID
               DISPLAY "NO SUCH CARRIER - NO CASE"
               GO TO ADD-CASE-EXIT.
           DISPLAY "  " INS-NAME
           MOVE INS-KEY TO WC-CARRIER

           DISPLAY "CARRIER CLAIM NUMBER".
           ACCEPT IN-X.
           MOVE IN-X(1:20) TO WC-CLAIMNO
           DISPLAY "ADJUSTER".
           ACCEPT IN-X.
           MOVE IN-X TO WC-ADJUSTER
           DISPLAY "ADJUSTER PHONE NNNNNNNNNN".
           ACCEPT IN-X.
           MOVE IN-X(1:10) TO WC-ADJ-PHONE
           DISPLAY "ADJUSTER FAX NNNNNNNNNN".
           ACCEPT IN-X.
           MOVE IN-X(1:10) TO WC-ADJ-FAX

           DISPLAY "EMPLOYER KEY OR BLANK".
           ACCEPT IN-X.
           MOVE SPACE TO MPLR-STATE
           IF IN-X NOT = SPACE
               PERFORM GET-EMPLOYER THRU GET-EMPLOYER-EXIT
               IF WC-EMPLOYER = SPACE
                   GO TO ADD-CASE-EXIT
               END-IF
           END-IF

           DISPLAY "INJURED BODY PART".
           ACCEPT IN-X.
           MOVE IN-X TO WC-BODYPART

           DISPLAY "STATE OF JURISDICTION OR BLANK FOR EMPLOYER'S "
             MPLR-STATE.
           ACCEPT IN-X.
           IF IN-X = SPACE
               MOVE MPLR-STATE TO WC-STATE
           ELSE
               MOVE IN-X(1:2) TO WC-STATE
           END-IF
           IF WC-STATE = SPACE
               DISPLAY "NO STATE - NO CASE"
               GO TO ADD-CASE-EXIT.

           MOVE "O" TO WC-STATUS
           MOVE T-DATE TO WC-OPENED
           MOVE OPER-ID TO WC-OPER
           WRITE WCCASE01
           DISPLAY "CASE " WC-CASE " OPENED - LW TIES THE VISITS".

       ADD-CASE-EXIT.
           EXIT.

       UPD-CASE.
           PERFORM READ-CASE THRU READ-CASE-EXIT
           IF WC-GARNO = SPACE
               GO TO UPD-CASE-EXIT.

           DISPLAY "CARRIER CLAIM NUMBER OR / TO KEEP".
           ACCEPT IN-X.
           IF IN-X NOT = "/"
               MOVE IN-X(1:20) TO WC-CLAIMNO.
           DISPLAY "ADJUSTER OR / TO KEEP".
           ACCEPT IN-X.
           IF IN-X NOT = "/"
               MOVE IN-X TO WC-ADJUSTER.
           DISPLAY "ADJUSTER PHONE OR / TO KEEP".
           ACCEPT IN-X.
           IF IN-X NOT = "/"
               MOVE IN-X(1:10) TO WC-ADJ-PHONE.
           DISPLAY "ADJUSTER FAX OR / TO KEEP".
           ACCEPT IN-X.
           IF IN-X NOT = "/"
               MOVE IN-X(1:10) TO WC-ADJ-FAX.
           DISPLAY "EMPLOYER KEY OR / TO KEEP".
           ACCEPT IN-X.
           IF IN-X NOT = "/"
               PERFORM GET-EMPLOYER THRU GET-EMPLOYER-EXIT.
           DISPLAY "INJURED BODY PART OR / TO KEEP".
           ACCEPT IN-X.
           IF IN-X NOT = "/"
               MOVE IN-X TO WC-BODYPART.
           DISPLAY "D = CONTESTED BY CARRIER, O = OPEN OR / TO KEEP".
           ACCEPT IN-X.
           IF IN-X = "D" OR "O"
               MOVE IN-X(1:1) TO WC-STATUS.

           MOVE OPER-ID TO WC-OPER
           REWRITE WCCASE01
           DISPLAY "CASE UPDATED".

       UPD-CASE-EXIT.
           EXIT.

      * the employer must already be on MPLRFILE - a bad key leaves
      * WC-EMPLOYER as it was.
       GET-EMPLOYER.
           MOVE IN-X(1:8) TO MPLR-KEY
           READ MPLRFILE
             INVALID
               DISPLAY "NO SUCH EMPLOYER - ADD IT IN MPLR-MAINT"
               MOVE SPACE TO MPLR-STATE
               GO TO GET-EMPLOYER-EXIT.
           DISPLAY "  " MPLR-NAME " " MPLR-CITY " " MPLR-STATE
           MOVE MPLR-KEY TO WC-EMPLOYER.

       GET-EMPLOYER-EXIT.
           EXIT.

       CLOSE-CASE.
           PERFORM READ-CASE THRU READ-CASE-EXIT
           IF WC-GARNO = SPACE
               GO TO CLOSE-CASE-EXIT.

           MOVE "C" TO WC-STATUS
           MOVE T-DATE TO WC-CLOSED
           MOVE OPER-ID TO WC-OPER
           REWRITE WCCASE01
           DISPLAY "CASE CLOSED".

       CLOSE-CASE-EXIT.
           EXIT.

       READ-CASE.
           IF IN-CASE NOT NUMERIC
               DISPLAY "BAD CASE NUMBER"
               MOVE SPACE TO WC-GARNO
               GO TO READ-CASE-EXIT.
           MOVE IN-GARNO TO WC-GARNO
           MOVE FUNCTION NUMVAL (IN-CASE) TO WC-CASE
           READ WCCASE WITH LOCK
             INVALID
               DISPLAY "NO SUCH CASE"
               MOVE SPACE TO WC-GARNO
           END-READ.

       READ-CASE-EXIT.
           EXIT.

      * ALL ties every line on the account billed to the case's
      * carrier with a service date on or after the injury and not
      * already tied to another case; a line number ties that one
      * line whatever it is billed to, moving it off any other case.
       LINK-LINES.
           PERFORM READ-CASE THRU READ-CASE-EXIT
           IF WC-GARNO = SPACE
               GO TO LINK-LINES-EXIT.
           IF WC-STATUS = "C"
               DISPLAY "CASE IS CLOSED"
               GO TO LINK-LINES-EXIT.
           MOVE WC-CASE TO LINK-CASE
           MOVE 0 TO LINK-CNTR SKIP-CNTR

           DISPLAY "ALL OR LINE NUMBER".
           ACCEPT IN-X.
           IF IN-X NOT = "ALL"
               MOVE IN-GARNO TO CC-KEY8
               MOVE IN-X(1:3) TO CC-KEY3
               READ CHARCUR
                 INVALID
                   DISPLAY "NO SUCH LINE"
                   GO TO LINK-LINES-EXIT
               END-READ
               PERFORM PUT-LINK
               DISPLAY "LINE " CC-KEY3 " TIED TO CASE " LINK-CASE
               GO TO LINK-LINES-EXIT.

           MOVE IN-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               DISPLAY "NO CHARGES ON FILE"
               GO TO LINK-LINES-EXIT.

       LINK-LINES-1.
           READ CHARCUR NEXT
             AT END
               GO TO LINK-LINES-2.
           IF CC-KEY8 NOT = IN-GARNO
               GO TO LINK-LINES-2.
           IF CC-PAYCODE NOT = WC-CARRIER
             OR CC-DATE-T < WC-INJURY-DATE
               GO TO LINK-LINES-1.
           MOVE CHARCUR-KEY TO WL-KEY
           READ WCLINK
             INVALID
               CONTINUE
             NOT INVALID
               IF WL-CASE NOT = LINK-CASE
                   ADD 1 TO SKIP-CNTR
               END-IF
               GO TO LINK-LINES-1
           END-READ
           PERFORM PUT-LINK
           GO TO LINK-LINES-1.

       LINK-LINES-2.
           DISPLAY LINK-CNTR " LINES TIED TO CASE " LINK-CASE.
           IF SKIP-CNTR > 0
               DISPLAY SKIP-CNTR " LINES LEFT ON ANOTHER CASE".

       LINK-LINES-EXIT.
           EXIT.

       PUT-LINK.
           MOVE CHARCUR-KEY TO WL-KEY
           READ WCLINK WITH LOCK
             INVALID
               MOVE LINK-CASE TO WL-CASE
               MOVE T-DATE TO WL-DATE
               MOVE OPER-ID TO WL-OPER
               MOVE SPACE TO WL-FUTURE
               WRITE WCLINK01
             NOT INVALID
               MOVE LINK-CASE TO WL-CASE
               MOVE T-DATE TO WL-DATE
               MOVE OPER-ID TO WL-OPER
               REWRITE WCLINK01
           END-READ
           ADD 1 TO LINK-CNTR.

       LIST-CASES.
           MOVE IN-GARNO TO WC-GARNO
           MOVE 0 TO WC-CASE
           START WCCASE KEY NOT < WC-KEY
             INVALID
               DISPLAY "NO CASES ON FILE"
               GO TO LIST-CASES-EXIT.

       LIST-CASES-1.
           READ WCCASE NEXT
             AT END
               GO TO LIST-CASES-EXIT.
           IF WC-GARNO NOT = IN-GARNO
               GO TO LIST-CASES-EXIT.
           MOVE WC-CARRIER TO INS-KEY
           READ INSFILE
             INVALID
               MOVE SPACE TO INS-NAME
           END-READ
           MOVE WC-EMPLOYER TO MPLR-KEY
           READ MPLRFILE
             INVALID
               MOVE SPACE TO MPLR-NAME
           END-READ
           DISPLAY WC-GARNO " CASE " WC-CASE " STATUS " WC-STATUS
             " INJURY " WC-INJURY-DATE " " WC-STATE " " WC-BODYPART
           DISPLAY "  CARRIER " WC-CARRIER " " INS-NAME
             " CLM " WC-CLAIMNO
           DISPLAY "  ADJUSTER " WC-ADJUSTER " PH " WC-ADJ-PHONE
             " FAX " WC-ADJ-FAX
           DISPLAY "  EMPLOYER " WC-EMPLOYER " " MPLR-NAME
           GO TO LIST-CASES-1.

       LIST-CASES-EXIT.
           EXIT.

       FIND-NEXT-CASE.
           MOVE 0 TO NEXT-CASE
           MOVE IN-GARNO TO WC-GARNO
           MOVE 0 TO WC-CASE
           START WCCASE KEY NOT < WC-KEY
             INVALID
               GO TO FIND-NEXT-CASE-EXIT.

       FIND-NEXT-CASE-1.
           READ WCCASE NEXT
             AT END
               GO TO FIND-NEXT-CASE-EXIT.
           IF WC-GARNO NOT = IN-GARNO
               GO TO FIND-NEXT-CASE-EXIT.
           MOVE WC-CASE TO NEXT-CASE
           GO TO FIND-NEXT-CASE-1.

       FIND-NEXT-CASE-EXIT.
           EXIT.

       LOG-ACCESS.
           MOVE OPER-ID TO AX-OPER
           MOVE IN-GARNO TO AX-GARNO
           MOVE "WCCASEMT" TO AX-PROGRAM
           MOVE T-DATE TO AX-DATE
           ACCEPT AX-TIME FROM TIME
           WRITE ACCESSLOG01.

       P99.
           CLOSE WCCASE WCLINK CHARCUR INSFILE MPLRFILE ACCESSLOG.
           STOP RUN.

      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ssnpurge.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * one-time blanking of the social security numbers nothing
      * needs. EA-SSN was filed by rrmc006.cob from the RRMC
      * guarantor SSN and is read by no program (the alternate key
      * is never started on); DOC-SSNUM is only sent from the
      * dead X2310B paragraphs of the old claim builds. Policy
      * numbers in SSN form are member ids and stay - ssninv.cob
      * lists them.
      *
      * line 1: "POST" to blank; anything else (or no parm) is a
      * preview - the same listing, nothing written. Posting takes
      * the destructive sign-on insremap.cob does.
           SELECT OPTIONAL PARMFILE ASSIGN TO "S25" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT OPERFILE ASSIGN TO "S20" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS OP-ID
             LOCK MODE MANUAL.

           SELECT EMAILAUTHFILE ASSIGN TO "S30" ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC RECORD KEY IS EA-KEY
             ALTERNATE RECORD KEY IS EA-MEDREC WITH DUPLICATES
             ALTERNATE RECORD KEY IS EA-NAME WITH DUPLICATES
             ALTERNATE RECORD KEY IS EA-EMAIL WITH DUPLICATES
             ALTERNATE RECORD KEY IS EA-AUTH WITH DUPLICATES
             ALTERNATE RECORD KEY IS EA-DATE-E WITH DUPLICATES
             ALTERNATE RECORD KEY IS EA-SSN WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT DOCFILENEW ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS DOC-KEY
             LOCK MODE MANUAL.

           SELECT FILEOUT ASSIGN TO "S40" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PARMFILE.
       01  PARMFILE01 PIC X(10).

       FD  OPERFILE.
           COPY "operfile.cpy".

       FD  EMAILAUTHFILE.
           COPY "emailauthfile.cpy".

       FD  DOCFILENEW.
           COPY "docfile.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(100).

       WORKING-STORAGE SECTION.

       01  SIGN-ID PIC X(3) VALUE SPACE.
       01  SIGN-PASS PIC X(8).
       01  RUN-MODE PIC X(4).
       01  T-DATE PIC X(8).
       01  VERB PIC X(13).
       01  EA-CNTR PIC 9(7) VALUE 0.
       01  DOC-CNTR PIC 9(7) VALUE 0.
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
           MOVE PARMFILE01 (1:4) TO RUN-MODE
           IF RUN-MODE NOT = "POST"
               MOVE "PREV" TO RUN-MODE
               MOVE "WOULD BLANK  " TO VERB
               GO TO P0-1.

      * destructive-level sign-on - no active "D" operator, no post.
           MOVE "BLANKED      " TO VERB
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
               OPEN I-O EMAILAUTHFILE DOCFILENEW
           ELSE
               OPEN INPUT EMAILAUTHFILE DOCFILENEW.
           OPEN OUTPUT FILEOUT
           ACCEPT T-DATE FROM DATE YYYYMMDD

           MOVE SPACE TO PRT
           STRING "SSNPURGE  " RUN-MODE "  " T-DATE "  OPERATOR "
             SIGN-ID DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01

           PERFORM PURGE-EA THRU PURGE-EA-EXIT
           PERFORM PURGE-DOC THRU PURGE-DOC-EXIT
           GO TO P9.

       PURGE-EA.
           MOVE SPACE TO EA-KEY
           START EMAILAUTHFILE KEY NOT < EA-KEY
             INVALID
               GO TO PURGE-EA-EXIT.
       PURGE-EA-1.
           READ EMAILAUTHFILE NEXT
             AT END
               GO TO PURGE-EA-EXIT.
           IF EA-SSN = SPACE
               GO TO PURGE-EA-1.
           ADD 1 TO EA-CNTR
           MOVE SPACE TO PRT
           STRING VERB "EMAILAUTHFILE " EA-KEY " " EA-MEDREC " "
             EA-NAME DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           IF RUN-MODE NOT = "POST"
               GO TO PURGE-EA-1.
           MOVE SPACE TO EA-SSN
           REWRITE EMAILAUTHFILE01
           GO TO PURGE-EA-1.
       PURGE-EA-EXIT.
           EXIT.

       PURGE-DOC.
           MOVE SPACE TO DOC-KEY
           START DOCFILENEW KEY NOT < DOC-KEY
             INVALID
               GO TO PURGE-DOC-EXIT.
       PURGE-DOC-1.
           READ DOCFILENEW NEXT
             AT END
               GO TO PURGE-DOC-EXIT.
           IF DOC-SSNUM = SPACE
               GO TO PURGE-DOC-1.
           ADD 1 TO DOC-CNTR
           MOVE SPACE TO PRT
           STRING VERB "DOCFILENEW    " DOC-KEY " " DOC-NAME
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           IF RUN-MODE NOT = "POST"
               GO TO PURGE-DOC-1.
           MOVE SPACE TO DOC-SSNUM
           REWRITE DOCFILE01
           GO TO PURGE-DOC-1.
       PURGE-DOC-EXIT.
           EXIT.

       P9.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "EMAILAUTHFILE " EA-CNTR "  DOCFILENEW " DOC-CNTR
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           DISPLAY "SSNPURGE - " RUN-MODE " EMAILAUTHFILE " EA-CNTR
             " DOCFILENEW " DOC-CNTR
           CLOSE EMAILAUTHFILE DOCFILENEW FILEOUT.
           STOP RUN.

      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ssninv.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * inventory of every record still holding a full social
      * security number: EA-SSN on EMAILAUTHFILE, DOC-SSNUM on
      * DOCFILENEW, policy numbers on GARFILE/MPLRFILE that are in
      * SSN form (nine digits - the old SSN-based member ids and
      * what rrmc006.cob files when RRMC sends no certificate), and
      * the SSN fields of an RRMC load file when one is given. The
      * numbers print as the last four only (ssnmask.cob), so the
      * listing itself is safe to leave on a desk. ssnpurge.cob
      * blanks the two that no process reads.
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

           SELECT GARFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
             ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT MPLRFILE ASSIGN TO "S45" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS MPLR-KEY
             LOCK MODE MANUAL.

      * the RRMC extract as rrmc_tape.cob/rrmc008.cob pass it on -
      * optional, the files above are listed without it.
           SELECT OPTIONAL FILEIN ASSIGN TO "S50" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT FILEOUT ASSIGN TO "S55" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  EMAILAUTHFILE.
           COPY "emailauthfile.cpy".

       FD  DOCFILENEW.
           COPY "docfile.cpy".

       FD  GARFILE.
           COPY "garfile.cpy".

       FD  MPLRFILE.
           COPY "mplrfile.cpy".

       FD  FILEIN.
       01  FILEIN01.
           02 FI-1 PIC XX.
           02 FI-2 PIC X(1068).

       FD  FILEOUT.
       01  FILEOUT01 PIC X(100).

       WORKING-STORAGE SECTION.

           COPY "rec101.cpy".
           COPY "rec201.cpy".

       01  SSNMASK-PARMS.
           02 SN-FUNC PIC X.
           02 SN-OPER PIC X(3).
           02 SN-PASS PIC X(8).
           02 SN-SSN PIC X(9).
           02 SN-SHOW PIC X(11).
           02 SN-FULL PIC X.
       01  T-DATE PIC X(8).
       01  POL-9 PIC X(9).
       01  EA-CNTR PIC 9(7) VALUE 0.
       01  DOC-CNTR PIC 9(7) VALUE 0.
       01  GAR-CNTR PIC 9(7) VALUE 0.
       01  MPLR-CNTR PIC 9(7) VALUE 0.
       01  IN-CNTR PIC 9(7) VALUE 0.
       01  R1-CNTR PIC 9(7) VALUE 0.
       01  R2-CNTR PIC 9(7) VALUE 0.
       01  GUAR-CNTR PIC 9(7) VALUE 0.
       01  PRT PIC X(100).

       PROCEDURE DIVISION.

       P0.
           OPEN INPUT EMAILAUTHFILE DOCFILENEW GARFILE MPLRFILE FILEIN
           OPEN OUTPUT FILEOUT
           ACCEPT T-DATE FROM DATE YYYYMMDD
           MOVE SPACE TO SN-OPER SN-PASS

           MOVE SPACE TO PRT
           STRING "SSN INVENTORY - RECORDS HOLDING A FULL SOCIAL "
             "SECURITY NUMBER   RUN " T-DATE
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE "NUMBERS ARE SHOWN AS THE LAST FOUR DIGITS ONLY" TO PRT
           WRITE FILEOUT01 FROM PRT

           PERFORM INV-EA THRU INV-EA-EXIT
           PERFORM INV-DOC THRU INV-DOC-EXIT
           PERFORM INV-GAR THRU INV-GAR-EXIT
           PERFORM INV-MPLR THRU INV-MPLR-EXIT
           PERFORM INV-LOAD THRU INV-LOAD-EXIT
           GO TO P9.

       INV-EA.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE "EMAILAUTHFILE EA-SSN - READ BY NO PROCESS, PURGE"
             TO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO EA-KEY
           START EMAILAUTHFILE KEY NOT < EA-KEY
             INVALID
               GO TO INV-EA-EXIT.
       INV-EA-1.
           READ EMAILAUTHFILE NEXT
             AT END
               GO TO INV-EA-EXIT.
           IF EA-SSN = SPACE OR EA-SSN = ZERO
               GO TO INV-EA-1.
           ADD 1 TO EA-CNTR
           MOVE EA-SSN TO SN-SSN
           PERFORM SHOW-SSN
           MOVE SPACE TO PRT
           STRING "  " EA-KEY " MEDREC " EA-MEDREC " " EA-NAME " "
             SN-SHOW DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           GO TO INV-EA-1.
       INV-EA-EXIT.
           EXIT.

       INV-DOC.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE "DOCFILENEW DOC-SSNUM - NO CLAIM BUILD SENDS IT, PURGE"
             TO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO DOC-KEY
           START DOCFILENEW KEY NOT < DOC-KEY
             INVALID
               GO TO INV-DOC-EXIT.
       INV-DOC-1.
           READ DOCFILENEW NEXT
             AT END
               GO TO INV-DOC-EXIT.
           IF DOC-SSNUM = SPACE OR DOC-SSNUM = ZERO
               GO TO INV-DOC-1.
           ADD 1 TO DOC-CNTR
           MOVE DOC-SSNUM TO SN-SSN
           PERFORM SHOW-SSN
           MOVE SPACE TO PRT
           STRING "  " DOC-KEY " " DOC-NAME " " SN-SHOW
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           GO TO INV-DOC-1.
       INV-DOC-EXIT.
           EXIT.

      * a member id in SSN form is still what the payer knows the
      * patient by - listed for the front desk to replace at the
      * next eligibility check, not purged.
       INV-GAR.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "GARFILE POLICY NUMBERS IN SSN FORM - REPLACE WITH "
             "THE PAYER'S CURRENT ID" DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO G-GARNO
           START GARFILE KEY NOT < G-GARNO
             INVALID
               GO TO INV-GAR-EXIT.
       INV-GAR-1.
           READ GARFILE NEXT
             AT END
               GO TO INV-GAR-EXIT.
           IF G-PRIPOL NUMERIC AND G-PRIPOL NOT = ZERO
               ADD 1 TO GAR-CNTR
               MOVE G-PRIPOL TO SN-SSN
               PERFORM SHOW-SSN
               MOVE SPACE TO PRT
               STRING "  " G-GARNO " " G-GARNAME " PRIMARY   "
                 G-PRINS " " SN-SHOW DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT.
           IF G-SECPOL NUMERIC AND G-SECPOL NOT = ZERO
               ADD 1 TO GAR-CNTR
               MOVE G-SECPOL TO SN-SSN
               PERFORM SHOW-SSN
               MOVE SPACE TO PRT
               STRING "  " G-GARNO " " G-GARNAME " SECONDARY "
                 G-SEINS " " SN-SHOW DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT.
           GO TO INV-GAR-1.
       INV-GAR-EXIT.
           EXIT.

       INV-MPLR.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE "MPLRFILE TERTIARY POLICY NUMBERS IN SSN FORM" TO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO MPLR-KEY
           START MPLRFILE KEY NOT < MPLR-KEY
             INVALID
               GO TO INV-MPLR-EXIT.
       INV-MPLR-1.
           READ MPLRFILE NEXT
             AT END
               GO TO INV-MPLR-EXIT.
           MOVE MPLR-TRIPOL TO POL-9
           IF POL-9 NOT NUMERIC OR POL-9 = ZERO
               GO TO INV-MPLR-1.
           ADD 1 TO MPLR-CNTR
           MOVE POL-9 TO SN-SSN
           PERFORM SHOW-SSN
           MOVE SPACE TO PRT
           STRING "  " MPLR-KEY " " MPLR-TRINS " " SN-SHOW
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           GO TO INV-MPLR-1.
       INV-MPLR-EXIT.
           EXIT.

      * the load file is counted, not listed - one line per
      * admission would bury the report.
       INV-LOAD.
           READ FILEIN
             AT END
               GO TO INV-LOAD-2.
           ADD 1 TO IN-CNTR
           IF FI-1 = "##"
               MOVE FILEIN01 TO REC101
               IF R1-SSN11 NUMERIC AND R1-SSN11 NOT = ZERO
                   ADD 1 TO R1-CNTR
               END-IF
               IF R1-SSN22 NUMERIC AND R1-SSN22 NOT = ZERO
                   ADD 1 TO R1-CNTR
               END-IF
           END-IF
           IF FI-1 = "++"
               MOVE FILEIN01 TO REC201
               IF R2-SSN33 NUMERIC AND R2-SSN33 NOT = ZERO
                   ADD 1 TO R2-CNTR
               END-IF
               IF R2-SSN44 NUMERIC AND R2-SSN44 NOT = ZERO
                   ADD 1 TO R2-CNTR
               END-IF
               IF R2-GUARSSN NUMERIC AND R2-GUARSSN NOT = ZERO
                   ADD 1 TO GUAR-CNTR
               END-IF
           END-IF
           GO TO INV-LOAD.
       INV-LOAD-2.
           IF IN-CNTR = 0
               GO TO INV-LOAD-EXIT.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "RRMC LOAD FILE - " IN-CNTR " LINES, SUBSCRIBER SSNS "
             R1-CNTR " + " R2-CNTR ", GUARANTOR SSNS " GUAR-CNTR
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.
       INV-LOAD-EXIT.
           EXIT.

       SHOW-SSN.
           MOVE "C" TO SN-FUNC
           CALL "ssnmask" USING SSNMASK-PARMS.

       P9.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "EMAILAUTHFILE " EA-CNTR "  DOCFILENEW " DOC-CNTR
             "  GARFILE POLICIES " GAR-CNTR "  MPLRFILE " MPLR-CNTR
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           DISPLAY "SSNINV - EMAILAUTHFILE " EA-CNTR " DOCFILENEW "
             DOC-CNTR " POLICIES " GAR-CNTR " " MPLR-CNTR
           MOVE "E" TO SN-FUNC
           CALL "ssnmask" USING SSNMASK-PARMS
           CLOSE EMAILAUTHFILE DOCFILENEW GARFILE MPLRFILE FILEIN
             FILEOUT.
           STOP RUN.

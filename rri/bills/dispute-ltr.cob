      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dispute-ltr.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * the dispute cases dispute-maint.cob keeps - a resolved case
      * not yet lettered is stamped DP-LETTER as it goes out.
           SELECT DISPUTE ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS DP-KEY
             LOCK MODE MANUAL.

           SELECT GARFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
             ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
             LOCK MODE MANUAL.

      * merge-ready extract for the letter process - one line per
      * resolution letter, dunningbatch.cob's shape plus the case.
           SELECT FILEOUT ASSIGN TO "S40" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  DISPUTE.
           COPY "dispute.cpy".

       FD  GARFILE.
           COPY "garfile.cpy".

       FD  FILEOUT.
       01  FILEOUT01.
           02 FO-GARNO PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 FO-NAME PIC X(24).
           02 FILLER PIC X VALUE SPACE.
           02 FO-BILLADD PIC X(22).
           02 FILLER PIC X VALUE SPACE.
           02 FO-STREET PIC X(22).
           02 FILLER PIC X VALUE SPACE.
           02 FO-CITY PIC X(18).
           02 FILLER PIC X VALUE SPACE.
           02 FO-STATE PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 FO-ZIP PIC X(9).
           02 FILLER PIC X VALUE SPACE.
           02 FO-LANG PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 FO-CASE PIC 99.
           02 FILLER PIC X VALUE SPACE.
           02 FO-RECEIVED PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 FO-AMOUNT PIC -(6)9.99.
           02 FILLER PIC X VALUE SPACE.
           02 FO-RESOL-DATE PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 FO-OUTCOME PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 FO-RESOL-TEXT PIC X(60).

       WORKING-STORAGE SECTION.

       01  T-DATE PIC X(8).
       01  TOT-CNTR PIC 9(7) VALUE 0.
       01  LTR-CNTR PIC 9(7) VALUE 0.
       01  BADADDR-CNTR PIC 9(7) VALUE 0.
       01  NOGAR-CNTR PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

      * billing-dispute resolution letters - every case resolved
      * since the last run goes out once: who, what was disputed and
      * when, and how it came out, in the guarantor's language. The
      * case is stamped with the run date so a rerun never mails a
      * second copy. A returned-mail address (retmail.cob's flag) is
      * left unstamped and counted - it goes out once the address is
      * fixed.
       P0.
           OPEN I-O DISPUTE.
           OPEN INPUT GARFILE.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

           MOVE SPACE TO DP-KEY
           START DISPUTE KEY NOT < DP-KEY
             INVALID
               GO TO P9.

       P1.
           READ DISPUTE NEXT WITH LOCK
             AT END
               GO TO P9.

           ADD 1 TO TOT-CNTR

           IF DP-STATUS NOT = "R" OR DP-LETTER NOT = SPACE
               GO TO P1.

           MOVE DP-GARNO TO G-GARNO
           READ GARFILE
             INVALID
               ADD 1 TO NOGAR-CNTR
               DISPLAY "DISPUTE-LTR - NO GUARANTOR " DP-GARNO
               GO TO P1.

           IF G-BADADDR = "B"
               ADD 1 TO BADADDR-CNTR
               GO TO P1.

           PERFORM WRITE-EXTRACT

           MOVE T-DATE TO DP-LETTER
           REWRITE DISPUTE01
           ADD 1 TO LTR-CNTR
           GO TO P1.

       WRITE-EXTRACT.
           MOVE SPACE TO FILEOUT01
           MOVE G-GARNO TO FO-GARNO
           MOVE G-GARNAME TO FO-NAME
           MOVE G-BILLADD TO FO-BILLADD
           MOVE G-STREET TO FO-STREET
           MOVE G-CITY TO FO-CITY
           MOVE G-STATE TO FO-STATE
           MOVE G-ZIP TO FO-ZIP
           MOVE G-LANG TO FO-LANG
           MOVE DP-CASE TO FO-CASE
           MOVE DP-RECEIVED TO FO-RECEIVED
           MOVE DP-AMOUNT TO FO-AMOUNT
           MOVE DP-RESOL-DATE TO FO-RESOL-DATE
           PERFORM SET-OUTCOME
           MOVE DP-RESOL-TEXT TO FO-RESOL-TEXT
           WRITE FILEOUT01.

      * the letter reads in the guarantor's language.
       SET-OUTCOME.
           IF G-LANG = "S"
             EVALUATE DP-RESOL
               WHEN "U"
                 MOVE "CARGOS CONFIRMADOS" TO FO-OUTCOME
               WHEN "A"
                 MOVE "CUENTA AJUSTADA" TO FO-OUTCOME
               WHEN OTHER
                 MOVE "DISPUTA RETIRADA" TO FO-OUTCOME
             END-EVALUATE
           ELSE
             EVALUATE DP-RESOL
               WHEN "U"
                 MOVE "CHARGES CONFIRMED" TO FO-OUTCOME
               WHEN "A"
                 MOVE "ACCOUNT ADJUSTED" TO FO-OUTCOME
               WHEN OTHER
                 MOVE "DISPUTE WITHDRAWN" TO FO-OUTCOME
             END-EVALUATE
           END-IF.

       P9.
           DISPLAY "DISPUTE-LTR - CASES READ: " TOT-CNTR
           DISPLAY "DISPUTE-LTR - LETTERS EXTRACTED: " LTR-CNTR
           DISPLAY "DISPUTE-LTR - HELD - BAD ADDRESS: " BADADDR-CNTR
           DISPLAY "DISPUTE-LTR - NO GUARANTOR: " NOGAR-CNTR
           CLOSE DISPUTE GARFILE FILEOUT.
           STOP RUN.

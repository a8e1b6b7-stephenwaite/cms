      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. client-inv.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * line 1: the period to invoice, YYYYMM (blank = last month).
      * lines 2-4: the practice name, street and city/state/zip the
      * invoices are billed from.
           SELECT PARMFILE ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT CLIENTFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CL-PAYCODE
             LOCK MODE MANUAL.

           SELECT CHARCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-DAT1 WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT CLIENTINV ASSIGN TO "S45" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CI-KEY
             LOCK MODE MANUAL.

           SELECT CLIENTDTL ASSIGN TO "S50" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CD-CHARKEY
             ALTERNATE RECORD KEY IS CD-INV WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT PATFILE ASSIGN TO "S55" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS P-PATNO
             ALTERNATE RECORD KEY IS P-GARNO WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT GARFILE ASSIGN TO "S60" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
             ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
             LOCK MODE MANUAL.

      * the invoices, one client to a set of pages.
           SELECT FILEOUT ASSIGN TO "S65" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PARMFILE.
       01  PARMFILE01 PIC X(40).

       FD  CLIENTFILE.
           COPY "clientfile.cpy".

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  CLIENTINV.
           COPY "clientinv.cpy".

       FD  CLIENTDTL.
           COPY "clientdtl.cpy".

       FD  PATFILE.
           COPY "patfile.cpy".

       FD  GARFILE.
           COPY "garfile.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(80).

       WORKING-STORAGE SECTION.

       01  T-DATE PIC X(8).
       01  T-DATE9 REDEFINES T-DATE PIC 9(8).
       01  T-DATE-R REDEFINES T-DATE.
           02 T-YYYY PIC 9(4).
           02 T-MM PIC 99.
           02 T-DD PIC 99.
       01  PERIOD PIC X(6).
       01  PERIOD-R REDEFINES PERIOD.
           02 PER-YYYY PIC 9(4).
           02 PER-MM PIC 99.
       01  PERIOD-END PIC X(8).
       01  DUE-DATE PIC X(8).
       01  DUE-DATE9 REDEFINES DUE-DATE PIC 9(8).
       01  DUE-INT PIC 9(7).
       01  PRAC-NAME PIC X(40).
       01  PRAC-STREET PIC X(40).
       01  PRAC-CSZ PIC X(40).

       01  NEW-LINES PIC 9(5).
       01  NEW-AMOUNT PIC S9(7)V99.
       01  LINE-CNT PIC 99.
       01  PAGE-NO PIC 999.
       01  NEF-5 PIC ZZZZ9.
       01  NEF-9 PIC -(5)9.99.
       01  NEF-11 PIC -(7)9.99.
       01  PRT PIC X(80).

       01  CLIENT-CNTR PIC 9(5) VALUE 0.
       01  INV-CNTR PIC 9(5) VALUE 0.
       01  LINE-CNTR PIC 9(7) VALUE 0.
       01  INV-TOT PIC S9(9)V99 VALUE 0.

       PROCEDURE DIVISION.

      * monthly client invoicing - every charge keyed under a
      * client paycode (CLIENTFILE) on or before the end of the
      * period, and not already on an invoice, is collected onto
      * that client's itemized invoice for the period. The charge
      * stays on the patient's ledger as the record of the
      * service, but under a client paycode it is never a patient
      * charge - the statements bill "018" alone - and what the
      * client owes is carried on CLIENTINV from here on:
      * client-post.cob posts its payments, client-age.cob ages it
      * and client-stmt.cob sends its statement. A late charge from
      * an earlier month rides the next invoice; a second run for
      * the same period adds any new charges to that period's
      * invoice and prints it again.
       P0.
           OPEN INPUT PARMFILE CLIENTFILE CHARCUR PATFILE GARFILE.
           OPEN I-O CLIENTINV CLIENTDTL.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

           MOVE SPACE TO PERIOD PRAC-NAME PRAC-STREET PRAC-CSZ
           READ PARMFILE
             AT END
               GO TO P0A.
           MOVE PARMFILE01(1:6) TO PERIOD
           READ PARMFILE
             AT END
               GO TO P0A.
           MOVE PARMFILE01 TO PRAC-NAME
           READ PARMFILE
             AT END
               GO TO P0A.
           MOVE PARMFILE01 TO PRAC-STREET
           READ PARMFILE
             AT END
               GO TO P0A.
           MOVE PARMFILE01 TO PRAC-CSZ.

       P0A.
           IF PERIOD NOT NUMERIC
               MOVE T-YYYY TO PER-YYYY
               MOVE T-MM TO PER-MM
               IF PER-MM = 1
                   MOVE 12 TO PER-MM
                   SUBTRACT 1 FROM PER-YYYY
               ELSE
                   SUBTRACT 1 FROM PER-MM.
           MOVE SPACE TO PERIOD-END
           STRING PERIOD "31" DELIMITED BY SIZE INTO PERIOD-END

           MOVE SPACE TO CL-PAYCODE
           START CLIENTFILE KEY NOT < CL-PAYCODE
             INVALID
               GO TO P9.

       P1.
           READ CLIENTFILE NEXT
             AT END
               GO TO P9.
           IF CL-STATUS = "I"
               GO TO P1.
           ADD 1 TO CLIENT-CNTR

           MOVE 0 TO NEW-LINES NEW-AMOUNT
           PERFORM COLLECT-LINES THRU COLLECT-LINES-EXIT
           IF NEW-LINES = 0
               GO TO P1.

           PERFORM POST-HEADER THRU POST-HEADER-EXIT
           PERFORM PRINT-INV THRU PRINT-INV-EXIT
           GO TO P1.

      * the client's charges come off the paycode index.
       COLLECT-LINES.
           MOVE CL-PAYCODE TO CC-PAYCODE
           START CHARCUR KEY NOT < CC-PAYCODE
             INVALID
               GO TO COLLECT-LINES-EXIT.

       COLLECT-LINES-1.
           READ CHARCUR NEXT
             AT END
               GO TO COLLECT-LINES-EXIT.
           IF CC-PAYCODE NOT = CL-PAYCODE
               GO TO COLLECT-LINES-EXIT.
           IF CC-DAT1 > PERIOD-END OR CC-AMOUNT = 0
               GO TO COLLECT-LINES-1.

           MOVE CHARCUR-KEY TO CD-CHARKEY
           READ CLIENTDTL
             INVALID
               CONTINUE
             NOT INVALID
               GO TO COLLECT-LINES-1
           END-READ

           MOVE SPACE TO CLIENTDTL01
           MOVE CHARCUR-KEY TO CD-CHARKEY
           MOVE CL-PAYCODE TO CD-PAYCODE
           MOVE PERIOD TO CD-PERIOD
           MOVE CC-PATID TO CD-PATID
           PERFORM GET-PATNAME THRU GET-PATNAME-EXIT
           MOVE CC-DAT1 TO CD-DATE
           MOVE CC-PROC1 TO CD-PROC
           MOVE CC-MOD2 TO CD-MOD
           MOVE CC-AMOUNT TO CD-AMOUNT
           WRITE CLIENTDTL01
           ADD 1 TO NEW-LINES LINE-CNTR
           ADD CC-AMOUNT TO NEW-AMOUNT
           GO TO COLLECT-LINES-1.

       COLLECT-LINES-EXIT.
           EXIT.

      * the patient master when it knows the patient, else the
      * guarantor.
       GET-PATNAME.
           MOVE CC-PATID TO P-PATNO
           READ PATFILE
             INVALID
               GO TO GET-PATNAME-1.
           MOVE P-PATNAME TO CD-PATNAME
           GO TO GET-PATNAME-EXIT.
       GET-PATNAME-1.
           MOVE CC-KEY8 TO G-GARNO
           READ GARFILE
             INVALID
               MOVE SPACE TO G-GARNAME.
           MOVE G-GARNAME TO CD-PATNAME.
       GET-PATNAME-EXIT.
           EXIT.

       POST-HEADER.
           MOVE CL-PAYCODE TO CI-PAYCODE
           MOVE PERIOD TO CI-PERIOD
           READ CLIENTINV WITH LOCK
             INVALID
               GO TO POST-HEADER-1.
           ADD NEW-LINES TO CI-LINES
           ADD NEW-AMOUNT TO CI-AMOUNT
           MOVE "O" TO CI-STATUS
           REWRITE CLIENTINV01
           GO TO POST-HEADER-2.

       POST-HEADER-1.
           MOVE SPACE TO CLIENTINV01
           MOVE CL-PAYCODE TO CI-PAYCODE
           MOVE PERIOD TO CI-PERIOD
           MOVE T-DATE TO CI-DATE
           COMPUTE DUE-INT = FUNCTION INTEGER-OF-DATE (T-DATE9)
             + CL-TERMS
           COMPUTE DUE-DATE9 = FUNCTION DATE-OF-INTEGER (DUE-INT)
           MOVE DUE-DATE TO CI-DUE
           MOVE NEW-LINES TO CI-LINES
           MOVE NEW-AMOUNT TO CI-AMOUNT
           MOVE 0 TO CI-PAID CI-ADJ
           MOVE "O" TO CI-STATUS
           WRITE CLIENTINV01
           ADD 1 TO INV-CNTR.

       POST-HEADER-2.
           ADD NEW-AMOUNT TO INV-TOT.
       POST-HEADER-EXIT.
           EXIT.

      * the whole invoice, every line on it, off the CD-INV index.
       PRINT-INV.
           MOVE 0 TO PAGE-NO
           PERFORM PRINT-HEAD THRU PRINT-HEAD-EXIT
           MOVE CL-PAYCODE TO CD-PAYCODE
           MOVE PERIOD TO CD-PERIOD
           START CLIENTDTL KEY NOT < CD-INV
             INVALID
               GO TO PRINT-INV-2.

       PRINT-INV-1.
           READ CLIENTDTL NEXT
             AT END
               GO TO PRINT-INV-2.
           IF CD-PAYCODE NOT = CL-PAYCODE OR CD-PERIOD NOT = PERIOD
               GO TO PRINT-INV-2.
           IF LINE-CNT > 54
               PERFORM PRINT-HEAD THRU PRINT-HEAD-EXIT.
           MOVE SPACE TO PRT
           STRING CD-DATE "  " CD-PATNAME "  " CD-PATID "  "
             CD-PROC " " CD-MOD
             DELIMITED BY SIZE INTO PRT
           MOVE CD-AMOUNT TO NEF-9
           MOVE NEF-9 TO PRT(66:10)
           WRITE FILEOUT01 FROM PRT
           ADD 1 TO LINE-CNT
           GO TO PRINT-INV-1.

       PRINT-INV-2.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           MOVE CI-LINES TO NEF-5
           STRING "INVOICE TOTAL - " NEF-5 " SERVICES"
             DELIMITED BY SIZE INTO PRT
           MOVE CI-AMOUNT TO NEF-11
           MOVE NEF-11 TO PRT(64:12)
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO PRT
           STRING "PAYMENT DUE BY " CI-DUE
             " - PLEASE RETURN THE INVOICE NUMBER WITH YOUR PAYMENT"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.
       PRINT-INV-EXIT.
           EXIT.

       PRINT-HEAD.
           ADD 1 TO PAGE-NO
           MOVE PRAC-NAME TO FILEOUT01
           WRITE FILEOUT01 AFTER PAGE
           MOVE PRAC-STREET TO FILEOUT01
           WRITE FILEOUT01
           MOVE PRAC-CSZ TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "INVOICE " CL-PAYCODE "-" PERIOD "   DATE "
             CI-DATE "   DUE " CI-DUE "   PAGE " PAGE-NO
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE CL-NAME TO FILEOUT01
           WRITE FILEOUT01
           IF CL-ATTN NOT = SPACE
               MOVE SPACE TO PRT
               STRING "ATTN: " CL-ATTN DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT.
           MOVE CL-STREET TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING CL-CITY " " CL-STATE " " CL-ZIP
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "DATE      PATIENT                   PATIENT ID"
             "  SERVICE              AMOUNT"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE 15 TO LINE-CNT.
       PRINT-HEAD-EXIT.
           EXIT.

       P9.
           MOVE INV-TOT TO NEF-11
           DISPLAY "CLIENT-INV - PERIOD " PERIOD
           DISPLAY "CLIENT-INV - ACTIVE CLIENTS: " CLIENT-CNTR
           DISPLAY "CLIENT-INV - NEW INVOICES: " INV-CNTR
           DISPLAY "CLIENT-INV - CHARGES INVOICED: " LINE-CNTR
           DISPLAY "CLIENT-INV - AMOUNT INVOICED: " NEF-11
           CLOSE PARMFILE CLIENTFILE CHARCUR CLIENTINV CLIENTDTL
             PATFILE GARFILE FILEOUT.
           STOP RUN.

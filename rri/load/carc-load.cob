      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. carc-load.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * runcard, one line per row:
      *   "D|code|description|adj"                  denial code
      *   "X|group|carc|class|denial|description|prtype"
      *                                             crosswalk row
      *   "SEED"  the starting rows - the denial list the payment
      *           screens offered and the CARC rules hipr136.cob/
      *           hiproa.cob carried in their own code. SEED never
      *           overwrites a row already on file, past filling in
      *           the deductible/co-insurance/copay bucket of a
      *           patient-responsibility row that has none.
           SELECT FILEIN ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT DENIALMST ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS DM-KEY
             LOCK MODE MANUAL.

           SELECT CARCXREF ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CX-KEY
             LOCK MODE MANUAL.

           SELECT LOADAUDIT ASSIGN TO "S45" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  FILEIN.
       01  FILEIN01 PIC X(80).

       FD  DENIALMST.
           COPY "denialmst.cpy".

       FD  CARCXREF.
           COPY "carcxref.cpy".

       FD  LOADAUDIT.
           COPY "loadaudit.cpy".

       WORKING-STORAGE SECTION.
       01  FI-TYPE PIC X(4).
       01  FI-1 PIC X(5).
       01  FI-2 PIC X(30).
       01  FI-3 PIC X(30).
       01  FI-4 PIC X(5).
       01  FI-5 PIC X(30).
       01  FI-6 PIC XX.
       01  T-DATE PIC X(8).
       01  SEED-X PIC 999.
       01  LA-INPUT-CNTR-WS PIC 9(7) VALUE 0.
       01  LA-REJECT-CNTR-WS PIC 9(7) VALUE 0.

      * code, adjustment flag, description.
       01  SEED-DENIAL01.
           02 FILLER PIC X(30) VALUE "07YCASH CREDIT                ".
           02 FILLER PIC X(30) VALUE "08YCASH DEBIT                 ".
           02 FILLER PIC X(30) VALUE "14YREDUCTION CREDIT           ".
           02 FILLER PIC X(30) VALUE "15YNON-CASH DEBIT             ".
           02 FILLER PIC X(30) VALUE "DIYDEFERRED INCOME            ".
           02 FILLER PIC X(30) VALUE "BENBILLING ERROR              ".
           02 FILLER PIC X(30) VALUE "CBNCREDIT BUREAU              ".
           02 FILLER PIC X(30) VALUE "CENBAD CERT. #                ".
           02 FILLER PIC X(30) VALUE "CINCO-INSURANCE               ".
           02 FILLER PIC X(30) VALUE "CPNCOPAY AMOUNT               ".
           02 FILLER PIC X(30) VALUE "DANNON-COVERED DATE           ".
           02 FILLER PIC X(30) VALUE "DDNDEDUCT. NOT MET            ".
           02 FILLER PIC X(30) VALUE "INNINSURANCE ERROR            ".
           02 FILLER PIC X(30) VALUE "NCNNON COVERED SERVICE        ".
           02 FILLER PIC X(30) VALUE "NFNNON-SUFF. FUNDS            ".
           02 FILLER PIC X(30) VALUE "NMNNOT MEDICALLY NECESSARY    ".
           02 FILLER PIC X(30) VALUE "NRNNO INS. RESPONSE           ".
           02 FILLER PIC X(30) VALUE "OINOTHER INSURANCE            ".
           02 FILLER PIC X(30) VALUE "ONNOUT-OF-NETWORK             ".
           02 FILLER PIC X(30) VALUE "PINPRIMARY INS PAID           ".
           02 FILLER PIC X(30) VALUE "PPNPAID PATIENT               ".
           02 FILLER PIC X(30) VALUE "RENREDUCTION ERROR            ".
           02 FILLER PIC X(30) VALUE "RFNNO REFERRAL                ".
           02 FILLER PIC X(30) VALUE "RSNNO PAT. RSPONC             ".
           02 FILLER PIC X(30) VALUE "TMNTOO MANY OCCURANCES        ".
           02 FILLER PIC X(30) VALUE "TONTOO OLD FOR INS.           ".
           02 FILLER PIC X(30) VALUE "WCNWORK COMP                  ".
       01  SEED-DENIAL-TAB REDEFINES SEED-DENIAL01.
           02 SEED-DENIAL OCCURS 27 TIMES.
             03 SD-CODE PIC XX.
             03 SD-ADJ PIC X.
             03 SD-DESC PIC X(27).

      * group, carc, class, denial code, patient-resp bucket.
       01  SEED-XREF01.
           02 FILLER PIC X(12) VALUE "PR1    PDDDD".
           02 FILLER PIC X(12) VALUE "PR25   PDDDD".
           02 FILLER PIC X(12) VALUE "PR37   PDDDD".
           02 FILLER PIC X(12) VALUE "PR126  PDDDD".
           02 FILLER PIC X(12) VALUE "PR2    P  CI".
           02 FILLER PIC X(12) VALUE "PR3    P  CP".
           02 FILLER PIC X(12) VALUE "CO24   C14  ".
           02 FILLER PIC X(12) VALUE "CO42   C14  ".
           02 FILLER PIC X(12) VALUE "CO45   C14  ".
           02 FILLER PIC X(12) VALUE "CO59   C14  ".
           02 FILLER PIC X(12) VALUE "CO131  C14  ".
           02 FILLER PIC X(12) VALUE "CO253  C14  ".
           02 FILLER PIC X(12) VALUE "COA2   C14  ".
           02 FILLER PIC X(12) VALUE "COB6   C14  ".
           02 FILLER PIC X(12) VALUE "COB9   C14  ".
           02 FILLER PIC X(12) VALUE "COB10  C14  ".
           02 FILLER PIC X(12) VALUE "COP12  C14  ".
           02 FILLER PIC X(12) VALUE "COP23  C14  ".
           02 FILLER PIC X(12) VALUE "COP24  C14  ".
           02 FILLER PIC X(12) VALUE "OA24   C14  ".
           02 FILLER PIC X(12) VALUE "OA42   C14  ".
           02 FILLER PIC X(12) VALUE "OA45   C14  ".
           02 FILLER PIC X(12) VALUE "OA59   C14  ".
           02 FILLER PIC X(12) VALUE "OA131  C14  ".
           02 FILLER PIC X(12) VALUE "OA253  C14  ".
           02 FILLER PIC X(12) VALUE "OAA2   C14  ".
           02 FILLER PIC X(12) VALUE "OAB6   C14  ".
           02 FILLER PIC X(12) VALUE "OAB9   C14  ".
           02 FILLER PIC X(12) VALUE "OAB10  C14  ".
           02 FILLER PIC X(12) VALUE "OAP12  C14  ".
           02 FILLER PIC X(12) VALUE "OAP23  C14  ".
           02 FILLER PIC X(12) VALUE "OAP24  C14  ".
           02 FILLER PIC X(12) VALUE "PI24   C14  ".
           02 FILLER PIC X(12) VALUE "PI42   C14  ".
           02 FILLER PIC X(12) VALUE "PI45   C14  ".
           02 FILLER PIC X(12) VALUE "PI59   C14  ".
           02 FILLER PIC X(12) VALUE "PI131  C14  ".
           02 FILLER PIC X(12) VALUE "PI253  C14  ".
           02 FILLER PIC X(12) VALUE "PIA2   C14  ".
           02 FILLER PIC X(12) VALUE "PIB6   C14  ".
           02 FILLER PIC X(12) VALUE "PIB9   C14  ".
           02 FILLER PIC X(12) VALUE "PIB10  C14  ".
           02 FILLER PIC X(12) VALUE "PIP12  C14  ".
           02 FILLER PIC X(12) VALUE "PIP23  C14  ".
           02 FILLER PIC X(12) VALUE "PIP24  C14  ".
           02 FILLER PIC X(12) VALUE "CO104  CDI  ".
           02 FILLER PIC X(12) VALUE "OA104  CDI  ".
           02 FILLER PIC X(12) VALUE "PI104  CDI  ".
           02 FILLER PIC X(12) VALUE "PR104  CDI  ".
           02 FILLER PIC X(12) VALUE "CO50   DNM  ".
           02 FILLER PIC X(12) VALUE "CO109  DOI  ".
           02 FILLER PIC X(12) VALUE "CO167  DNC  ".
           02 FILLER PIC X(12) VALUE "COB13  DBE  ".
           02 FILLER PIC X(12) VALUE "OA50   DNM  ".
           02 FILLER PIC X(12) VALUE "OA109  DOI  ".
           02 FILLER PIC X(12) VALUE "OA167  DNC  ".
           02 FILLER PIC X(12) VALUE "OAB13  DBE  ".
           02 FILLER PIC X(12) VALUE "PI50   DNM  ".
           02 FILLER PIC X(12) VALUE "PI109  DOI  ".
           02 FILLER PIC X(12) VALUE "PI167  DNC  ".
           02 FILLER PIC X(12) VALUE "PIB13  DBE  ".
           02 FILLER PIC X(12) VALUE "PR50   DNM  ".
           02 FILLER PIC X(12) VALUE "PR109  DOI  ".
           02 FILLER PIC X(12) VALUE "PR167  DNC  ".
           02 FILLER PIC X(12) VALUE "PRB13  DBE  ".
           02 FILLER PIC X(12) VALUE "CO4    DBE  ".
           02 FILLER PIC X(12) VALUE "CO11   DNM  ".
           02 FILLER PIC X(12) VALUE "CO16   DBE  ".
           02 FILLER PIC X(12) VALUE "CO18   DBE  ".
           02 FILLER PIC X(12) VALUE "CO29   DTO  ".
           02 FILLER PIC X(12) VALUE "CO31   DIN  ".
           02 FILLER PIC X(12) VALUE "CO55   DNC  ".
           02 FILLER PIC X(12) VALUE "CO58   DBE  ".
           02 FILLER PIC X(12) VALUE "CO95   DBE  ".
           02 FILLER PIC X(12) VALUE "CO96   DNC  ".
           02 FILLER PIC X(12) VALUE "CO97   DBE  ".
           02 FILLER PIC X(12) VALUE "CO146  DBE  ".
           02 FILLER PIC X(12) VALUE "CO151  DTM  ".
           02 FILLER PIC X(12) VALUE "CO197  DRF  ".
           02 FILLER PIC X(12) VALUE "CO226  DNR  ".
           02 FILLER PIC X(12) VALUE "CO234  DBE  ".
           02 FILLER PIC X(12) VALUE "CO242  DON  ".
           02 FILLER PIC X(12) VALUE "CO252  DBE  ".
           02 FILLER PIC X(12) VALUE "CO284  DCE  ".
           02 FILLER PIC X(12) VALUE "CO288  DRF  ".
           02 FILLER PIC X(12) VALUE "COA1   DNC  ".
           02 FILLER PIC X(12) VALUE "COB11  DOI  ".
           02 FILLER PIC X(12) VALUE "COB20  DBE  ".
           02 FILLER PIC X(12) VALUE "COP14  DBE  ".
           02 FILLER PIC X(12) VALUE "OA18   DBE  ".
           02 FILLER PIC X(12) VALUE "OA226  DNR  ".
           02 FILLER PIC X(12) VALUE "OAA1   DNC  ".
           02 FILLER PIC X(12) VALUE "OAB11  DOI  ".
           02 FILLER PIC X(12) VALUE "OAP8   DBE  ".
           02 FILLER PIC X(12) VALUE "PI5    DBE  ".
           02 FILLER PIC X(12) VALUE "PI11   DNM  ".
           02 FILLER PIC X(12) VALUE "PI96   DNC  ".
           02 FILLER PIC X(12) VALUE "PI97   DBE  ".
           02 FILLER PIC X(12) VALUE "PI149  DBE  ".
           02 FILLER PIC X(12) VALUE "PI234  DBE  ".
           02 FILLER PIC X(12) VALUE "PIP4   DBE  ".
           02 FILLER PIC X(12) VALUE "PR16   DBE  ".
           02 FILLER PIC X(12) VALUE "PR26   DDA  ".
           02 FILLER PIC X(12) VALUE "PR27   DDA  ".
           02 FILLER PIC X(12) VALUE "PR29   DTO  ".
           02 FILLER PIC X(12) VALUE "PR31   DIN  ".
           02 FILLER PIC X(12) VALUE "PR35   DNC  ".
           02 FILLER PIC X(12) VALUE "PR96   DNC  ".
           02 FILLER PIC X(12) VALUE "PR151  DTM  ".
           02 FILLER PIC X(12) VALUE "PR243  DBE  ".
       01  SEED-XREF-TAB REDEFINES SEED-XREF01.
           02 SEED-XREF OCCURS 110 TIMES.
             03 SX-GROUP PIC XX.
             03 SX-CARC PIC X(5).
             03 SX-CLASS PIC X.
             03 SX-DENIAL PIC XX.
             03 SX-PRTYPE PIC XX.

       PROCEDURE DIVISION.

       P0.
           OPEN INPUT FILEIN.
           OPEN I-O DENIALMST CARCXREF.
           OPEN EXTEND LOADAUDIT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

       P1.
           READ FILEIN
             AT END
               GO TO P9.

           ADD 1 TO LA-INPUT-CNTR-WS
           MOVE SPACE TO FI-TYPE FI-1 FI-2 FI-3 FI-4 FI-5 FI-6
           UNSTRING FILEIN01 DELIMITED BY "|"
             INTO FI-TYPE FI-1 FI-2 FI-3 FI-4 FI-5 FI-6

           IF FI-TYPE = "SEED"
               PERFORM SEED-DENIAL-1 THRU SEED-DENIAL-1-EXIT
                 VARYING SEED-X FROM 1 BY 1 UNTIL SEED-X > 27
               PERFORM SEED-XREF-1 THRU SEED-XREF-1-EXIT
                 VARYING SEED-X FROM 1 BY 1 UNTIL SEED-X > 110
               GO TO P1.

           IF FI-TYPE = "D"
               PERFORM LOAD-DENIAL THRU LOAD-DENIAL-EXIT
               GO TO P1.

           IF FI-TYPE = "X"
               PERFORM LOAD-XREF THRU LOAD-XREF-EXIT
               GO TO P1.

           ADD 1 TO LA-REJECT-CNTR-WS
           DISPLAY "CARC-LOAD - REJECTED " FILEIN01
           GO TO P1.

       LOAD-DENIAL.
           IF FI-1 = SPACE OR FI-2 = SPACE
               ADD 1 TO LA-REJECT-CNTR-WS
               DISPLAY "CARC-LOAD - REJECTED " FILEIN01
               GO TO LOAD-DENIAL-EXIT.

           IF FI-3 NOT = "Y"
               MOVE "N" TO FI-3.

           MOVE FI-1 TO DM-KEY
           READ DENIALMST
             INVALID
               MOVE FI-1 TO DM-KEY
               MOVE FI-2 TO DM-DESC
               MOVE FI-3 TO DM-ADJ
               MOVE "A" TO DM-STATUS
               MOVE SPACE TO DM-FUTURE
               WRITE DENIALMST01
             NOT INVALID
               MOVE FI-2 TO DM-DESC
               MOVE FI-3 TO DM-ADJ
               MOVE "A" TO DM-STATUS
               REWRITE DENIALMST01
           END-READ.

       LOAD-DENIAL-EXIT.
           EXIT.

       LOAD-XREF.
           IF NOT (FI-1 = "CO" OR "PR" OR "OA" OR "PI")
             OR FI-2 = SPACE
             OR NOT (FI-3 = "C" OR "P" OR "D")
             OR NOT (FI-6 = SPACE OR "DD" OR "CI" OR "CP")
               ADD 1 TO LA-REJECT-CNTR-WS
               DISPLAY "CARC-LOAD - REJECTED " FILEIN01
               GO TO LOAD-XREF-EXIT.

           IF FI-4 NOT = SPACE
               MOVE FI-4 TO DM-KEY
               READ DENIALMST
                 INVALID
                   ADD 1 TO LA-REJECT-CNTR-WS
                   DISPLAY "CARC-LOAD - NO DENIAL CODE " FILEIN01
                   GO TO LOAD-XREF-EXIT
               END-READ
           END-IF.

           IF FI-3 NOT = "P"
               MOVE SPACE TO FI-6.

           MOVE FI-1 TO CX-GROUP
           MOVE FI-2 TO CX-CARC
           READ CARCXREF
             INVALID
               MOVE FI-1 TO CX-GROUP
               MOVE FI-2 TO CX-CARC
               MOVE FI-3 TO CX-CLASS
               MOVE FI-4 TO CX-DENIAL
               MOVE FI-5 TO CX-DESC
               MOVE FI-6 TO CX-PRTYPE
               MOVE T-DATE TO CX-DATE
               MOVE SPACE TO CX-FUTURE
               WRITE CARCXREF01
             NOT INVALID
               MOVE FI-3 TO CX-CLASS
               MOVE FI-4 TO CX-DENIAL
               MOVE FI-5 TO CX-DESC
               MOVE FI-6 TO CX-PRTYPE
               MOVE T-DATE TO CX-DATE
               REWRITE CARCXREF01
           END-READ.

       LOAD-XREF-EXIT.
           EXIT.

       SEED-DENIAL-1.
           MOVE SD-CODE(SEED-X) TO DM-KEY
           READ DENIALMST
             INVALID
               MOVE SD-CODE(SEED-X) TO DM-KEY
               MOVE SD-DESC(SEED-X) TO DM-DESC
               MOVE SD-ADJ(SEED-X) TO DM-ADJ
               MOVE "A" TO DM-STATUS
               MOVE SPACE TO DM-FUTURE
               WRITE DENIALMST01
           END-READ.

       SEED-DENIAL-1-EXIT.
           EXIT.

       SEED-XREF-1.
           MOVE SX-GROUP(SEED-X) TO CX-GROUP
           MOVE SX-CARC(SEED-X) TO CX-CARC
           READ CARCXREF
             INVALID
               MOVE SX-GROUP(SEED-X) TO CX-GROUP
               MOVE SX-CARC(SEED-X) TO CX-CARC
               MOVE SX-CLASS(SEED-X) TO CX-CLASS
               MOVE SX-DENIAL(SEED-X) TO CX-DENIAL
               MOVE SX-PRTYPE(SEED-X) TO CX-PRTYPE
               MOVE SPACE TO CX-DESC CX-FUTURE
               MOVE T-DATE TO CX-DATE
               WRITE CARCXREF01
             NOT INVALID
               IF CX-CLASS = "P" AND CX-PRTYPE = SPACE
                 AND SX-PRTYPE(SEED-X) NOT = SPACE
                   MOVE SX-PRTYPE(SEED-X) TO CX-PRTYPE
                   REWRITE CARCXREF01
               END-IF
           END-READ.

       SEED-XREF-1-EXIT.
           EXIT.

       P9.
           MOVE "CARCLOAD" TO LA-PROGRAM
           MOVE T-DATE TO LA-DATE
           ACCEPT LA-TIME FROM TIME
           MOVE LA-INPUT-CNTR-WS TO LA-INPUT-CNTR
           MOVE 0 TO LA-AMOUNT
           MOVE LA-REJECT-CNTR-WS TO LA-REJECT-CNTR
           WRITE LOADAUDIT01

           DISPLAY "CARC-LOAD - READ: " LA-INPUT-CNTR-WS
           DISPLAY "CARC-LOAD - REJECTED: " LA-REJECT-CNTR-WS
           CLOSE FILEIN DENIALMST CARCXREF LOADAUDIT.
           STOP RUN.

      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cms1500.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * the clean-claim list prebill-scrub.cob produced (or the
      * professional pass-through ub04claim.cob leaves) - one
      * garno+claim per line.
           SELECT FILEIN ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT GARFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
             ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT INSFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS INS-KEY
             ALTERNATE RECORD KEY IS INS-NAME WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-CITY WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-ASSIGN WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-CLAIMTYPE WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-NEIC WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-NEIC-ASSIGN WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT CHARCUR ASSIGN TO "S45" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-DAT1 WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT DOCFILENEW ASSIGN TO "S50" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS DOC-KEY
             LOCK MODE MANUAL.

           SELECT REFPHY ASSIGN TO "S55" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS REF-KEY
             LOCK MODE MANUAL.

      * the earlier payers' payments on the claim - box 29 and the
      * batches whose scanned EOBs go out with a secondary claim.
           SELECT PAYCUR ASSIGN TO "S60" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
             LOCK MODE MANUAL.

           SELECT EOBXREF ASSIGN TO "S65" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS EB-KEY
             LOCK MODE MANUAL.

      * the same place-of-service table the 837 builders load -
      * box 24B and the box 32 service facility.
           SELECT PLACEFILE ASSIGN TO "S70" ORGANIZATION
             LINE SEQUENTIAL.

      * line 1: billing street. line 2: billing city, state and
      * zip. line 3: billing phone, 10 digits - the box 33 address
      * DOCFILENEW does not carry.
           SELECT PARMFILE ASSIGN TO "S75" ORGANIZATION
             LINE SEQUENTIAL.

      * the 1500 print image - 66 lines a form, the EOB cover
      * sheet ahead of a claim that needs one.
           SELECT FILEOUT ASSIGN TO "S80" ORGANIZATION
             LINE SEQUENTIAL.

      * claims whose lines are electronic - passed through for the
      * 837 builders, untouched.
           SELECT PASSFILE ASSIGN TO "S85" ORGANIZATION
             LINE SEQUENTIAL.

      * claim-tracking event extract - one "garno claim program
      * status reference" line per claim printed, the shape
      * clmtrk-log.cob ingests.
           SELECT EVTFILE ASSIGN TO "S90" ORGANIZATION
             LINE SEQUENTIAL.


       DATA DIVISION.

       FILE SECTION.

       FD  FILEIN.
       01  FILEIN01.
           02 FI-GARNO PIC X(8).
           02 FILLER PIC X.
           02 FI-CLAIM PIC X(6).

      * same inline G-MASTER layout hipr136.cob carries - no copylib
      * dependency.
       FD GARFILE.
       01 GARFILE01.
           02 G-GARNO.
             03 ID1 PIC XXX.
             03 ID2 PIC XXX.
             03 ID3 PIC XX.
           02 G-GARNAME PIC X(24).
           02 G-BILLADD PIC X(22).
           02 G-STREET PIC X(22).
           02 G-CITY PIC X(18).
           02 G-STATE PIC X(2).
           02 G-ZIP PIC X(9).
           02 G-COLLT PIC X.
           02 G-PHONE PIC X(10).
           02 G-SEX PIC X.
           02 G-RELATE PIC X.
           02 G-MSTAT PIC X.
           02 G-DOB PIC X(8).
           02 G-DUNNING PIC X.
           02 G-ACCTSTAT PIC X.
           02 G-PR-MPLR PIC X(4).
           02 G-PRINS PIC XXX.
           02 G-PR-ASSIGN PIC X.
           02 G-TRINSIND PIC X.
           02 G-TRINS PIC XXX.
           02 G-PR-GROUP PIC X(10).
           02 G-PRIPOL0.
             03 G-PRIPOL PIC X(9).
             03 G-PR-SUFX PIC XXX.
             03 G-PR-FILLER PIC X(4).
           02 G-PRNAME PIC X(24).
           02 G-PR-RELATE PIC X.
           02 G-SE-MPLR PIC X(4).
           02 G-SEINS PIC XXX.
           02 G-SE-ASSIGN PIC X.
           02 G-SE-OFFICE PIC X(4).
           02 G-SE-GROUP PIC X(10).
           02 G-SECPOL0.
              03 G-SECPOL PIC X(9).
              03 G-SE-FILLER PIC X(7).
           02 G-SENAME PIC X(24).
           02 G-SE-RELATE PIC X.
           02 G-INSPEND PIC S9(5)V99.
           02 G-LASTBILL PIC X(8).
           02 G-ASSIGNM PIC X.
           02 G-PRIVATE PIC X.
           02 G-BILLCYCLE PIC X.
           02 G-DELETE PIC X.
           02 G-FILLER PIC XXX.
           02 G-ACCT PIC X(8).
           02 G-PRGRPNAME PIC X(15).
           02 G-SEGRPNAME PIC X(15).

      * same inline INSFILE01 layout ub04claim.cob carries.
       FD  INSFILE.
       01  INSFILE01.
           02 INS-KEY PIC XXX.
           02 INS-NAME PIC X(22).
           02 INS-STREET PIC X(24).
           02 INS-CITY PIC X(15).
           02 INS-STATE PIC XX.
           02 INS-ZIP PIC X(9).
           02 INS-ASSIGN PIC X.
           02 INS-CLAIMTYPE PIC X.
           02 INS-NEIC PIC X(5).
           02 INS-NEICLEVEL PIC X.
           02 INS-NEIC-ASSIGN PIC X.
           02 INS-PPO PIC X.
           02 INS-PRVNUM PIC X(10).
           02 INS-HMO PIC X(3).
           02 INS-STATUS PIC X.
           02 INS-LEVEL PIC X.
           02 INS-LASTDATE PIC X(8).
           02 INS-CAID PIC XXX.
           02 INS-REFWARN PIC X.
           02 INS-FUTURE.
             03 INS-FILEDAYS PIC XXX.
             03 INS-CLMFMT PIC X.
             03 INS-FUTURE-4 PIC X(4).

       FD  CHARCUR.
       01  CHARCUR01.
           02 CHARCUR-KEY.
             03 CC-KEY8 PIC X(8).
             03 CC-KEY3 PIC XXX.
           02 CC-PATID PIC X(8).
           02 CC-CLAIM PIC X(6).
           02 CC-SERVICE PIC X.
           02 CC-DIAG PIC X(7).
           02 CC-PROC.
              03 CC-PROC0 PIC X(4).
              03 CC-PROC1 PIC X(5).
              03 CC-PROC2 PIC XX.
           02 CC-MOD2 PIC XX.
           02 CC-MOD3 PIC XX.
           02 CC-MOD4 PIC XX.
           02 CC-AMOUNT PIC S9(4)V99.
           02 CC-DOCR PIC X(3).
           02 CC-DOCP PIC X(2).
           02 CC-PAYCODE PIC XXX.
           02 CC-STUD PIC X.
           02 CC-WORK PIC XX.
           02 CC-DAT1 PIC X(8).
           02 CC-RESULT PIC X.
           02 CC-ACT PIC X.
           02 CC-SORCREF PIC X.
           02 CC-COLLT PIC X.
           02 CC-AUTH PIC X.
           02 CC-PAPER PIC X.
           02 CC-PLACE PIC X.
           02 CC-EPSDT PIC X.
           02 CC-DATE-T PIC X(8).
           02 CC-DATE-A PIC X(8).
           02 CC-DATE-P PIC X(8).
           02 CC-REC-STAT PIC X.
           02 CC-DX2 PIC X(7).
           02 CC-DX3 PIC X(7).
           02 CC-ACC-TYPE PIC X.
           02 CC-DATE-M PIC X(8).
           02 CC-ASSIGN PIC X.
           02 CC-NEIC-ASSIGN PIC X.
           02 CC-DX4 PIC X(7).
           02 CC-DX5 PIC X(7).
           02 CC-DX6 PIC X(7).
           02 CC-FUTURE PIC X(6).
           02 CC-UNITS PIC 9(4).

      * same inline DOCFILE01 layout docdirrpt.cob carries.
       FD  DOCFILENEW.
       01  DOCFILE01.
           02 DOC-KEY.
             03 DOC-INS PIC XXX.
             03 DOC-NUM PIC XX.
           02 DOC-FEDID PIC X(14).
           02 DOC-PVNUM PIC X(14).
           02 DOC-UPIN PIC X(6).
           02 DOC-NPI PIC X(10).
           02 DOC-IND PIC X.
           02 DOC-GROUP PIC X(14).
           02 DOC-NPIGROUP PIC X(10).
           02 DOC-NAME PIC X(24).
           02 DOC-GROUPNAME PIC X(29).
           02 DOC-SSNUM PIC X(9).
           02 DOC-TAXONOMY PIC X(10).
           02 DOC-NEIC PIC X(5).
           02 DOC-TAXGROUP PIC X(10).
           02 DOC-WEBTAX PIC XXX.
           02 DOC-FUTURE.
             03 DOC-STAT PIC X.
             03 DOC-FUTURE-11 PIC X(11).

       FD  REFPHY.
           COPY "refphy.cpy".

       FD  PAYCUR.
           COPY "paycur.cpy".

       FD  EOBXREF.
           COPY "eobxref.cpy".

       FD  PLACEFILE.
       01  PLACEFILE01.
           02 DF1 PIC X.
           02 DF2 PIC X.
           02 DF3 PIC X(22).
           02 DF4 PIC X(18).
           02 DF5 PIC X(15).
           02 DF6 PIC XX.
           02 DF7 PIC X(9).
           02 DF8 PIC X(10).

       FD  PARMFILE.
       01  PARMFILE01 PIC X(30).

       FD  FILEOUT.
       01  FILEOUT01 PIC X(80).

       FD  PASSFILE.
       01  PASSFILE01.
           02 PS-GARNO PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PS-CLAIM PIC X(6).

       FD  EVTFILE.
       01  EVTFILE01.
           02 EV-GARNO PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 EV-CLAIM PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 EV-PROGRAM PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 EV-STATUS PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 EV-REF PIC X(15).


       WORKING-STORAGE SECTION.

       01  BILL-STREET PIC X(30).
       01  BILL-CSZ PIC X(30).
       01  BILL-PHONE PIC X(10).
       01  T-DATE PIC X(8).

      * the claim's open lines, gathered before anything prints.
       01  LINE-TAB01.
           02 LINE-TAB OCCURS 48 TIMES.
             03 LN-KEY3 PIC XXX.
             03 LN-DAT1 PIC X(8).
             03 LN-PLACE PIC X.
             03 LN-PROC1 PIC X(5).
             03 LN-MOD1 PIC XX.
             03 LN-MOD2 PIC XX.
             03 LN-MOD3 PIC XX.
             03 LN-MOD4 PIC XX.
             03 LN-DX PIC X(7) OCCURS 4 TIMES.
             03 LN-AMOUNT PIC S9(4)V99.
             03 LN-UNITS PIC 9(4).
             03 LN-DOCP PIC XX.
       01  LN-CNT PIC 99.
       01  LN-X PIC 99.
       01  DX-X PIC 9.
       01  PAPER-SW PIC X.
       01  BILL-INS PIC XXX.
       01  BILL-DOCR PIC XXX.
       01  BILL-ASSIGN PIC X.
       01  BILL-AUTH PIC X.

      * box 21 - the claim's distinct diagnoses, A through L.
       01  DX-TAB01.
           02 DX-TAB PIC X(7) OCCURS 12 TIMES.
       01  DX-CNT PIC 99.
       01  DX-Y PIC 99.
       01  DX-LETTERS PIC X(12) VALUE "ABCDEFGHIJKL".
       01  POINTER-W PIC X(4).
       01  PTR-X PIC 9.

      * the billed payer's coverage and the other one (box 9).
       01  PAYER-ROLE PIC X.
       01  SUB-NAME PIC X(24).
       01  SUB-POLICY PIC X(16).
       01  SUB-GROUP PIC X(10).
       01  SUB-PLAN PIC X(15).
       01  SUB-RELATE PIC X.
       01  OTH-INS PIC XXX.
       01  OTH-NAME PIC X(24).
       01  OTH-POLICY PIC X(16).
       01  OTH-PLAN PIC X(22).
       01  PRIOR-PAID PIC S9(6)V99.

      * earlier payers' posting batches - the EOB images to pull.
       01  BATCH-TAB01.
           02 BATCH-TAB PIC X(6) OCCURS 20 TIMES.
       01  BATCH-CNT PIC 99.
       01  BT-X PIC 99.
       01  IMAGE-CNT PIC 999.

       01  PLACE-TAB01.
           02 PLACE-TAB OCCURS 29 TIMES.
             03 PL-TAB PIC X.
             03 PL-NUM PIC X.
             03 PL-NAME PIC X(22).
             03 PL-STREET PIC X(18).
             03 PL-CITY PIC X(15).
             03 PL-STATE PIC XX.
             03 PL-ZIP PIC X(9).
             03 PL-NPI PIC X(10).
       01  PLINDX PIC 99 VALUE 0.
       01  PL-X PIC 99.
       01  PL-HIT PIC 99.
       01  PLACE-W PIC X.
       01  POS-CODE PIC XX.

      * the print image - one form at a time.
       01  FORM-TAB01.
           02 FORM-LN PIC X(80) OCCURS 66 TIMES.
       01  FL PIC 99.
       01  COL-X PIC 99.
       01  SV-ROW PIC 99.
       01  PAGE-LINE PIC 9.
       01  PAGE-CNT PIC 99.
       01  PAGE-TOT PIC S9(6)V99.
       01  CLM-TOT PIC S9(6)V99.

       01  DATE-IN PIC X(8).
       01  DATE-6 PIC X(8).
       01  DATE-10 PIC X(10).
       01  NAME-W PIC X(24).
       01  UNITS-W PIC 9(4).
       01  NEF-AMT PIC ZZZZ9.99.
       01  NEF-TOT PIC ZZZZZ9.99.
       01  NEF-UNITS PIC ZZZ9.
       01  PRT PIC X(80).

       01  FORM-CNTR PIC 9(7) VALUE 0.
       01  PAGE-CNTR PIC 9(7) VALUE 0.
       01  COVER-CNTR PIC 9(7) VALUE 0.
       01  PASS-CNTR PIC 9(7) VALUE 0.
       01  NONE-CNTR PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

      * batch CMS-1500 (02/12) paper claim print - the paper side of
      * the claim run. Reads the scrubbed clean-claim list; a claim
      * whose open lines are marked paper (CC-PAPER "P" or "O" -
      * the small payers, the auto carriers, the secondaries that
      * want the primary's EOB) prints here on aligned 1500 forms,
      * six service lines a form, every box filled from GARFILE,
      * INSFILE, DOCFILENEW and REFPHY. The rest pass through for
      * the 837 builders. A secondary or tertiary claim gets an
      * "attach EOB" cover sheet listing the scanned images
      * (eobxref-load.cob) on the batches the earlier payers' money
      * was posted in. Printed lines take the claim-date stamp and
      * each claim a BILLED-PAPER event, the same way the 837 and
      * UB-04 builders leave them.
       P0.
           OPEN INPUT FILEIN GARFILE INSFILE DOCFILENEW REFPHY
             PAYCUR EOBXREF PLACEFILE PARMFILE.
           OPEN I-O CHARCUR.
           OPEN OUTPUT FILEOUT PASSFILE EVTFILE.
           ACCEPT T-DATE FROM DATE YYYYMMDD.

           READ PARMFILE
             AT END
               DISPLAY "CMS1500 - NO BILLING STREET PARM"
               GO TO P9.
           MOVE PARMFILE01 TO BILL-STREET.
           READ PARMFILE
             AT END
               DISPLAY "CMS1500 - NO BILLING CITY PARM"
               GO TO P9.
           MOVE PARMFILE01 TO BILL-CSZ.
           READ PARMFILE
             AT END
               DISPLAY "CMS1500 - NO BILLING PHONE PARM"
               GO TO P9.
           MOVE PARMFILE01(1:10) TO BILL-PHONE.

       P00.
           READ PLACEFILE
             AT END
               GO TO P1.
           IF PLINDX = 29
               DISPLAY "CMS1500 - PLACE TABLE FULL"
               GO TO P1.
           ADD 1 TO PLINDX
           MOVE DF1 TO PL-TAB(PLINDX)
           MOVE DF2 TO PL-NUM(PLINDX)
           MOVE DF3 TO PL-NAME(PLINDX)
           MOVE DF4 TO PL-STREET(PLINDX)
           MOVE DF5 TO PL-CITY(PLINDX)
           MOVE DF6 TO PL-STATE(PLINDX)
           MOVE DF7 TO PL-ZIP(PLINDX)
           MOVE DF8 TO PL-NPI(PLINDX)
           GO TO P00.

       P1.
           READ FILEIN
             AT END
               GO TO P9.

           MOVE FI-GARNO TO G-GARNO
           READ GARFILE
             INVALID
               DISPLAY "CMS1500 - BAD GARNO " FI-GARNO
               GO TO P1.

           PERFORM LOAD-LINES THRU LOAD-LINES-EXIT
           IF LN-CNT = 0
               ADD 1 TO NONE-CNTR
               GO TO P1.

           IF PAPER-SW NOT = "Y"
               ADD 1 TO PASS-CNTR
               MOVE SPACE TO PASSFILE01
               MOVE FI-GARNO TO PS-GARNO
               MOVE FI-CLAIM TO PS-CLAIM
               WRITE PASSFILE01
               GO TO P1.

           PERFORM SET-COVERAGE THRU SET-COVERAGE-EXIT
           PERFORM BUILD-DX THRU BUILD-DX-EXIT
           IF PAYER-ROLE NOT = "P"
               PERFORM EOB-COVER THRU EOB-COVER-EXIT.
           PERFORM PRINT-CLAIM THRU PRINT-CLAIM-EXIT
           PERFORM STAMP-LINES THRU STAMP-LINES-EXIT

           MOVE SPACE TO EVTFILE01
           MOVE FI-GARNO TO EV-GARNO
           MOVE FI-CLAIM TO EV-CLAIM
           MOVE "CMS1500 " TO EV-PROGRAM
           MOVE "BILLED-PAPER" TO EV-STATUS
           MOVE BILL-INS TO EV-REF
           WRITE EVTFILE01
           GO TO P1.

      * the claim's payer-coded lines not yet billed - the same
      * selection ub04claim.cob makes. The first line names the
      * payer; a line any other payer holds waits for its own
      * claim.
       LOAD-LINES.
           MOVE 0 TO LN-CNT
           MOVE SPACE TO PAPER-SW BILL-INS
           MOVE FI-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO LOAD-LINES-EXIT.

       LOAD-LINES-1.
           READ CHARCUR NEXT
             AT END
               GO TO LOAD-LINES-EXIT.

           IF CC-KEY8 NOT = FI-GARNO
               GO TO LOAD-LINES-EXIT.

           IF CC-CLAIM NOT = FI-CLAIM
               GO TO LOAD-LINES-1.

           IF CC-PAYCODE = "018" OR CC-PAYCODE NOT NUMERIC
             OR CC-DATE-A NOT = SPACE
               GO TO LOAD-LINES-1.

           IF BILL-INS = SPACE
               MOVE CC-PAYCODE TO BILL-INS
               MOVE CC-DOCR TO BILL-DOCR
               MOVE CC-ASSIGN TO BILL-ASSIGN
               MOVE CC-AUTH TO BILL-AUTH.

           IF CC-PAYCODE NOT = BILL-INS
               GO TO LOAD-LINES-1.

           IF LN-CNT = 48
               DISPLAY "CMS1500 - MORE THAN 48 LINES " FI-GARNO
                 " " FI-CLAIM
               GO TO LOAD-LINES-EXIT.

           IF CC-PAPER = "P" OR CC-PAPER = "O"
               MOVE "Y" TO PAPER-SW.

           ADD 1 TO LN-CNT
           MOVE CC-KEY3 TO LN-KEY3(LN-CNT)
           MOVE CC-DAT1 TO LN-DAT1(LN-CNT)
           MOVE CC-PLACE TO LN-PLACE(LN-CNT)
           MOVE CC-PROC1 TO LN-PROC1(LN-CNT)
           MOVE CC-PROC2 TO LN-MOD1(LN-CNT)
           MOVE CC-MOD2 TO LN-MOD2(LN-CNT)
           MOVE CC-MOD3 TO LN-MOD3(LN-CNT)
           MOVE CC-MOD4 TO LN-MOD4(LN-CNT)
           MOVE CC-DIAG TO LN-DX(LN-CNT 1)
           MOVE CC-DX2 TO LN-DX(LN-CNT 2)
           MOVE CC-DX3 TO LN-DX(LN-CNT 3)
           MOVE CC-DX4 TO LN-DX(LN-CNT 4)
           MOVE CC-AMOUNT TO LN-AMOUNT(LN-CNT)
           MOVE CC-UNITS TO LN-UNITS(LN-CNT)
           MOVE CC-DOCP TO LN-DOCP(LN-CNT)
           GO TO LOAD-LINES-1.

       LOAD-LINES-EXIT.
           EXIT.

      * which of the account's coverages is billed, and the other
      * one box 9 names. A tertiary claim shows the primary there.
       SET-COVERAGE.
           MOVE SPACE TO OTH-INS OTH-NAME OTH-POLICY OTH-PLAN
           IF BILL-INS = G-PRINS
               MOVE "P" TO PAYER-ROLE
               MOVE G-PRNAME TO SUB-NAME
               MOVE G-PRIPOL0 TO SUB-POLICY
               MOVE G-PR-GROUP TO SUB-GROUP
               MOVE G-PRGRPNAME TO SUB-PLAN
               MOVE G-PR-RELATE TO SUB-RELATE
               IF G-SEINS = SPACE OR "000" OR "001" OR "018"
                 OR G-SEINS = G-PRINS
                   GO TO SET-COVERAGE-2
               END-IF
               MOVE G-SEINS TO OTH-INS
               MOVE G-SENAME TO OTH-NAME
               MOVE G-SECPOL0 TO OTH-POLICY
               GO TO SET-COVERAGE-1.

           MOVE G-PRINS TO OTH-INS
           MOVE G-PRNAME TO OTH-NAME
           MOVE G-PRIPOL0 TO OTH-POLICY
           IF BILL-INS = G-SEINS
               MOVE "S" TO PAYER-ROLE
               MOVE G-SENAME TO SUB-NAME
               MOVE G-SECPOL0 TO SUB-POLICY
               MOVE G-SE-GROUP TO SUB-GROUP
               MOVE G-SEGRPNAME TO SUB-PLAN
               MOVE G-SE-RELATE TO SUB-RELATE
               GO TO SET-COVERAGE-1.

           MOVE "T" TO PAYER-ROLE
           MOVE G-GARNAME TO SUB-NAME
           MOVE SPACE TO SUB-POLICY SUB-GROUP SUB-PLAN
           MOVE G-RELATE TO SUB-RELATE.

       SET-COVERAGE-1.
           MOVE OTH-INS TO INS-KEY
           READ INSFILE
             INVALID
               MOVE SPACE TO INS-NAME.
           MOVE INS-NAME TO OTH-PLAN.

       SET-COVERAGE-2.
           MOVE BILL-INS TO INS-KEY
           READ INSFILE
             INVALID
               DISPLAY "CMS1500 - NO PAYER " BILL-INS " " FI-GARNO
               MOVE SPACE TO INSFILE01
               MOVE BILL-INS TO INS-KEY.

       SET-COVERAGE-EXIT.
           EXIT.

      * box 21 holds the claim's distinct diagnoses in the order
      * the lines first use them.
       BUILD-DX.
           MOVE SPACE TO DX-TAB01
           MOVE 0 TO DX-CNT
           MOVE 1 TO LN-X.

       BUILD-DX-1.
           IF LN-X > LN-CNT
               GO TO BUILD-DX-EXIT.
           MOVE 1 TO DX-X.

       BUILD-DX-2.
           IF DX-X > 4
               ADD 1 TO LN-X
               GO TO BUILD-DX-1.
           IF LN-DX(LN-X DX-X) = SPACE OR "0000000"
               ADD 1 TO DX-X
               GO TO BUILD-DX-2.
           MOVE 1 TO DX-Y.

       BUILD-DX-3.
           IF DX-Y > DX-CNT
               IF DX-CNT < 12
                   ADD 1 TO DX-CNT
                   MOVE LN-DX(LN-X DX-X) TO DX-TAB(DX-CNT)
               END-IF
               ADD 1 TO DX-X
               GO TO BUILD-DX-2.
           IF DX-TAB(DX-Y) = LN-DX(LN-X DX-X)
               ADD 1 TO DX-X
               GO TO BUILD-DX-2.
           ADD 1 TO DX-Y
           GO TO BUILD-DX-3.

       BUILD-DX-EXIT.
           EXIT.

      * the earlier payers' payments on this claim - box 29 takes
      * the money, and every batch they were posted in is looked
      * up for its scanned EOB.
       EOB-COVER.
           ADD 1 TO COVER-CNTR
           MOVE 0 TO PRIOR-PAID BATCH-CNT
           MOVE SPACE TO BATCH-TAB01
           MOVE FI-GARNO TO PC-KEY8
           MOVE SPACE TO PC-KEY3
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO EOB-COVER-3.

       EOB-COVER-1.
           READ PAYCUR NEXT
             AT END
               GO TO EOB-COVER-3.
           IF PC-KEY8 NOT = FI-GARNO
               GO TO EOB-COVER-3.
           IF PC-CLAIM NOT = FI-CLAIM
               GO TO EOB-COVER-1.
           IF PC-PAYCODE NOT = G-PRINS
             AND NOT (PAYER-ROLE = "T" AND PC-PAYCODE = G-SEINS)
               GO TO EOB-COVER-1.
           IF PC-DENIAL = SPACE
               SUBTRACT PC-AMOUNT FROM PRIOR-PAID.
           IF PC-BATCH = SPACE
               GO TO EOB-COVER-1.
           MOVE 1 TO BT-X.

       EOB-COVER-2.
           IF BT-X > BATCH-CNT
               IF BATCH-CNT < 20
                   ADD 1 TO BATCH-CNT
                   MOVE PC-BATCH TO BATCH-TAB(BATCH-CNT)
               END-IF
               GO TO EOB-COVER-1.
           IF BATCH-TAB(BT-X) = PC-BATCH
               GO TO EOB-COVER-1.
           ADD 1 TO BT-X
           GO TO EOB-COVER-2.

       EOB-COVER-3.
           MOVE SPACE TO PRT
           STRING "*** ATTACH EOB ***   " G-GARNAME
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT AFTER PAGE
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "ACCOUNT " FI-GARNO "  CLAIM " FI-CLAIM
             "  BILLED TO " BILL-INS " " INS-NAME
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE PRIOR-PAID TO NEF-TOT
           MOVE SPACE TO PRT
           STRING "PRIOR PAYER " OTH-INS " " OTH-PLAN
             "  PAID " NEF-TOT
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE 0 TO IMAGE-CNT
           MOVE 1 TO BT-X.

       EOB-COVER-4.
           IF BT-X > BATCH-CNT
               GO TO EOB-COVER-6.
           MOVE BATCH-TAB(BT-X) TO EB-BATCH
           MOVE SPACE TO EB-CHECK
           START EOBXREF KEY NOT < EB-KEY
             INVALID
               ADD 1 TO BT-X
               GO TO EOB-COVER-4.

       EOB-COVER-5.
           READ EOBXREF NEXT
             AT END
               ADD 1 TO BT-X
               GO TO EOB-COVER-4.
           IF EB-BATCH NOT = BATCH-TAB(BT-X)
               ADD 1 TO BT-X
               GO TO EOB-COVER-4.
           ADD 1 TO IMAGE-CNT
           MOVE SPACE TO PRT
           STRING "  IMAGE " EB-IMAGEID "  BATCH " EB-BATCH
             "  CHECK " EB-CHECK "  SCANNED " EB-DATE
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           GO TO EOB-COVER-5.

       EOB-COVER-6.
           IF IMAGE-CNT = 0
               MOVE "  NO SCANNED EOB ON FILE - PULL THE PAPER EOB"
                 TO FILEOUT01
               WRITE FILEOUT01.

       EOB-COVER-EXIT.
           EXIT.

      * six service lines a form; a longer claim runs to more
      * forms, box 28 reading CONTINUED until the last.
       PRINT-CLAIM.
           ADD 1 TO FORM-CNTR
           MOVE 0 TO CLM-TOT PAGE-CNT
           MOVE 1 TO LN-X.

       PRINT-CLAIM-1.
           PERFORM FORM-HEAD THRU FORM-HEAD-EXIT
           MOVE 0 TO PAGE-LINE PAGE-TOT
           ADD 1 TO PAGE-CNT.

       PRINT-CLAIM-2.
           IF LN-X > LN-CNT OR PAGE-LINE = 6
               GO TO PRINT-CLAIM-3.
           ADD 1 TO PAGE-LINE
           COMPUTE SV-ROW = 42 + PAGE-LINE * 2
           PERFORM FORM-LINE THRU FORM-LINE-EXIT
           ADD 1 TO LN-X
           GO TO PRINT-CLAIM-2.

       PRINT-CLAIM-3.
           PERFORM FORM-FOOT THRU FORM-FOOT-EXIT
           PERFORM WRITE-FORM THRU WRITE-FORM-EXIT
           IF LN-X <= LN-CNT
               GO TO PRINT-CLAIM-1.

       PRINT-CLAIM-EXIT.
           EXIT.

      * boxes 1 through 23 - the same on every form of the claim.
       FORM-HEAD.
           MOVE SPACE TO FORM-TAB01

      * carrier block, top right.
           MOVE INS-NAME TO FORM-LN(2)(41:22)
           MOVE INS-STREET TO FORM-LN(3)(41:24)
           MOVE SPACE TO PRT
           STRING INS-CITY " " INS-STATE " " INS-ZIP
             DELIMITED BY SIZE INTO PRT
           MOVE PRT(1:29) TO FORM-LN(4)(41:29)

      * box 1 - the same payer split inar004.cob uses for its
      * form type; everyone else is a group health plan.
           EVALUATE BILL-INS
             WHEN "003"
             WHEN "028"
             WHEN "062"
             WHEN "043"
               MOVE "X" TO FORM-LN(8)(2:1)
             WHEN "004"
             WHEN "064"
               MOVE "X" TO FORM-LN(8)(9:1)
             WHEN OTHER
               MOVE "X" TO FORM-LN(8)(31:1)
           END-EVALUATE
           MOVE SUB-POLICY TO FORM-LN(8)(50:16)

      * boxes 2, 3, 4.
           MOVE G-GARNAME TO NAME-W
           INSPECT NAME-W REPLACING ALL ";" BY ","
           MOVE NAME-W TO FORM-LN(10)(2:24)
           MOVE G-DOB TO DATE-IN
           PERFORM EDIT-DATE THRU EDIT-DATE-EXIT
           MOVE DATE-10 TO FORM-LN(10)(31:10)
           IF G-SEX = "M"
               MOVE "X" TO FORM-LN(10)(42:1)
           ELSE
               IF G-SEX = "F"
                   MOVE "X" TO FORM-LN(10)(47:1).
           MOVE SUB-NAME TO NAME-W
           INSPECT NAME-W REPLACING ALL ";" BY ","
           MOVE NAME-W TO FORM-LN(10)(50:24)

      * boxes 5, 6, 7 - the insured's address only when the
      * patient is the insured.
           MOVE G-STREET TO FORM-LN(12)(2:22)
           IF G-STREET = SPACE
               MOVE G-BILLADD TO FORM-LN(12)(2:22).
           MOVE G-CITY TO FORM-LN(14)(2:18)
           MOVE G-STATE TO FORM-LN(14)(27:2)
           MOVE G-ZIP TO FORM-LN(16)(2:9)
           MOVE G-PHONE(1:3) TO FORM-LN(16)(15:3)
           MOVE SPACE TO PRT
           STRING G-PHONE(4:3) "-" G-PHONE(7:4)
             DELIMITED BY SIZE INTO PRT
           MOVE PRT(1:8) TO FORM-LN(16)(19:8)
           IF SUB-RELATE = G-RELATE
               MOVE "X" TO FORM-LN(12)(33:1)
               MOVE FORM-LN(12)(2:22) TO FORM-LN(12)(50:22)
               MOVE G-CITY TO FORM-LN(14)(50:18)
               MOVE G-STATE TO FORM-LN(14)(74:2)
               MOVE G-ZIP TO FORM-LN(16)(50:9)
               MOVE FORM-LN(16)(15:12) TO FORM-LN(16)(66:12)
           ELSE
               IF G-RELATE = "4" OR G-RELATE = "M"
                   MOVE "X" TO FORM-LN(12)(38:1)
               ELSE
                   IF G-RELATE = "5" OR G-RELATE = "N"
                       MOVE "X" TO FORM-LN(12)(42:1)
                   ELSE
                       MOVE "X" TO FORM-LN(12)(47:1).

      * boxes 9, 9a, 9d and 11d - the other coverage.
           IF OTH-INS = SPACE
               MOVE "X" TO FORM-LN(26)(57:1)
           ELSE
               MOVE OTH-NAME TO NAME-W
               INSPECT NAME-W REPLACING ALL ";" BY ","
               MOVE NAME-W TO FORM-LN(18)(2:24)
               MOVE OTH-POLICY TO FORM-LN(20)(2:16)
               MOVE OTH-PLAN TO FORM-LN(26)(2:22)
               MOVE "X" TO FORM-LN(26)(52:1).

      * box 10 - only the auto carriers' claims are accident
      * claims here; box 11 group and plan.
           MOVE "X" TO FORM-LN(20)(40:1)
           MOVE "X" TO FORM-LN(24)(40:1)
           IF INS-CLAIMTYPE = "A"
               MOVE "X" TO FORM-LN(22)(35:1)
           ELSE
               MOVE "X" TO FORM-LN(22)(40:1).
           MOVE SUB-GROUP TO FORM-LN(18)(50:10)
           IF SUB-RELATE = G-RELATE
               MOVE DATE-10 TO FORM-LN(20)(53:10)
               IF G-SEX = "M"
                   MOVE "X" TO FORM-LN(20)(68:1)
               ELSE
                   IF G-SEX = "F"
                       MOVE "X" TO FORM-LN(20)(75:1).
           MOVE SUB-PLAN TO FORM-LN(24)(50:15)

      * boxes 12, 13.
           MOVE "SIGNATURE ON FILE" TO FORM-LN(30)(7:17)
           MOVE T-DATE TO DATE-IN
           PERFORM EDIT-DATE THRU EDIT-DATE-EXIT
           MOVE DATE-6 TO FORM-LN(30)(38:8)
           MOVE "SIGNATURE ON FILE" TO FORM-LN(30)(56:17)

      * boxes 17, 17b - the referring physician.
           IF BILL-DOCR NOT = SPACE AND BILL-DOCR NOT = "000"
               MOVE BILL-DOCR TO REF-KEY
               READ REFPHY
                 INVALID
                   MOVE SPACE TO REFPHY01
               END-READ
               IF REF-NAME NOT = SPACE
                   MOVE "DN" TO FORM-LN(34)(1:2)
                   MOVE REF-NAME TO NAME-W
                   INSPECT NAME-W REPLACING ALL ";" BY ","
                   MOVE NAME-W TO FORM-LN(34)(4:24)
                   MOVE REF-NPI TO FORM-LN(34)(34:10)
               END-IF
           END-IF

      * box 21 - ICD-10, four to a row.
           MOVE "0" TO FORM-LN(36)(37:1)
           MOVE 1 TO DX-Y.

       FORM-HEAD-1.
           IF DX-Y > DX-CNT
               GO TO FORM-HEAD-2.
           COMPUTE FL = 38 + ((DX-Y - 1) / 4) * 2
           COMPUTE COL-X = 3 + FUNCTION MOD(DX-Y - 1, 4) * 13
           MOVE DX-TAB(DX-Y) TO FORM-LN(FL)(COL-X:7)
           ADD 1 TO DX-Y
           GO TO FORM-HEAD-1.

      * box 23 - the authorization flag is all CHARCUR keeps.
       FORM-HEAD-2.
           IF BILL-AUTH NOT = SPACE
               MOVE "AUTH ON FILE" TO FORM-LN(40)(50:12).

       FORM-HEAD-EXIT.
           EXIT.

      * one box 24 service line on row SV-ROW.
       FORM-LINE.
           MOVE LN-DAT1(LN-X) TO DATE-IN
           PERFORM EDIT-DATE THRU EDIT-DATE-EXIT
           MOVE DATE-6 TO FORM-LN(SV-ROW)(1:8)
           MOVE DATE-6 TO FORM-LN(SV-ROW)(10:8)
           MOVE LN-PLACE(LN-X) TO PLACE-W
           PERFORM FIND-PLACE THRU FIND-PLACE-EXIT
           MOVE POS-CODE TO FORM-LN(SV-ROW)(19:2)
           IF POS-CODE = "23"
               MOVE "Y" TO FORM-LN(SV-ROW)(22:1).
           MOVE LN-PROC1(LN-X) TO FORM-LN(SV-ROW)(25:5)
           MOVE LN-MOD1(LN-X) TO FORM-LN(SV-ROW)(32:2)
           MOVE LN-MOD2(LN-X) TO FORM-LN(SV-ROW)(35:2)
           MOVE LN-MOD3(LN-X) TO FORM-LN(SV-ROW)(38:2)
           MOVE LN-MOD4(LN-X) TO FORM-LN(SV-ROW)(41:2)

           MOVE SPACE TO POINTER-W
           MOVE 0 TO PTR-X
           MOVE 1 TO DX-X.

       FORM-LINE-1.
           IF DX-X > 4
               GO TO FORM-LINE-3.
           MOVE 1 TO DX-Y.

       FORM-LINE-2.
           IF DX-Y > DX-CNT
               ADD 1 TO DX-X
               GO TO FORM-LINE-1.
           IF DX-TAB(DX-Y) = LN-DX(LN-X DX-X)
               ADD 1 TO PTR-X
               MOVE DX-LETTERS(DX-Y:1) TO POINTER-W(PTR-X:1)
               ADD 1 TO DX-X
               GO TO FORM-LINE-1.
           ADD 1 TO DX-Y
           GO TO FORM-LINE-2.

       FORM-LINE-3.
           MOVE POINTER-W TO FORM-LN(SV-ROW)(45:4)
           MOVE LN-AMOUNT(LN-X) TO NEF-AMT
           INSPECT NEF-AMT REPLACING ALL "." BY SPACE
           MOVE NEF-AMT TO FORM-LN(SV-ROW)(50:8)
           ADD LN-AMOUNT(LN-X) TO PAGE-TOT CLM-TOT
           MOVE 1 TO UNITS-W
           IF LN-UNITS(LN-X) NUMERIC
               IF LN-UNITS(LN-X) > 0
                   MOVE LN-UNITS(LN-X) TO UNITS-W.
           MOVE UNITS-W TO NEF-UNITS
           MOVE NEF-UNITS TO FORM-LN(SV-ROW)(58:4)

      * box 24J - the rendering provider, the payer's own row
      * first and the "000" default row after, as the 837
      * builders read it.
           MOVE BILL-INS TO DOC-INS
           MOVE LN-DOCP(LN-X) TO DOC-NUM
           READ DOCFILENEW
             INVALID
               MOVE "000" TO DOC-INS
               READ DOCFILENEW
                 INVALID
                   MOVE SPACE TO DOC-NPI
               END-READ
           END-READ
           MOVE DOC-NPI TO FORM-LN(SV-ROW)(68:10).

       FORM-LINE-EXIT.
           EXIT.

      * place code to place of service, the mapping the 837
      * builders apply.
       FIND-PLACE.
           MOVE "11" TO POS-CODE
           MOVE 0 TO PL-HIT
           MOVE 1 TO PL-X.

       FIND-PLACE-1.
           IF PL-X > PLINDX
               GO TO FIND-PLACE-EXIT.
           IF PL-TAB(PL-X) NOT = PLACE-W
               ADD 1 TO PL-X
               GO TO FIND-PLACE-1.
           MOVE PL-X TO PL-HIT
           EVALUATE PL-NUM(PL-X)
             WHEN "1" MOVE "11" TO POS-CODE
             WHEN "3" MOVE "21" TO POS-CODE
             WHEN "4" MOVE "32" TO POS-CODE
             WHEN "5" MOVE "22" TO POS-CODE
             WHEN "6" MOVE "81" TO POS-CODE
             WHEN "7" MOVE "61" TO POS-CODE
             WHEN "8" MOVE "99" TO POS-CODE
             WHEN "E" MOVE "23" TO POS-CODE
             WHEN "W" MOVE "32" TO POS-CODE
             WHEN "K" MOVE "31" TO POS-CODE
             WHEN "D" MOVE "33" TO POS-CODE
             WHEN "Q" MOVE "13" TO POS-CODE
             WHEN "S" MOVE "03" TO POS-CODE
           END-EVALUATE.

       FIND-PLACE-EXIT.
           EXIT.

      * boxes 25 through 33.
       FORM-FOOT.
           MOVE BILL-INS TO DOC-INS
           MOVE LN-DOCP(1) TO DOC-NUM
           READ DOCFILENEW
             INVALID
               MOVE "000" TO DOC-INS
               READ DOCFILENEW
                 INVALID
                   MOVE SPACE TO DOCFILE01
               END-READ
           END-READ

           MOVE DOC-FEDID TO FORM-LN(56)(1:14)
           MOVE "X" TO FORM-LN(56)(19:1)
           MOVE FI-GARNO TO FORM-LN(56)(23:8)
           MOVE FI-CLAIM TO FORM-LN(56)(31:6)
           IF BILL-ASSIGN = "A"
               MOVE "X" TO FORM-LN(56)(37:1)
           ELSE
               MOVE "X" TO FORM-LN(56)(42:1).
           IF LN-X > LN-CNT
               MOVE CLM-TOT TO NEF-TOT
               INSPECT NEF-TOT REPLACING ALL "." BY SPACE
               MOVE NEF-TOT TO FORM-LN(56)(50:9)
               IF PAYER-ROLE NOT = "P"
                   MOVE PRIOR-PAID TO NEF-TOT
                   INSPECT NEF-TOT REPLACING ALL "." BY SPACE
                   MOVE NEF-TOT TO FORM-LN(56)(62:9)
               END-IF
           ELSE
               MOVE "CONTINUED" TO FORM-LN(56)(50:9).

      * box 31 - the rendering provider signs on file.
           MOVE DOC-NAME TO NAME-W
           INSPECT NAME-W REPLACING ALL ";" BY " "
           MOVE NAME-W TO FORM-LN(59)(1:20)
           MOVE T-DATE TO DATE-IN
           PERFORM EDIT-DATE THRU EDIT-DATE-EXIT
           MOVE DATE-6 TO FORM-LN(61)(1:8)

      * box 32 - where the first line was done.
           MOVE LN-PLACE(1) TO PLACE-W
           PERFORM FIND-PLACE THRU FIND-PLACE-EXIT
           IF PL-HIT > 0
               MOVE PL-NAME(PL-HIT) TO FORM-LN(58)(23:22)
               MOVE PL-STREET(PL-HIT) TO FORM-LN(59)(23:18)
               MOVE SPACE TO PRT
               STRING PL-CITY(PL-HIT) " " PL-STATE(PL-HIT) " "
                 PL-ZIP(PL-HIT)
                 DELIMITED BY SIZE INTO PRT
               MOVE PRT(1:26) TO FORM-LN(60)(23:26)
               MOVE PL-NPI(PL-HIT) TO FORM-LN(62)(23:10).

      * box 33 - the billing group.
           MOVE BILL-PHONE(1:3) TO FORM-LN(57)(66:3)
           MOVE SPACE TO PRT
           STRING BILL-PHONE(4:3) "-" BILL-PHONE(7:4)
             DELIMITED BY SIZE INTO PRT
           MOVE PRT(1:8) TO FORM-LN(57)(70:8)
           MOVE DOC-GROUPNAME TO FORM-LN(58)(50:29)
           MOVE BILL-STREET TO FORM-LN(59)(50:30)
           MOVE BILL-CSZ TO FORM-LN(60)(50:30)
           MOVE DOC-NPIGROUP TO FORM-LN(62)(51:10).

       FORM-FOOT-EXIT.
           EXIT.

       WRITE-FORM.
           ADD 1 TO PAGE-CNTR
           WRITE FILEOUT01 FROM FORM-LN(1) AFTER PAGE
           MOVE 2 TO FL.

       WRITE-FORM-1.
           IF FL > 66
               GO TO WRITE-FORM-EXIT.
           WRITE FILEOUT01 FROM FORM-LN(FL)
           ADD 1 TO FL
           GO TO WRITE-FORM-1.

       WRITE-FORM-EXIT.
           EXIT.

      * DATE-IN yyyymmdd to "mm dd yy" and "mm dd yyyy".
       EDIT-DATE.
           MOVE SPACE TO DATE-6 DATE-10
           IF DATE-IN = SPACE
               GO TO EDIT-DATE-EXIT.
           STRING DATE-IN(5:2) " " DATE-IN(7:2) " " DATE-IN(3:2)
             DELIMITED BY SIZE INTO DATE-6
           STRING DATE-IN(5:2) " " DATE-IN(7:2) " " DATE-IN(1:4)
             DELIMITED BY SIZE INTO DATE-10.
       EDIT-DATE-EXIT.
           EXIT.

      * stamp the printed lines billed, the same claim-date stamp
      * the 837 and UB-04 builders leave
      * (find-paper-claim-by-clm-age.cob selects on it).
       STAMP-LINES.
           MOVE 1 TO LN-X.

       STAMP-LINES-1.
           IF LN-X > LN-CNT
               GO TO STAMP-LINES-EXIT.
           MOVE FI-GARNO TO CC-KEY8
           MOVE LN-KEY3(LN-X) TO CC-KEY3
           READ CHARCUR WITH LOCK
             INVALID
               DISPLAY "CMS1500 - LINE GONE " CHARCUR-KEY
               ADD 1 TO LN-X
               GO TO STAMP-LINES-1.
           MOVE T-DATE TO CC-DATE-A
           REWRITE CHARCUR01
           ADD 1 TO LN-X
           GO TO STAMP-LINES-1.

       STAMP-LINES-EXIT.
           EXIT.

       P9.
           DISPLAY "CMS1500 - CLAIMS PRINTED: " FORM-CNTR
           DISPLAY "CMS1500 - FORMS PRINTED: " PAGE-CNTR
           DISPLAY "CMS1500 - EOB COVER SHEETS: " COVER-CNTR
           DISPLAY "CMS1500 - PASSED TO ELECTRONIC: " PASS-CNTR
           DISPLAY "CMS1500 - NO OPEN LINES: " NONE-CNTR
           CLOSE FILEIN GARFILE INSFILE CHARCUR DOCFILENEW REFPHY
             PAYCUR EOBXREF PLACEFILE PARMFILE FILEOUT PASSFILE
             EVTFILE.
           STOP RUN.

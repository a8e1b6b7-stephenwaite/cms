      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. retrocov.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * line 1: the finance-charge procedure code (finchg.cob's
      * line 2). line 2: the adjustment paycode a finance charge
      * comes off under. line 3, optional:
      *   POST - recode, pull back and journal.
      *   LIST - the register only, no updates.
      * absent = POST.
           SELECT PARMFILE ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

      * what x271.cob found on the discovery run.
           SELECT RETROCOV ASSIGN TO "S35" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT GARFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
             ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT CHARCUR ASSIGN TO "S45" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-DAT1 WITH DUPLICATES
             LOCK MODE MANUAL.

      * the payer's filing limit - the days insfiledays.cob keeps
      * in the first three bytes of INS-FUTURE.
           SELECT INSFILE ASSIGN TO "S50" ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC RECORD KEY IS INS-KEY
             ALTERNATE RECORD KEY IS INS-NAME WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-CITY WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-ASSIGN WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-CLAIMTYPE WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-NEIC WITH DUPLICATES
             ALTERNATE RECORD KEY IS INS-NEIC-ASSIGN WITH DUPLICATES
             LOCK MODE MANUAL.

      * charge-line ledger linepost.cob keeps - what each line
      * still owes.
           SELECT LINEBAL ASSIGN TO "S55" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS BL-KEY
             LOCK MODE MANUAL.

           SELECT PAYCUR ASSIGN TO "S60" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
             LOCK MODE MANUAL.

           SELECT AGCYFILE ASSIGN TO "S65" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS AG-GARNO
             LOCK MODE MANUAL.

      * shared posting-audit log - same file hipr136.cob/hipr146.cob/
      * hiproa.cob/errr146.cob write.
           SELECT POSTAUDIT ASSIGN TO "S70" ORGANIZATION
             LINE SEQUENTIAL.

      * daily change journal - same movement line hipr136.cob drops.
           SELECT CHGJRNL ASSIGN TO "S75" ORGANIZATION
             LINE SEQUENTIAL.

      * the recovered-coverage register.
           SELECT FILEOUT ASSIGN TO "S80" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PARMFILE.
       01  PARMFILE01 PIC X(5).

       FD  RETROCOV.
           COPY "retrocov.cpy".

       FD  GARFILE.
           COPY "garfile.cpy".

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  INSFILE.
           COPY "insfile.cpy".

       FD  LINEBAL.
           COPY "linebal.cpy".

       FD  PAYCUR.
           COPY "paycur.cpy".

       FD  AGCYFILE.
           COPY "agcyfile.cpy".

       FD  POSTAUDIT.
           COPY "postaudit.cpy".

       FD  CHGJRNL.
           COPY "chgjrnl.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(100).

       WORKING-STORAGE SECTION.

       01  RUN-MODE PIC X(4).
       01  FC-PROC PIC X(5).
       01  FC-ADJ PIC XXX.
       01  T-DATE PIC X(8).
       01  POST-DATE PIC X(8).
       01  TODAY-INT PIC 9(7).
       01  SVC-INT PIC 9(7).
       01  LIMIT-DAYS PIC 999.
       01  OLD-PAYCODE PIC XXX.
       01  GAR-CHANGED PIC X.
       01  AGCY-PULLED PIC X.
       01  XYZ PIC 999.
       01  ACCT-LINES PIC 9(4).
       01  ACCT-AMT PIC S9(7)V99.
       01  ACCT-LATE PIC 9(4).
       01  TOT-CNTR PIC 9(7) VALUE 0.
       01  SKIP-CNTR PIC 9(7) VALUE 0.
       01  ACCT-CNTR PIC 9(7) VALUE 0.
       01  LINE-CNTR PIC 9(7) VALUE 0.
       01  LATE-CNTR PIC 9(7) VALUE 0.
       01  DUN-CNTR PIC 9(7) VALUE 0.
       01  FC-CNTR PIC 9(7) VALUE 0.
       01  AGCY-CNTR PIC 9(7) VALUE 0.
       01  RECOV-TOT PIC S9(8)V99 VALUE 0.
       01  LATE-TOT PIC S9(8)V99 VALUE 0.
       01  FC-TOT PIC S9(8)V99 VALUE 0.
       01  NEF-8 PIC -(6)9.99.
       01  NEF-11 PIC -(7)9.99.
       01  PRT PIC X(100).

       01  COVSYNC-PARMS.
           02 CS-FUNC PIC X.
           02 CS-GARNO PIC X(8).
           02 CS-DATE PIC X(8).
           02 CS-PROGRAM PIC X(8).
           02 CS-PLAN OCCURS 3 TIMES.
             03 CS-INS PIC XXX.
             03 CS-POLICY PIC X(16).
             03 CS-GROUP PIC X(10).
           02 CS-RESULT PIC X.
       01  LINEPOST-PARMS.
           02 LI-FUNC PIC X.
           02 LI-GARNO PIC X(8).
           02 LI-KEY3 PIC XXX.
           02 LI-CLAIM PIC X(6).
           02 LI-AMOUNT PIC S9(6)V99.
           02 LI-PAYCODE PIC XXX.
           02 LI-DENIAL PIC XX.
           02 LI-BUCKET PIC X.
           02 LI-DATE PIC X(8).
           02 LI-RESULT PIC X.
       01  ACCTPOST-PARMS.
           02 AC-FUNC PIC X.
           02 AC-GARNO PIC X(8).
           02 AC-DATE PIC X(8).
           02 AC-PROGRAM PIC X(8).
           02 AC-INSBAL PIC S9(7)V99.
           02 AC-PATBAL PIC S9(7)V99.
           02 AC-OLDEST PIC X(8).
           02 AC-LASTPAY-DATE PIC X(8).
           02 AC-LASTPAY-AMT PIC S9(6)V99.
           02 AC-LASTSTMT PIC X(8).
           02 AC-RESULT PIC X.
       01  PERCHK-PARMS.
           02 PE-FUNC PIC X.
           02 PE-DATE PIC X(8).
           02 PE-RESULT PIC X.
           02 PE-OPEN-DATE PIC X(8).
           02 PE-MSG PIC X(40).

       PROCEDURE DIVISION.

      * retroactive coverage recovery - weekly, after x270batch.cob's
      * discovery run has been through x270 and the payer's 271
      * through x271.cob. For each self-pay account the payer came
      * back active on, the plan goes onto the account and into the
      * coverage history from the day it took effect, and every
      * self-pay line that still owes, was served inside the
      * coverage span and is still inside the payer's filing limit
      * is re-coded to the payer with its claim date cleared, so the
      * next claim build bills it as an original. A line already
      * past the filing limit stays the patient's and is listed.
      * Once anything has moved, whatever collection pressure the
      * account was under comes off: the dunning level and the
      * in-house collections flag are cleared, open finance charges
      * are adjusted off, and an agency placement is recalled the
      * way agcy-recall.cob does it. Every account lands on the
      * recovered-coverage register with what was done.
       P0.
           OPEN INPUT PARMFILE.
           READ PARMFILE
             AT END
               DISPLAY "RETROCOV - NO FINANCE CHARGE CODE PARM"
               CLOSE PARMFILE
               STOP RUN.
           MOVE PARMFILE01 TO FC-PROC.
           READ PARMFILE
             AT END
               DISPLAY "RETROCOV - NO ADJUSTMENT PAYCODE PARM"
               CLOSE PARMFILE
               STOP RUN.
           MOVE PARMFILE01(1:3) TO FC-ADJ.
           MOVE SPACE TO RUN-MODE
           READ PARMFILE
             AT END
               CONTINUE
             NOT AT END
               MOVE PARMFILE01 TO RUN-MODE
           END-READ
           CLOSE PARMFILE.
           IF RUN-MODE NOT = "LIST"
               MOVE "POST" TO RUN-MODE.

           ACCEPT T-DATE FROM DATE YYYYMMDD
           COMPUTE TODAY-INT =
             FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (T-DATE)).
      * postings carry today's date unless today's month has been
      * closed - perchk.cob then names the open date to post under.
           MOVE "C" TO PE-FUNC
           MOVE T-DATE TO PE-DATE
           CALL "perchk" USING PERCHK-PARMS
           MOVE PE-OPEN-DATE TO POST-DATE
           IF PE-RESULT = "N"
               DISPLAY "RETROCOV - " PE-MSG
                 " - POSTING AS OF " POST-DATE.

           OPEN INPUT RETROCOV INSFILE LINEBAL.
           OPEN I-O GARFILE CHARCUR PAYCUR AGCYFILE.
           OPEN OUTPUT FILEOUT.
           OPEN EXTEND POSTAUDIT CHGJRNL.

           MOVE SPACE TO PRT
           STRING "RECOVERED COVERAGE REGISTER " RUN-MODE " "
             T-DATE DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT AFTER PAGE
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "ACCOUNT  LINE CLAIM  SERVICE  FROM TO     BALANCE"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.

       P1.
           READ RETROCOV
             AT END
               GO TO P9.

           ADD 1 TO TOT-CNTR
           MOVE 0 TO ACCT-LINES ACCT-AMT ACCT-LATE
           MOVE "N" TO GAR-CHANGED AGCY-PULLED
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01

           MOVE RT-GARNO TO G-GARNO
           READ GARFILE
             INVALID
               MOVE SPACE TO PRT
               STRING RT-GARNO " NOT ON FILE - " RT-INS
                 " COVERAGE NOT APPLIED"
                 DELIMITED BY SIZE INTO PRT
               GO TO P1-SKIP.

           MOVE SPACE TO PRT
           STRING G-GARNO " " G-GARNAME " " RT-INS " " RT-POLICY
             " " RT-EFF "-" RT-TERM
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT

      * someone has put a plan on since the inquiry went out.
           IF G-PRINS NOT = SPACE AND G-PRINS NOT = "001"
               MOVE SPACE TO PRT
               STRING G-GARNO " ALREADY CARRIES PLAN " G-PRINS
                 " - NOTHING DONE"
                 DELIMITED BY SIZE INTO PRT
               GO TO P1-SKIP.

           IF RT-EFF = SPACE
               MOVE SPACE TO PRT
               STRING G-GARNO " PAYER GAVE NO COVERAGE DATES"
                 " - REVIEW BY HAND"
                 DELIMITED BY SIZE INTO PRT
               GO TO P1-SKIP.

           MOVE RT-INS TO INS-KEY
           READ INSFILE
             INVALID
               MOVE SPACE TO PRT
               STRING G-GARNO " PAYER " RT-INS " NOT ON INSFILE"
                 " - NOTHING DONE"
                 DELIMITED BY SIZE INTO PRT
               GO TO P1-SKIP.
           MOVE 0 TO LIMIT-DAYS
           IF INS-FUTURE (1:3) NUMERIC
               MOVE INS-FUTURE (1:3) TO LIMIT-DAYS.

           IF RUN-MODE = "POST"
               PERFORM SET-COVERAGE THRU SET-COVERAGE-EXIT.

           MOVE G-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO P3.

       P2.
           READ CHARCUR NEXT
             AT END
               GO TO P3.
           IF CC-KEY8 NOT = G-GARNO
               GO TO P3.
           IF CC-PAYCODE NOT = "018" AND CC-PAYCODE NOT = "001"
               GO TO P2.
           IF CC-PROC1 = FC-PROC
               GO TO P2.
           IF CC-DAT1 NOT NUMERIC OR CC-DAT1 < RT-EFF
               GO TO P2.
           IF RT-TERM NOT = SPACE AND CC-DAT1 > RT-TERM
               GO TO P2.

           MOVE CHARCUR-KEY TO BL-KEY
           READ LINEBAL
             INVALID
               GO TO P2.
           IF BL-BALANCE NOT > 0
               GO TO P2.

           PERFORM MOVE-LINE THRU MOVE-LINE-EXIT
           GO TO P2.

       P3.
           IF ACCT-LINES = 0 AND ACCT-LATE = 0
               MOVE SPACE TO PRT
               STRING G-GARNO " NO OPEN SELF-PAY LINES IN THE"
                 " COVERAGE SPAN"
                 DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT.
           IF ACCT-LINES = 0
               GO TO P4.

           ADD 1 TO ACCT-CNTR
           MOVE ACCT-AMT TO NEF-8
           MOVE SPACE TO PRT
           STRING G-GARNO " RECOVERED TO " RT-INS
             "              " NEF-8
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT

           PERFORM PULL-BACK THRU PULL-BACK-EXIT
           IF RUN-MODE = "LIST"
               GO TO P1.

      * the ledger rows pick up the new payer code.
           MOVE "C" TO LI-FUNC
           MOVE G-GARNO TO LI-GARNO
           CALL "linepost" USING LINEPOST-PARMS.

       P4.
           IF RUN-MODE = "POST" AND GAR-CHANGED = "Y"
               READ GARFILE WITH LOCK
                 INVALID
                   GO TO P1
               END-READ
               PERFORM SET-GARFILE THRU SET-GARFILE-EXIT
               REWRITE G-MASTER
               UNLOCK GARFILE.
           GO TO P1.

       P1-SKIP.
           WRITE FILEOUT01 FROM PRT
           ADD 1 TO SKIP-CNTR
           GO TO P1.

      * the plan goes into the coverage history from the day the
      * payer says it began; a span that has already ended is closed
      * on its last day and leaves the account self-pay going
      * forward.
       SET-COVERAGE.
           MOVE "S" TO CS-FUNC
           MOVE G-GARNO TO CS-GARNO
           MOVE RT-EFF TO CS-DATE
           MOVE "retrocov" TO CS-PROGRAM
           MOVE RT-INS TO CS-INS(1)
           MOVE RT-POLICY TO CS-POLICY(1)
           MOVE SPACE TO CS-GROUP(1)
           MOVE "***" TO CS-INS(2) CS-INS(3)
           CALL "covsync" USING COVSYNC-PARMS
           IF RT-TERM NOT = SPACE AND RT-TERM < T-DATE
               MOVE "T" TO CS-FUNC
               MOVE G-GARNO TO CS-GARNO
               MOVE RT-TERM TO CS-DATE
               MOVE "retrocov" TO CS-PROGRAM
               MOVE RT-INS TO CS-INS(1)
               CALL "covsync" USING COVSYNC-PARMS
               GO TO SET-COVERAGE-EXIT.
           MOVE "Y" TO GAR-CHANGED.

       SET-COVERAGE-EXIT.
           EXIT.

      * the pulled-back flags come off, and a plan still in force
      * becomes the account's primary.
       SET-GARFILE.
           IF ACCT-LINES > 0
               MOVE SPACE TO G-DUNNING
               IF G-COLLT = "Y"
                   MOVE SPACE TO G-COLLT
               END-IF
           END-IF
           IF AGCY-PULLED = "Y"
               MOVE SPACE TO G-ASSIGNM.
           IF RT-TERM NOT = SPACE AND RT-TERM < T-DATE
               GO TO SET-GARFILE-EXIT.
           MOVE RT-INS TO G-PRINS
           MOVE RT-POLICY TO G-PRIPOL0
           MOVE SPACE TO G-PR-GROUP.

       SET-GARFILE-EXIT.
           EXIT.

      * one self-pay line in the coverage span - to the payer when
      * the filing limit allows, listed either way.
       MOVE-LINE.
           MOVE CC-PAYCODE TO OLD-PAYCODE
           IF LIMIT-DAYS > 0
               COMPUTE SVC-INT = FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL (CC-DAT1))
               IF TODAY-INT > SVC-INT + LIMIT-DAYS
                   ADD 1 TO ACCT-LATE LATE-CNTR
                   ADD BL-BALANCE TO LATE-TOT
                   MOVE BL-BALANCE TO NEF-8
                   MOVE SPACE TO PRT
                   STRING CC-KEY8 " " CC-KEY3 "  " CC-CLAIM " "
                     CC-DAT1 " " OLD-PAYCODE "  " RT-INS " " NEF-8
                     "  PAST FILING LIMIT - STAYS SELF PAY"
                     DELIMITED BY SIZE INTO PRT
                   WRITE FILEOUT01 FROM PRT
                   GO TO MOVE-LINE-EXIT.

           IF RUN-MODE = "LIST"
               GO TO MOVE-LINE-1.

           READ CHARCUR WITH LOCK
             INVALID
               GO TO MOVE-LINE-EXIT.
           MOVE RT-INS TO CC-PAYCODE
           MOVE SPACE TO CC-DATE-A
           REWRITE CHARCUR01
           UNLOCK CHARCUR

           MOVE "RETROCOV" TO AUD-PROGRAM
           MOVE CC-KEY8 TO AUD-KEY8
           MOVE CC-KEY3 TO AUD-KEY3
           MOVE BL-BALANCE TO AUD-AMOUNT
           MOVE CC-PAYCODE TO AUD-PAYCODE
           MOVE T-DATE TO AUD-DATE
           ACCEPT AUD-TIME FROM TIME
           MOVE SPACE TO AUD-OPER
           WRITE AUDITFILE01
           MOVE "C" TO CJ-FILE
           MOVE "U" TO CJ-TYPE
           MOVE CC-KEY8 TO CJ-KEY8
           MOVE CC-KEY3 TO CJ-KEY3
           MOVE CC-AMOUNT TO CJ-OLD-AMT
           MOVE CC-AMOUNT TO CJ-NEW-AMT
           MOVE "RETROCOV" TO CJ-PROGRAM
           MOVE T-DATE TO CJ-DATE
           ACCEPT CJ-TIME FROM TIME
           WRITE CHGJRNL01
           PERFORM POST-ACCT.

       MOVE-LINE-1.
           ADD 1 TO ACCT-LINES LINE-CNTR
           ADD BL-BALANCE TO ACCT-AMT RECOV-TOT
           MOVE BL-BALANCE TO NEF-8
           MOVE SPACE TO PRT
           STRING CC-KEY8 " " CC-KEY3 "  " CC-CLAIM " " CC-DAT1 " "
             OLD-PAYCODE "  " RT-INS " " NEF-8
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.

       MOVE-LINE-EXIT.
           EXIT.

      * the collection pressure comes off an account whose balance
      * has gone to the payer - dunning, finance charges, agency.
       PULL-BACK.
           IF (G-DUNNING NOT = SPACE AND G-DUNNING NOT = "0")
             OR G-COLLT = "Y"
               ADD 1 TO DUN-CNTR
               MOVE "Y" TO GAR-CHANGED
               MOVE SPACE TO PRT
               STRING G-GARNO " DUNNING LEVEL " G-DUNNING
                 " / COLLECTIONS FLAG " G-COLLT " WITHDRAWN"
                 DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT.

           PERFORM REVERSE-FC THRU REVERSE-FC-EXIT

           MOVE G-GARNO TO AG-GARNO
           READ AGCYFILE WITH LOCK
             INVALID
               GO TO PULL-BACK-EXIT.
           IF AG-STATUS NOT = "P"
               UNLOCK AGCYFILE
               GO TO PULL-BACK-EXIT.
           ADD 1 TO AGCY-CNTR
           MOVE "Y" TO GAR-CHANGED AGCY-PULLED
           MOVE SPACE TO PRT
           STRING "RECALL " G-GARNO " " G-GARNAME
             " EFFECTIVE " T-DATE " - COVERAGE FOUND"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           IF RUN-MODE = "LIST"
               UNLOCK AGCYFILE
               GO TO PULL-BACK-EXIT.
           MOVE "R" TO AG-STATUS
           MOVE T-DATE TO AG-LASTRPT
           REWRITE AGCYFILE01
           UNLOCK AGCYFILE.

       PULL-BACK-EXIT.
           EXIT.

      * every finance-charge line that still owes is adjusted off
      * under the parm paycode, line by line.
       REVERSE-FC.
           MOVE G-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO REVERSE-FC-EXIT.

       REVERSE-FC-1.
           READ CHARCUR NEXT
             AT END
               GO TO REVERSE-FC-EXIT.
           IF CC-KEY8 NOT = G-GARNO
               GO TO REVERSE-FC-EXIT.
           IF CC-PROC1 NOT = FC-PROC OR CC-PAYCODE NOT = "018"
               GO TO REVERSE-FC-1.
           MOVE CHARCUR-KEY TO BL-KEY
           READ LINEBAL
             INVALID
               GO TO REVERSE-FC-1.
           IF BL-BALANCE NOT > 0
               GO TO REVERSE-FC-1.

           ADD 1 TO FC-CNTR
           ADD BL-BALANCE TO FC-TOT
           MOVE BL-BALANCE TO NEF-8
           MOVE SPACE TO PRT
           STRING CC-KEY8 " " CC-KEY3 "  " CC-CLAIM " " CC-DAT1
             "          " NEF-8 "  FINANCE CHARGE ADJUSTED OFF"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           IF RUN-MODE = "LIST"
               GO TO REVERSE-FC-1.
           PERFORM POST-ADJ THRU POST-ADJ-EXIT
           GO TO REVERSE-FC-1.

       REVERSE-FC-EXIT.
           EXIT.

      * the adjustment row - same free-slot probe smallbal.cob uses.
       POST-ADJ.
           MOVE G-GARNO TO PC-KEY8
           MOVE 0 TO XYZ.

       POST-ADJ-1.
           ADD 1 TO XYZ
           MOVE XYZ TO PC-KEY3
           READ PAYCUR
             INVALID
               GO TO POST-ADJ-2.
           GO TO POST-ADJ-1.

       POST-ADJ-2.
           MOVE G-GARNO TO PC-KEY8
           MOVE XYZ TO PC-KEY3
           COMPUTE PC-AMOUNT = 0 - BL-BALANCE
           MOVE FC-ADJ TO PC-PAYCODE
           MOVE SPACE TO PC-DENIAL
           MOVE CC-CLAIM TO PC-CLAIM
           MOVE POST-DATE TO PC-DATE-T
           MOVE T-DATE TO PC-DATE-E
           MOVE "RETRO" TO PC-BATCH
           WRITE PAYCUR01

           MOVE "A" TO LI-FUNC
           MOVE PC-KEY8 TO LI-GARNO
           MOVE CC-KEY3 TO LI-KEY3
           MOVE PC-CLAIM TO LI-CLAIM
           MOVE PC-AMOUNT TO LI-AMOUNT
           MOVE PC-PAYCODE TO LI-PAYCODE
           MOVE PC-DENIAL TO LI-DENIAL
           MOVE "O" TO LI-BUCKET
           MOVE PC-DATE-T TO LI-DATE
           CALL "linepost" USING LINEPOST-PARMS

           MOVE "RETROCOV" TO AUD-PROGRAM
           MOVE PC-KEY8 TO AUD-KEY8
           MOVE PC-KEY3 TO AUD-KEY3
           MOVE PC-AMOUNT TO AUD-AMOUNT
           MOVE PC-PAYCODE TO AUD-PAYCODE
           MOVE T-DATE TO AUD-DATE
           ACCEPT AUD-TIME FROM TIME
           MOVE SPACE TO AUD-OPER
           WRITE AUDITFILE01
           MOVE "P" TO CJ-FILE
           MOVE "A" TO CJ-TYPE
           MOVE PC-KEY8 TO CJ-KEY8
           MOVE PC-KEY3 TO CJ-KEY3
           MOVE 0 TO CJ-OLD-AMT
           MOVE PC-AMOUNT TO CJ-NEW-AMT
           MOVE "RETROCOV" TO CJ-PROGRAM
           MOVE T-DATE TO CJ-DATE
           ACCEPT CJ-TIME FROM TIME
           WRITE CHGJRNL01
           PERFORM POST-ACCT.

       POST-ADJ-EXIT.
           EXIT.

       P9.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE RECOV-TOT TO NEF-11
           MOVE SPACE TO PRT
           STRING "ACCOUNTS RECOVERED " ACCT-CNTR "  LINES "
             LINE-CNTR "  DOLLARS " NEF-11
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE LATE-TOT TO NEF-11
           MOVE SPACE TO PRT
           STRING "PAST FILING LIMIT - LINES " LATE-CNTR
             "  DOLLARS " NEF-11
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE FC-TOT TO NEF-11
           MOVE SPACE TO PRT
           STRING "PULLED BACK - DUNNING " DUN-CNTR "  AGENCY "
             AGCY-CNTR "  FINANCE CHARGES " FC-CNTR " " NEF-11
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT

           DISPLAY "RETROCOV - MODE: " RUN-MODE
           DISPLAY "RETROCOV - COVERAGE ROWS READ: " TOT-CNTR
           DISPLAY "RETROCOV - ROWS NOT APPLIED: " SKIP-CNTR
           DISPLAY "RETROCOV - ACCOUNTS RECOVERED: " ACCT-CNTR
           DISPLAY "RETROCOV - LINES RECODED: " LINE-CNTR
           DISPLAY "RETROCOV - DOLLARS RECODED: " RECOV-TOT
           DISPLAY "RETROCOV - LINES PAST FILING LIMIT: " LATE-CNTR
           MOVE "E" TO PE-FUNC
           CALL "perchk" USING PERCHK-PARMS
           MOVE "E" TO CS-FUNC
           CALL "covsync" USING COVSYNC-PARMS
           MOVE "E" TO AC-FUNC
           CALL "acctpost" USING ACCTPOST-PARMS
           MOVE "E" TO LI-FUNC
           CALL "linepost" USING LINEPOST-PARMS
           CLOSE RETROCOV GARFILE CHARCUR INSFILE LINEBAL PAYCUR
             AGCYFILE POSTAUDIT CHGJRNL FILEOUT.
           STOP RUN.

      * every CHGJRNL line written here refreshes the account's
      * balance summary - see acctpost.cob.
       POST-ACCT.
           MOVE "J" TO AC-FUNC
           MOVE CJ-KEY8 TO AC-GARNO
           MOVE SPACE TO AC-DATE
           MOVE CJ-PROGRAM TO AC-PROGRAM
           CALL "acctpost" USING ACCTPOST-PARMS.

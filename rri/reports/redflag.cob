      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. redflag.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * the daily identity-theft Red Flags scan. The warning signs
      * live in different corners - demo-feed.cob/demo-review.cob
      * record address changes in DEMOQUEUE, retmail.cob flags
      * returned mail on GARFILE, sndx-build.cob keeps the
      * phonetic index, covsync.cob dates every coverage change -
      * and this brings them into one alert file (REDFLAG) and one
      * report. Five signs are looked for:
      *   SS  the same SSN on different garnos - EMAILAUTHFILE
      *       SSNs still on file, and policies in SSN form where
      *       the insured is the guarantor - under a different
      *       name or DOB;
      *   MI  the same carrier and member id on different garnos
      *       under a different insured name, or a different DOB
      *       when both insureds are the guarantor;
      *   AI  an address change followed within the window by a
      *       coverage change;
      *   PH  accounts whose surname and first name sound alike
      *       but whose DOBs differ;
      *   RM  returned mail on an address changed within the
      *       window (a fresh address clears the flag, so the mail
      *       came back from the new one).
      * each alert is raised once; the compliance officer works
      * them in redflag-disp.cob. Run it after sndx-build.cob so
      * the phonetic index is current.
      *
      * parm line (optional): "ins-days,mail-days" - how soon after
      * an address change a coverage change or returned mail
      * counts. Defaults 30 and 90.
           SELECT OPTIONAL PARMFILE ASSIGN TO "S25" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT GARFILE ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS G-GARNO
             ALTERNATE RECORD KEY IS G-ACCT WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT EMAILAUTHFILE ASSIGN TO "S35" ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC RECORD KEY IS EA-KEY
             ALTERNATE RECORD KEY IS EA-MEDREC WITH DUPLICATES
             ALTERNATE RECORD KEY IS EA-NAME WITH DUPLICATES
             ALTERNATE RECORD KEY IS EA-EMAIL WITH DUPLICATES
             ALTERNATE RECORD KEY IS EA-AUTH WITH DUPLICATES
             ALTERNATE RECORD KEY IS EA-DATE-E WITH DUPLICATES
             ALTERNATE RECORD KEY IS EA-SSN WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT SNDXFILE ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS SX-KEY
             LOCK MODE MANUAL.

           SELECT DEMOQUEUE ASSIGN TO "S45" ORGANIZATION IS
             INDEXED ACCESS MODE IS DYNAMIC RECORD KEY IS DQ-SEQ
             LOCK MODE MANUAL.

           SELECT COVHIST ASSIGN TO "S50" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CV-KEY
             LOCK MODE MANUAL.

           SELECT OPTIONAL REDFLAG ASSIGN TO "S55" ORGANIZATION IS
             INDEXED ACCESS MODE IS DYNAMIC RECORD KEY IS FG-SEQ
             ALTERNATE RECORD KEY IS FG-MATCH
             LOCK MODE MANUAL.

      * scratch index - identifier + garno, rebuilt each run so
      * the accounts sharing an SSN or member id read together.
           SELECT RFWORK ASSIGN TO "S60" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS RW-KEY
             LOCK MODE MANUAL.

           SELECT FILEOUT ASSIGN TO "S65" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  PARMFILE.
       01  PARMFILE01 PIC X(20).

       FD  GARFILE.
           COPY "garfile.cpy".

       FD  EMAILAUTHFILE.
           COPY "emailauthfile.cpy".

       FD  SNDXFILE.
           COPY "sndxfile.cpy".

       FD  DEMOQUEUE.
           COPY "demoqueue.cpy".

       FD  COVHIST.
           COPY "covhist.cpy".

       FD  REDFLAG.
           COPY "redflag.cpy".

       FD  RFWORK.
       01  RFWORK01.
           02 RW-KEY.
             03 RW-TYPE PIC XX.
             03 RW-VALUE PIC X(19).
             03 RW-GARNO PIC X(8).
           02 RW-NAME PIC X(24).
           02 RW-DOB PIC X(8).

       FD  FILEOUT.
       01  FILEOUT01 PIC X(120).

       WORKING-STORAGE SECTION.

       01  P-INS PIC X(4).
       01  P-MAIL PIC X(4).
       01  INS-DAYS PIC 9(4) VALUE 30.
       01  MAIL-DAYS PIC 9(4) VALUE 90.
       01  LOOK-DAYS PIC 9(4).
       01  T-DATE PIC X(8).
       01  T-INT PIC 9(7).
       01  CHG-INT PIC 9(7).
       01  CV-INT PIC 9(7).
       01  AGE-DAYS PIC S9(7).
       01  LAST-SEQ PIC 9(7) VALUE 0.
       01  SSN-X PIC X(9).
      * the alert being raised - held apart from REDFLAG01, which
      * the READ by FG-MATCH overwrites.
       01  A-TYPE PIC XX.
       01  A-GARNO PIC X(8).
       01  A-OTHER PIC X(8).
       01  A-DETAIL PIC X(60).
      * first account of an SSN / member-id group.
       01  F-GROUP PIC X(21).
       01  F-GARNO PIC X(8).
       01  F-NAME PIC X(24).
       01  F-DOB PIC X(8).
      * one phonetic group (one surname code) at a time.
       01  PH-CODE PIC X(4) VALUE SPACE.
       01  PH-CNT PIC 999 VALUE 0.
       01  PH-I PIC 999.
       01  PH-TABLE.
           02 PH-ENTRY OCCURS 200 TIMES.
             03 PH-GARNO PIC X(8).
             03 PH-DOB PIC X(8).
             03 PH-NAME PIC X(24).
             03 PH-FCODE PIC X(4).
       01  SURN PIC X(24).
       01  FIRSTN PIC X(24).
       01  THIS-FCODE PIC X(4).
       01  NEW-CNTR PIC 9(5) VALUE 0.
       01  SEEN-CNTR PIC 9(5) VALUE 0.
       01  OPEN-CNTR PIC 9(5) VALUE 0.
       01  PH-OVER-CNTR PIC 9(5) VALUE 0.
       01  TYPE-CNTRS.
           02 SS-CNTR PIC 9(5) VALUE 0.
           02 MI-CNTR PIC 9(5) VALUE 0.
           02 AI-CNTR PIC 9(5) VALUE 0.
           02 PH-CNTR PIC 9(5) VALUE 0.
           02 RM-CNTR PIC 9(5) VALUE 0.
       01  PRT PIC X(120).
       01  SNDX-PARMS.
           02 SN-NAME PIC X(24).
           02 SN-CODE PIC X(4).
       01  SSNMASK-PARMS.
           02 SN-FUNC PIC X.
           02 SN-OPER PIC X(3).
           02 SN-PASS PIC X(8).
           02 SN-SSN PIC X(9).
           02 SN-SHOW PIC X(11).
           02 SN-FULL PIC X.

       PROCEDURE DIVISION.

       P0.
           OPEN INPUT PARMFILE
           MOVE SPACE TO PARMFILE01
           READ PARMFILE
             AT END
               CONTINUE
           END-READ
           CLOSE PARMFILE
           MOVE SPACE TO P-INS P-MAIL
           UNSTRING PARMFILE01 DELIMITED BY ","
             INTO P-INS P-MAIL
           IF P-INS NOT = SPACE
               MOVE FUNCTION NUMVAL (P-INS) TO INS-DAYS.
           IF P-MAIL NOT = SPACE
               MOVE FUNCTION NUMVAL (P-MAIL) TO MAIL-DAYS.
           MOVE MAIL-DAYS TO LOOK-DAYS
           IF INS-DAYS > LOOK-DAYS
               MOVE INS-DAYS TO LOOK-DAYS.

           OPEN INPUT GARFILE EMAILAUTHFILE SNDXFILE DEMOQUEUE
             COVHIST
           OPEN I-O REDFLAG
           OPEN OUTPUT RFWORK FILEOUT
           ACCEPT T-DATE FROM DATE YYYYMMDD
           COMPUTE T-INT = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL (T-DATE))

           MOVE SPACE TO PRT
           STRING "IDENTITY-THEFT RED FLAGS  " T-DATE
             "  COVERAGE WINDOW " INS-DAYS
             " DAYS  RETURNED-MAIL WINDOW " MAIL-DAYS " DAYS"
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE "NEW ALERTS" TO FILEOUT01
           WRITE FILEOUT01

           PERFORM LAST-SEQ-1 THRU LAST-SEQ-EXIT
           PERFORM BUILD-GAR THRU BUILD-GAR-EXIT
           PERFORM BUILD-EA THRU BUILD-EA-EXIT
           CLOSE RFWORK
           OPEN INPUT RFWORK
           PERFORM SCAN-WORK THRU SCAN-WORK-EXIT
           PERFORM SCAN-PH THRU SCAN-PH-EXIT
           PERFORM SCAN-ADDR THRU SCAN-ADDR-EXIT
           PERFORM LIST-OPEN THRU LIST-OPEN-EXIT
           GO TO P9.

      * the next alert number follows the highest on file.
       LAST-SEQ-1.
           MOVE 0 TO FG-SEQ
           START REDFLAG KEY NOT < FG-SEQ
             INVALID
               GO TO LAST-SEQ-EXIT.
       LAST-SEQ-2.
           READ REDFLAG NEXT
             AT END
               GO TO LAST-SEQ-EXIT.
           MOVE FG-SEQ TO LAST-SEQ
           GO TO LAST-SEQ-2.
       LAST-SEQ-EXIT.
           EXIT.

      * every policy on every guarantor goes into the scratch
      * index - an SSN-form policy the guarantor holds as "SS",
      * anything else as "MI" under carrier + member id.
       BUILD-GAR.
           MOVE SPACE TO G-GARNO
           START GARFILE KEY NOT < G-GARNO
             INVALID
               GO TO BUILD-GAR-EXIT.
       BUILD-GAR-1.
           READ GARFILE NEXT
             AT END
               GO TO BUILD-GAR-EXIT.
           IF G-PRIPOL0 NOT = SPACE
               MOVE G-PRIPOL TO SSN-X
               IF SSN-X NUMERIC AND SSN-X NOT = ZERO
                 AND G-PRNAME = G-GARNAME
                   MOVE "SS" TO RW-TYPE
                   MOVE SSN-X TO RW-VALUE
                   MOVE G-GARNAME TO RW-NAME
                   MOVE G-DOB TO RW-DOB
                   PERFORM PUT-WORK
               ELSE
                   IF SSN-X NOT NUMERIC
                       MOVE "MI" TO RW-TYPE
                       MOVE SPACE TO RW-VALUE
                       STRING G-PRINS G-PRIPOL0 DELIMITED BY SIZE
                         INTO RW-VALUE
                       MOVE G-PRNAME TO RW-NAME
                       MOVE SPACE TO RW-DOB
                       IF G-PRNAME = G-GARNAME
                           MOVE G-DOB TO RW-DOB
                       END-IF
                       PERFORM PUT-WORK
                   END-IF
               END-IF
           END-IF
           IF G-SECPOL0 NOT = SPACE
               MOVE G-SECPOL TO SSN-X
               IF SSN-X NUMERIC AND SSN-X NOT = ZERO
                 AND G-SENAME = G-GARNAME
                   MOVE "SS" TO RW-TYPE
                   MOVE SSN-X TO RW-VALUE
                   MOVE G-GARNAME TO RW-NAME
                   MOVE G-DOB TO RW-DOB
                   PERFORM PUT-WORK
               ELSE
                   IF SSN-X NOT NUMERIC
                       MOVE "MI" TO RW-TYPE
                       MOVE SPACE TO RW-VALUE
                       STRING G-SEINS G-SECPOL0 DELIMITED BY SIZE
                         INTO RW-VALUE
                       MOVE G-SENAME TO RW-NAME
                       MOVE SPACE TO RW-DOB
                       IF G-SENAME = G-GARNAME
                           MOVE G-DOB TO RW-DOB
                       END-IF
                       PERFORM PUT-WORK
                   END-IF
               END-IF
           END-IF
           GO TO BUILD-GAR-1.
       BUILD-GAR-EXIT.
           EXIT.

      * a number already in for this garno (primary and secondary
      * alike) needs no second row.
       PUT-WORK.
           MOVE G-GARNO TO RW-GARNO
           WRITE RFWORK01
             INVALID
               CONTINUE
           END-WRITE.

       BUILD-EA.
           MOVE SPACE TO EA-KEY
           START EMAILAUTHFILE KEY NOT < EA-KEY
             INVALID
               GO TO BUILD-EA-EXIT.
       BUILD-EA-1.
           READ EMAILAUTHFILE NEXT
             AT END
               GO TO BUILD-EA-EXIT.
           IF EA-SSN NOT NUMERIC OR EA-SSN = ZERO
               GO TO BUILD-EA-1.
           MOVE EA-KEY TO G-GARNO
           READ GARFILE
             INVALID
               GO TO BUILD-EA-1.
           MOVE "SS" TO RW-TYPE
           MOVE EA-SSN TO RW-VALUE
           MOVE G-GARNAME TO RW-NAME
           MOVE G-DOB TO RW-DOB
           PERFORM PUT-WORK
           GO TO BUILD-EA-1.
       BUILD-EA-EXIT.
           EXIT.

      * each SSN / member-id group is held against its first
      * account; every other account in the group that names a
      * different person is an alert.
       SCAN-WORK.
           MOVE SPACE TO F-GROUP.
       SCAN-WORK-1.
           READ RFWORK NEXT
             AT END
               GO TO SCAN-WORK-EXIT.
           IF RFWORK01 (1:21) NOT = F-GROUP
               MOVE RFWORK01 (1:21) TO F-GROUP
               MOVE RW-GARNO TO F-GARNO
               MOVE RW-NAME TO F-NAME
               MOVE RW-DOB TO F-DOB
               GO TO SCAN-WORK-1.

           IF RW-NAME = F-NAME
             AND (RW-DOB = F-DOB OR RW-DOB = SPACE
               OR F-DOB = SPACE)
               GO TO SCAN-WORK-1.

           MOVE RW-TYPE TO A-TYPE
           MOVE F-GARNO TO A-GARNO
           MOVE RW-GARNO TO A-OTHER
           MOVE SPACE TO A-DETAIL
           IF RW-TYPE = "SS"
               MOVE "C" TO SN-FUNC
               MOVE SPACE TO SN-OPER SN-PASS
               MOVE RW-VALUE (1:9) TO SN-SSN
               CALL "ssnmask" USING SSNMASK-PARMS
               STRING "SSN " SN-SHOW " " F-DOB " VS " RW-NAME " "
                 RW-DOB DELIMITED BY SIZE INTO A-DETAIL
           ELSE
               STRING "ID " RW-VALUE " VS " RW-NAME " " RW-DOB
                 DELIMITED BY SIZE INTO A-DETAIL.
           PERFORM NEW-ALERT THRU NEW-ALERT-EXIT
           GO TO SCAN-WORK-1.
       SCAN-WORK-EXIT.
           EXIT.

      * SNDXFILE reads in surname-code order; each code's accounts
      * are tabled and every newcomer is compared with the ones
      * before it on first-name sound and DOB.
       SCAN-PH.
           MOVE LOW-VALUE TO SX-KEY
           START SNDXFILE KEY NOT < SX-KEY
             INVALID
               GO TO SCAN-PH-EXIT.
       SCAN-PH-1.
           READ SNDXFILE NEXT
             AT END
               GO TO SCAN-PH-EXIT.
           IF SX-CODE NOT = PH-CODE
               MOVE SX-CODE TO PH-CODE
               MOVE 0 TO PH-CNT.
           IF SX-DOB = SPACE OR SX-DOB = ZERO
               GO TO SCAN-PH-1.

           MOVE SPACE TO SURN FIRSTN
           UNSTRING SX-NAME DELIMITED BY ";" OR ","
             INTO SURN FIRSTN
           IF FIRSTN (1:1) = SPACE
               MOVE FIRSTN (2:23) TO SURN
               MOVE SURN TO FIRSTN.
           MOVE FIRSTN TO SN-NAME
           CALL "sndxcode" USING SNDX-PARMS
           MOVE SN-CODE TO THIS-FCODE
           IF THIS-FCODE = "0000"
               GO TO SCAN-PH-1.

           MOVE 0 TO PH-I.
       SCAN-PH-2.
           ADD 1 TO PH-I
           IF PH-I > PH-CNT
               GO TO SCAN-PH-3.
           IF PH-FCODE (PH-I) NOT = THIS-FCODE
             OR PH-DOB (PH-I) = SX-DOB
               GO TO SCAN-PH-2.
           MOVE "PH" TO A-TYPE
           MOVE PH-GARNO (PH-I) TO A-GARNO
           MOVE SX-GARNO TO A-OTHER
           MOVE SPACE TO A-DETAIL
           STRING PH-NAME (PH-I) " " PH-DOB (PH-I) " VS " SX-NAME
             " " SX-DOB DELIMITED BY SIZE INTO A-DETAIL
           PERFORM NEW-ALERT THRU NEW-ALERT-EXIT
           GO TO SCAN-PH-2.

       SCAN-PH-3.
           IF PH-CNT = 200
               ADD 1 TO PH-OVER-CNTR
               GO TO SCAN-PH-1.
           ADD 1 TO PH-CNT
           MOVE SX-GARNO TO PH-GARNO (PH-CNT)
           MOVE SX-DOB TO PH-DOB (PH-CNT)
           MOVE SX-NAME TO PH-NAME (PH-CNT)
           MOVE THIS-FCODE TO PH-FCODE (PH-CNT)
           GO TO SCAN-PH-1.
       SCAN-PH-EXIT.
           EXIT.

      * every applied address change inside the look-back is
      * checked for a coverage change soon after it and for mail
      * since returned from it.
       SCAN-ADDR.
           MOVE 0 TO DQ-SEQ
           START DEMOQUEUE KEY NOT < DQ-SEQ
             INVALID
               GO TO SCAN-ADDR-EXIT.
       SCAN-ADDR-1.
           READ DEMOQUEUE NEXT
             AT END
               GO TO SCAN-ADDR-EXIT.
           IF DQ-FIELD NOT = "ADDR" OR DQ-STATUS NOT = "A"
               GO TO SCAN-ADDR-1.
           IF DQ-DATE-W NOT NUMERIC OR DQ-DATE-W < "19000101"
               GO TO SCAN-ADDR-1.
           COMPUTE CHG-INT = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL (DQ-DATE-W))
           COMPUTE AGE-DAYS = T-INT - CHG-INT
           IF AGE-DAYS > LOOK-DAYS
               GO TO SCAN-ADDR-1.

           MOVE DQ-GARNO TO G-GARNO
           READ GARFILE
             INVALID
               GO TO SCAN-ADDR-1.
           IF AGE-DAYS NOT > MAIL-DAYS AND G-BADADDR = "B"
               MOVE "RM" TO A-TYPE
               MOVE DQ-GARNO TO A-GARNO
               MOVE DQ-DATE-W TO A-OTHER
               MOVE SPACE TO A-DETAIL
               STRING "ADDR CHANGED " DQ-DATE-W " MAIL RETURNED "
                 G-STREET " " G-CITY DELIMITED BY SIZE INTO A-DETAIL
               PERFORM NEW-ALERT THRU NEW-ALERT-EXIT.

           MOVE DQ-GARNO TO CV-GARNO
           MOVE LOW-VALUE TO CV-LEVEL CV-EFF
           START COVHIST KEY NOT < CV-KEY
             INVALID
               GO TO SCAN-ADDR-1.
       SCAN-ADDR-2.
           READ COVHIST NEXT
             AT END
               GO TO SCAN-ADDR-1.
           IF CV-GARNO NOT = DQ-GARNO
               GO TO SCAN-ADDR-1.
           IF CV-DATE NOT NUMERIC OR CV-DATE < DQ-DATE-W
               GO TO SCAN-ADDR-2.
           COMPUTE CV-INT = FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL (CV-DATE))
           IF CV-INT - CHG-INT > INS-DAYS
               GO TO SCAN-ADDR-2.
           MOVE "AI" TO A-TYPE
           MOVE DQ-GARNO TO A-GARNO
           MOVE DQ-DATE-W TO A-OTHER
           MOVE SPACE TO A-DETAIL
           STRING "ADDR CHANGED " DQ-DATE-W " COVERAGE " CV-LEVEL
             " " CV-INS " " CV-POLICY " ON " CV-DATE
             DELIMITED BY SIZE INTO A-DETAIL
           PERFORM NEW-ALERT THRU NEW-ALERT-EXIT
           GO TO SCAN-ADDR-1.
       SCAN-ADDR-EXIT.
           EXIT.

      * one warning sign, once - a new one is numbered, filed open
      * and printed; one already on file (open or disposed) only
      * has its last-seen date moved up.
       NEW-ALERT.
           MOVE A-TYPE TO FG-TYPE
           MOVE A-GARNO TO FG-GARNO
           MOVE A-OTHER TO FG-OTHER
           READ REDFLAG KEY IS FG-MATCH
             INVALID
               GO TO NEW-ALERT-1.
           MOVE T-DATE TO FG-DATE-L
           REWRITE REDFLAG01
           ADD 1 TO SEEN-CNTR
           GO TO NEW-ALERT-EXIT.

       NEW-ALERT-1.
           ADD 1 TO LAST-SEQ
           MOVE LAST-SEQ TO FG-SEQ
           MOVE A-TYPE TO FG-TYPE
           MOVE A-GARNO TO FG-GARNO
           MOVE A-OTHER TO FG-OTHER
           MOVE A-DETAIL TO FG-DETAIL
           MOVE T-DATE TO FG-DATE-F FG-DATE-L
           MOVE "O" TO FG-STATUS
           MOVE SPACE TO FG-DISP FG-NOTE FG-OPER FG-DATE-D FG-FUTURE
           WRITE REDFLAG01
           ADD 1 TO NEW-CNTR
           EVALUATE A-TYPE
             WHEN "SS" ADD 1 TO SS-CNTR
             WHEN "MI" ADD 1 TO MI-CNTR
             WHEN "AI" ADD 1 TO AI-CNTR
             WHEN "PH" ADD 1 TO PH-CNTR
             WHEN "RM" ADD 1 TO RM-CNTR
           END-EVALUATE
           MOVE SPACE TO PRT
           STRING FG-SEQ " " FG-TYPE " " FG-GARNO " " FG-OTHER " "
             FG-DETAIL DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.
       NEW-ALERT-EXIT.
           EXIT.

      * the compliance officer's worklist - everything still
      * waiting on a disposition, oldest first.
       LIST-OPEN.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE "OPEN ALERTS AWAITING DISPOSITION" TO FILEOUT01
           WRITE FILEOUT01
           MOVE 0 TO FG-SEQ
           START REDFLAG KEY NOT < FG-SEQ
             INVALID
               GO TO LIST-OPEN-EXIT.
       LIST-OPEN-1.
           READ REDFLAG NEXT
             AT END
               GO TO LIST-OPEN-EXIT.
           IF FG-STATUS NOT = "O"
               GO TO LIST-OPEN-1.
           ADD 1 TO OPEN-CNTR
           MOVE SPACE TO PRT
           STRING FG-SEQ " " FG-TYPE " " FG-GARNO " " FG-OTHER
             " FIRST " FG-DATE-F " " FG-DETAIL
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           GO TO LIST-OPEN-1.
       LIST-OPEN-EXIT.
           EXIT.

       P9.
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE SPACE TO PRT
           STRING "NEW " NEW-CNTR "  (SS " SS-CNTR " MI " MI-CNTR
             " AI " AI-CNTR " PH " PH-CNTR " RM " RM-CNTR ")  SEEN "
             SEEN-CNTR "  OPEN " OPEN-CNTR
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           IF PH-OVER-CNTR > 0
               MOVE SPACE TO PRT
               STRING "SOUND-ALIKE GROUPS OVER 200 - " PH-OVER-CNTR
                 " ACCOUNTS NOT COMPARED" DELIMITED BY SIZE INTO PRT
               WRITE FILEOUT01 FROM PRT.

           MOVE "E" TO SN-FUNC
           CALL "ssnmask" USING SSNMASK-PARMS
           DISPLAY "REDFLAG - NEW ALERTS " NEW-CNTR " SEEN AGAIN "
             SEEN-CNTR " OPEN " OPEN-CNTR
           CLOSE GARFILE EMAILAUTHFILE SNDXFILE DEMOQUEUE COVHIST
             REDFLAG RFWORK FILEOUT.
           STOP RUN.

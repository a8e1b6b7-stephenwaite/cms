      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rrmcack.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * the orders rrmc006.cob loaded.
           SELECT ORDFILE ASSIGN TO "S30" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS ORDNO
             ALTERNATE RECORD KEY IS C-DATE-E WITH DUPLICATES
             LOCK MODE MANUAL.

      * hospital account to our guarantor, the same hop rri240.cob
      * takes.
           SELECT ACTFILE ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS A-ACTNO
             ALTERNATE RECORD KEY IS A-GARNO WITH DUPLICATES
             ALTERNATE RECORD KEY IS NAME-KEY WITH DUPLICATES
             LOCK MODE MANUAL.

           SELECT CHARCUR ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CHARCUR-KEY
             ALTERNATE RECORD KEY IS CC-PAYCODE WITH DUPLICATES
             ALTERNATE RECORD KEY IS CC-DAT1 WITH DUPLICATES
             LOCK MODE MANUAL.

      * what has been paid against each charge line.
           SELECT LINEBAL ASSIGN TO "S45" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS BL-KEY
             LOCK MODE MANUAL.

           SELECT PAYCUR ASSIGN TO "S50" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS PAYCUR-KEY
             LOCK MODE MANUAL.

      * denial code descriptions - an adjustment code is not a
      * denial.
           SELECT DENIALMST ASSIGN TO "S55" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS DM-KEY
             LOCK MODE MANUAL.

      * the shared reject log rrmc006.cob/rrmc008.cob append to.
           SELECT REJFILE ASSIGN TO "S60" ORGANIZATION
             LINE SEQUENTIAL.

      * last status sent per order.
           SELECT ORDACK ASSIGN TO "S65" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS AK-ORDNO
             LOCK MODE MANUAL.

      * the outbound acknowledgment file for the RRMC interface.
           SELECT FILEOUT ASSIGN TO "S70" ORGANIZATION
             LINE SEQUENTIAL.

      * standard control-total check for the RRMC load family.
           SELECT LOADAUDIT ASSIGN TO "S75" ORGANIZATION
             LINE SEQUENTIAL.

      * line 1: feed date YYYYMMDD, blank for today - the rejects
      * logged that day go out.
           SELECT PARMFILE ASSIGN TO "S80" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  ORDFILE.
           COPY "ordfile.cpy".

       FD  ACTFILE.
           COPY "actfile.cpy".

       FD  CHARCUR.
           COPY "charcur.cpy".

       FD  LINEBAL.
           COPY "linebal.cpy".

       FD  PAYCUR.
           COPY "paycur.cpy".

       FD  DENIALMST.
           COPY "denialmst.cpy".

       FD  REJFILE.
           COPY "rejectlog.cpy".

       FD  ORDACK.
           COPY "ordack.cpy".

      * fixed-column interface record. H header, D one per order
      * status, T trailer with the detail count and the control
      * total of the detail amounts.
       FD  FILEOUT.
       01  FILEOUT01.
           02 RA-TYPE PIC X.
           02 RA-ACCT PIC X(8).
           02 RA-VISIT PIC X(7).
           02 RA-ORDSEQ PIC XXX.
           02 RA-CPT PIC X(5).
           02 RA-DOS PIC X(8).
           02 RA-STATUS PIC X.
           02 RA-REASON PIC XX.
           02 RA-REASON-TEXT PIC X(50).
           02 RA-AMOUNT PIC 9(7)V99.
           02 RA-STATDATE PIC X(8).
       01  FILEOUT-HEAD.
           02 RH-TYPE PIC X.
           02 RH-SENDER PIC X(8).
           02 RH-RECEIVER PIC X(8).
           02 RH-DATE PIC X(8).
           02 RH-TIME PIC X(8).
           02 FILLER PIC X(69).
       01  FILEOUT-TRAIL.
           02 RT-TYPE PIC X.
           02 RT-COUNT PIC 9(7).
           02 RT-TOTAL PIC 9(9)V99.
           02 RT-REJECTS PIC 9(7).
           02 FILLER PIC X(76).

       FD  LOADAUDIT.
           COPY "loadaudit.cpy".

       FD  PARMFILE.
       01  PARMFILE01 PIC X(10).

       WORKING-STORAGE SECTION.

       01  FEED-DATE PIC X(8).
       01  T-TIME PIC X(8).
       01  NEW-STAT PIC X.
       01  NEW-REASON PIC XX.
       01  NEW-TEXT PIC X(50).
       01  NEW-AMT PIC S9(6)V99.
       01  NEW-DATE PIC X(8).
       01  ACK-FLAG PIC X.
       01  PAID-FLAG PIC X.
       01  ORD-CNTR PIC 9(7) VALUE 0.
       01  REJ-CNTR PIC 9(7) VALUE 0.
       01  OUT-CNTR PIC 9(7) VALUE 0.
       01  OUT-TOTAL PIC 9(9)V99 VALUE 0.
       01  STAT-CNTR01.
           02 STAT-CNTR PIC 9(7) OCCURS 5 TIMES.
       01  STAT-IDX PIC 9.

       PROCEDURE DIVISION.

      * charge-status acknowledgment feed back to RRMC - the hospital
      * sends orders and never hears what became of them, so the
      * same bad insurance and demographics keep coming. Once a day
      * this sends every order whose status moved since the last
      * feed, keyed by their account and visit number (plus our
      * order sequence): L loaded, C coded - the charge is on, B
      * billed, P paid, D denied with the denial code and text. The
      * day's load rejects from REJECTLOG go out as R with the
      * reason, so registration can fix them at the source. The
      * trailer carries the record count and the control total of
      * the amounts, and the run writes its LOADAUDIT line like the
      * rest of the RRMC family.
       P0.
           OPEN INPUT ORDFILE ACTFILE CHARCUR LINEBAL PAYCUR DENIALMST
             REJFILE PARMFILE.
           OPEN I-O ORDACK.
           OPEN OUTPUT FILEOUT.
           OPEN EXTEND LOADAUDIT.
           ACCEPT FEED-DATE FROM DATE YYYYMMDD.
           ACCEPT T-TIME FROM TIME.
           MOVE 0 TO STAT-CNTR (1) STAT-CNTR (2) STAT-CNTR (3)
             STAT-CNTR (4) STAT-CNTR (5)

           READ PARMFILE
             AT END
               GO TO P0A.
           IF PARMFILE01(1:8) NUMERIC
               MOVE PARMFILE01(1:8) TO FEED-DATE.

       P0A.
           MOVE SPACE TO FILEOUT-HEAD
           MOVE "H" TO RH-TYPE
           MOVE "RRI" TO RH-SENDER
           MOVE "RRMC" TO RH-RECEIVER
           MOVE FEED-DATE TO RH-DATE
           MOVE T-TIME TO RH-TIME
           WRITE FILEOUT-HEAD.

      * the day's load rejects.
       P1.
           READ REJFILE
             AT END
               GO TO P2.
           IF RJ-DATE NOT = FEED-DATE
               GO TO P1.
           IF RJ-PROGRAM NOT = "RRMC006 " AND "RRMC008 "
               GO TO P1.

           MOVE SPACE TO FILEOUT01
           MOVE "D" TO RA-TYPE
           MOVE RJ-ACCT TO RA-ACCT
           MOVE RJ-VISIT TO RA-VISIT
           MOVE "R" TO RA-STATUS
           MOVE RJ-REASON-CODE TO RA-REASON
           MOVE RJ-REASON-TEXT TO RA-REASON-TEXT
           MOVE 0 TO RA-AMOUNT
           MOVE RJ-DATE TO RA-STATDATE
           WRITE FILEOUT01
           ADD 1 TO OUT-CNTR REJ-CNTR
           GO TO P1.

      * every order on file - one already acknowledged paid is done.
       P2.
           MOVE SPACE TO ORDNO
           START ORDFILE KEY NOT < ORDNO
             INVALID
               GO TO P8.

       P3.
           READ ORDFILE NEXT
             AT END
               GO TO P8.
           IF C-IND = "-"
               GO TO P3.
           ADD 1 TO ORD-CNTR

           MOVE "Y" TO ACK-FLAG
           MOVE ORDNO TO AK-ORDNO
           READ ORDACK WITH LOCK
             INVALID
               MOVE "N" TO ACK-FLAG
           END-READ
           IF ACK-FLAG = "Y" AND AK-STATUS = "P"
               GO TO P3.

           PERFORM GET-STATUS THRU GET-STATUS-EXIT
           IF ACK-FLAG = "Y" AND AK-STATUS = NEW-STAT
             AND AK-REASON = NEW-REASON
               GO TO P3.

           MOVE SPACE TO FILEOUT01
           MOVE "D" TO RA-TYPE
           MOVE ORD8 TO RA-ACCT
           MOVE C-VISITNO TO RA-VISIT
           MOVE ORD3 TO RA-ORDSEQ
           MOVE C-CPT TO RA-CPT
           MOVE C-DATE-T TO RA-DOS
           MOVE NEW-STAT TO RA-STATUS
           MOVE NEW-REASON TO RA-REASON
           MOVE NEW-TEXT TO RA-REASON-TEXT
           MOVE 0 TO RA-AMOUNT
           IF NEW-AMT > 0
               MOVE NEW-AMT TO RA-AMOUNT
           END-IF
           MOVE NEW-DATE TO RA-STATDATE
           WRITE FILEOUT01
           ADD 1 TO OUT-CNTR
           ADD RA-AMOUNT TO OUT-TOTAL
           PERFORM COUNT-STAT

           MOVE NEW-STAT TO AK-STATUS
           MOVE NEW-REASON TO AK-REASON
           MOVE FEED-DATE TO AK-SENT
           IF ACK-FLAG = "Y"
               REWRITE ORDACK01
           ELSE
               MOVE ORDNO TO AK-ORDNO
               MOVE SPACE TO AK-FUTURE
               WRITE ORDACK01
           END-IF
           GO TO P3.

      * an order is loaded until a charge for the same CPT and date
      * of service lands on the guarantor; the charge then reads
      * coded, billed once a claim has gone, paid once the payer has
      * paid on it or nothing is left owing, denied when a denial
      * code has been posted against its claim with nothing paid.
       GET-STATUS.
           MOVE "L" TO NEW-STAT
           MOVE SPACE TO NEW-REASON NEW-TEXT
           MOVE 0 TO NEW-AMT
           MOVE C-DATE-E TO NEW-DATE
           MOVE ORD8 TO A-ACTNO
           READ ACTFILE
             INVALID
               GO TO GET-STATUS-EXIT.
           IF A-GARNO = SPACE
               GO TO GET-STATUS-EXIT.
           MOVE A-GARNO TO CC-KEY8
           MOVE SPACE TO CC-KEY3
           START CHARCUR KEY NOT < CHARCUR-KEY
             INVALID
               GO TO GET-STATUS-EXIT.

       GET-STATUS-1.
           READ CHARCUR NEXT
             AT END
               GO TO GET-STATUS-EXIT.
           IF CC-KEY8 NOT = A-GARNO
               GO TO GET-STATUS-EXIT.
           IF CC-PROC1 NOT = C-CPT
               GO TO GET-STATUS-1.
           IF CC-DATE-T NOT = C-DATE-T AND CC-DAT1 NOT = C-DATE-T
               GO TO GET-STATUS-1.

           MOVE "C" TO NEW-STAT
           MOVE CC-AMOUNT TO NEW-AMT
           MOVE FEED-DATE TO NEW-DATE
           IF CC-REC-STAT = "2" OR "3"
             OR (CC-DATE-A NUMERIC AND CC-DATE-A NOT = ZEROES)
               MOVE "B" TO NEW-STAT
               MOVE CC-DATE-A TO NEW-DATE
           END-IF

           MOVE "N" TO PAID-FLAG
           MOVE CHARCUR-KEY TO BL-KEY
           READ LINEBAL
             INVALID
               CONTINUE
             NOT INVALID
               IF BL-INSPAID > 0
                 OR (BL-CHARGE > 0 AND BL-BALANCE NOT > 0)
                   MOVE "Y" TO PAID-FLAG
               END-IF
           END-READ
           IF PAID-FLAG = "Y"
               MOVE "P" TO NEW-STAT
               IF BL-LASTPAY NOT = SPACE
                   MOVE BL-LASTPAY TO NEW-DATE
               END-IF
               GO TO GET-STATUS-EXIT.

           IF NEW-STAT = "B"
               PERFORM GET-DENIAL THRU GET-DENIAL-EXIT.

       GET-STATUS-EXIT.
           EXIT.

       GET-DENIAL.
           MOVE CC-KEY8 TO PC-KEY8
           MOVE SPACE TO PC-KEY3
           START PAYCUR KEY NOT < PAYCUR-KEY
             INVALID
               GO TO GET-DENIAL-EXIT.

       GET-DENIAL-1.
           READ PAYCUR NEXT
             AT END
               GO TO GET-DENIAL-EXIT.
           IF PC-KEY8 NOT = CC-KEY8
               GO TO GET-DENIAL-EXIT.
           IF PC-CLAIM NOT = CC-CLAIM OR PC-DENIAL = SPACE
               GO TO GET-DENIAL-1.
           MOVE PC-DENIAL TO DM-KEY
           READ DENIALMST
             INVALID
               MOVE SPACE TO DM-DESC DM-ADJ
           END-READ
           IF DM-ADJ = "Y"
               GO TO GET-DENIAL-1.
           MOVE "D" TO NEW-STAT
           MOVE PC-DENIAL TO NEW-REASON
           MOVE DM-DESC TO NEW-TEXT
           MOVE PC-DATE-T TO NEW-DATE
           GO TO GET-DENIAL-1.

       GET-DENIAL-EXIT.
           EXIT.

       COUNT-STAT.
           EVALUATE NEW-STAT
             WHEN "L"
               MOVE 1 TO STAT-IDX
             WHEN "C"
               MOVE 2 TO STAT-IDX
             WHEN "B"
               MOVE 3 TO STAT-IDX
             WHEN "P"
               MOVE 4 TO STAT-IDX
             WHEN OTHER
               MOVE 5 TO STAT-IDX
           END-EVALUATE
           ADD 1 TO STAT-CNTR (STAT-IDX).

       P8.
           MOVE SPACE TO FILEOUT-TRAIL
           MOVE "T" TO RT-TYPE
           MOVE OUT-CNTR TO RT-COUNT
           MOVE OUT-TOTAL TO RT-TOTAL
           MOVE REJ-CNTR TO RT-REJECTS
           WRITE FILEOUT-TRAIL

           MOVE "RRMCACK " TO LA-PROGRAM
           MOVE ORD-CNTR TO LA-INPUT-CNTR
           MOVE OUT-TOTAL TO LA-AMOUNT
           MOVE REJ-CNTR TO LA-REJECT-CNTR
           ACCEPT LA-DATE FROM DATE YYYYMMDD
           ACCEPT LA-TIME FROM TIME
           WRITE LOADAUDIT01.

       P9.
           DISPLAY "RRMCACK - ORDERS READ: " ORD-CNTR
           DISPLAY "RRMCACK - REJECTS SENT: " REJ-CNTR
           DISPLAY "RRMCACK - LOADED SENT: " STAT-CNTR (1)
           DISPLAY "RRMCACK - CODED SENT: " STAT-CNTR (2)
           DISPLAY "RRMCACK - BILLED SENT: " STAT-CNTR (3)
           DISPLAY "RRMCACK - PAID SENT: " STAT-CNTR (4)
           DISPLAY "RRMCACK - DENIED SENT: " STAT-CNTR (5)
           DISPLAY "RRMCACK - RECORDS SENT: " OUT-CNTR
           CLOSE ORDFILE ACTFILE CHARCUR LINEBAL PAYCUR DENIALMST
             REJFILE ORDACK FILEOUT LOADAUDIT PARMFILE.
           STOP RUN.

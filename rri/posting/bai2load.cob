      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bai2load.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * the bank's BAI2 prior-day file - comma-separated records
      * ending "/", 88 records continuing the one before.
           SELECT FILEIN ASSIGN TO "S30" ORGANIZATION
             LINE SEQUENTIAL.

           SELECT BANKEFT ASSIGN TO "S35" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS BK-KEY
             LOCK MODE MANUAL.

      * what was loaded, and what was not.
           SELECT FILEOUT ASSIGN TO "S40" ORGANIZATION
             LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  FILEIN.
       01  FILEIN01 PIC X(200).

       FD  BANKEFT.
           COPY "bankeft.cpy".

       FD  FILEOUT.
       01  FILEOUT01 PIC X(132).

       WORKING-STORAGE SECTION.

       01  T-DATE PIC X(8).
       01  ASOF-DATE PIC X(8).
       01  ASOF-6 PIC X(6).
       01  CUR-ACCOUNT PIC X(20).
       01  SKIP-ACCT PIC X VALUE "N".
       01  NEXT-SEQ PIC 9(5).
       01  REC-PTR PIC 999.
       01  FIELD-W PIC X(30).
       01  FUNDS-TYPE PIC X.
       01  FUNDS-CNT PIC 999.
       01  DET-PEND PIC X VALUE "N".
       01  DET-TYPE PIC XXX.
       01  DET-AMOUNT PIC X(15).
       01  DET-BANKREF PIC X(16).
       01  DET-CUSTREF PIC X(16).
       01  DET-TEXT PIC X(80).
       01  TEXT-LEN PIC 99.
       01  TRN-POS PIC 99.
       01  TYPE-NUM PIC 999.
       01  TRACE-W PIC X(30).
       01  PAYERID-W PIC X(10).
       01  EDIT-AMT PIC ZZZZ,ZZ9.99-.
       01  DET-CNTR PIC 9(7) VALUE 0.
       01  EFT-CNTR PIC 9(7) VALUE 0.
       01  CRED-CNTR PIC 9(7) VALUE 0.
       01  DEB-CNTR PIC 9(7) VALUE 0.
       01  DUP-CNTR PIC 9(7) VALUE 0.
       01  EFT-TOT PIC S9(9)V99 VALUE 0.
       01  PRT PIC X(132).

       PROCEDURE DIVISION.

      * BAI2 prior-day importer - every credit the bank reports on
      * our accounts lands on BANKEFT. An ACH credit (type 142,
      * 165, 166 or 169) or any credit whose addenda text carries a
      * TRN*1 segment is an EFT remit: its trace is taken from the
      * TRN (the same trace the payer puts in the 835's TRN02),
      * else from the customer reference, and eftmatch.cob matches
      * it to its 835. Other credits are kept as "N" so the day's
      * deposits are all on file. Debits are counted and skipped.
      * An account already loaded for the file's as-of date is not
      * loaded twice.
       P0.
           OPEN INPUT FILEIN.
           OPEN I-O BANKEFT.
           OPEN OUTPUT FILEOUT.
           ACCEPT T-DATE FROM DATE YYYYMMDD.
           MOVE SPACE TO ASOF-DATE CUR-ACCOUNT.

       P1.
           READ FILEIN
             AT END
               GO TO P8.

           IF FILEIN01(1:3) = "88,"
               PERFORM ADD-CONTINUE THRU ADD-CONTINUE-EXIT
               GO TO P1.

           PERFORM POST-DETAIL THRU POST-DETAIL-EXIT

           IF FILEIN01(1:3) = "02,"
               PERFORM GROUP-HEAD THRU GROUP-HEAD-EXIT
               GO TO P1.

           IF FILEIN01(1:3) = "03,"
               PERFORM ACCT-HEAD THRU ACCT-HEAD-EXIT
               GO TO P1.

           IF FILEIN01(1:3) = "16,"
               PERFORM TAKE-DETAIL THRU TAKE-DETAIL-EXIT.
           GO TO P1.

      * 02,receiver,originator,status,as-of YYMMDD,...
       GROUP-HEAD.
           MOVE 1 TO REC-PTR
           PERFORM GET-FIELD
           PERFORM GET-FIELD
           PERFORM GET-FIELD
           PERFORM GET-FIELD
           PERFORM GET-FIELD
           MOVE FIELD-W TO ASOF-6
           MOVE SPACE TO ASOF-DATE
           STRING "20" ASOF-6 DELIMITED BY SIZE INTO ASOF-DATE
           PERFORM FIND-NEXT-SEQ THRU FIND-NEXT-SEQ-EXIT
           MOVE SPACE TO PRT
           STRING "BAI2 PRIOR-DAY AS OF " ASOF-DATE "  LOADED " T-DATE
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01.
       GROUP-HEAD-EXIT.
           EXIT.

      * 03,account,currency,... - an account already on file for
      * this as-of date is skipped whole.
       ACCT-HEAD.
           MOVE 1 TO REC-PTR
           PERFORM GET-FIELD
           PERFORM GET-FIELD
           MOVE FIELD-W TO CUR-ACCOUNT
           MOVE "N" TO SKIP-ACCT
           MOVE ASOF-DATE TO BK-ASOF
           MOVE 0 TO BK-SEQ
           START BANKEFT KEY NOT < BK-KEY
             INVALID
               GO TO ACCT-HEAD-9.

       ACCT-HEAD-1.
           READ BANKEFT NEXT
             AT END
               GO TO ACCT-HEAD-9.
           IF BK-ASOF NOT = ASOF-DATE
               GO TO ACCT-HEAD-9.
           IF BK-ACCOUNT NOT = CUR-ACCOUNT
               GO TO ACCT-HEAD-1.
           MOVE "Y" TO SKIP-ACCT
           MOVE SPACE TO PRT
           STRING "ACCOUNT " CUR-ACCOUNT " ALREADY LOADED FOR "
             ASOF-DATE " - SKIPPED" DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.

       ACCT-HEAD-9.
           MOVE SPACE TO PRT
           STRING "ACCOUNT " CUR-ACCOUNT DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.
       ACCT-HEAD-EXIT.
           EXIT.

      * 16,type,amount,funds type[,availability],bank ref,customer
      * ref,text - the text runs to the end of the record, commas
      * and all.
       TAKE-DETAIL.
           MOVE 1 TO REC-PTR
           PERFORM GET-FIELD
           PERFORM GET-FIELD
           MOVE FIELD-W TO DET-TYPE
           PERFORM GET-FIELD
           MOVE FIELD-W TO DET-AMOUNT
           PERFORM GET-FIELD
           MOVE FIELD-W TO FUNDS-TYPE
           IF FUNDS-TYPE = "S"
               PERFORM GET-FIELD
               PERFORM GET-FIELD
               PERFORM GET-FIELD.
           IF FUNDS-TYPE = "V"
               PERFORM GET-FIELD
               PERFORM GET-FIELD.
           IF FUNDS-TYPE = "D"
               PERFORM GET-FIELD
               MOVE 0 TO FUNDS-CNT
               IF FIELD-W NOT = SPACE
                   COMPUTE FUNDS-CNT = FUNCTION NUMVAL (FIELD-W) * 2
               END-IF
               PERFORM GET-FIELD FUNDS-CNT TIMES.
           PERFORM GET-FIELD
           MOVE FIELD-W TO DET-BANKREF
           PERFORM GET-FIELD
           MOVE FIELD-W TO DET-CUSTREF
           MOVE SPACE TO DET-TEXT
           IF REC-PTR < 200
               MOVE FILEIN01(REC-PTR:) TO DET-TEXT.
           PERFORM STRIP-TEXT THRU STRIP-TEXT-EXIT
           MOVE "Y" TO DET-PEND.
       TAKE-DETAIL-EXIT.
           EXIT.

       GET-FIELD.
           MOVE SPACE TO FIELD-W
           IF REC-PTR < 201
               UNSTRING FILEIN01 DELIMITED BY "," OR "/"
                 INTO FIELD-W WITH POINTER REC-PTR.

      * 88,more text - the detail's text carries on.
       ADD-CONTINUE.
           IF DET-PEND NOT = "Y"
               GO TO ADD-CONTINUE-EXIT.
           IF TEXT-LEN > 79
               GO TO ADD-CONTINUE-EXIT.
           STRING FILEIN01(4:) DELIMITED BY SIZE
             INTO DET-TEXT WITH POINTER TEXT-LEN
           PERFORM STRIP-TEXT THRU STRIP-TEXT-EXIT.
       ADD-CONTINUE-EXIT.
           EXIT.

      * trailing spaces and the record's closing "/" off; TEXT-LEN
      * ends up where more text would go.
       STRIP-TEXT.
           MOVE 80 TO TEXT-LEN.

       STRIP-TEXT-1.
           IF TEXT-LEN = 0
               GO TO STRIP-TEXT-2.
           IF DET-TEXT(TEXT-LEN:1) = SPACE
               SUBTRACT 1 FROM TEXT-LEN
               GO TO STRIP-TEXT-1.
           IF DET-TEXT(TEXT-LEN:1) = "/"
               MOVE SPACE TO DET-TEXT(TEXT-LEN:1)
               SUBTRACT 1 FROM TEXT-LEN.

       STRIP-TEXT-2.
           ADD 1 TO TEXT-LEN.
       STRIP-TEXT-EXIT.
           EXIT.

       POST-DETAIL.
           IF DET-PEND NOT = "Y"
               GO TO POST-DETAIL-EXIT.
           MOVE "N" TO DET-PEND
           ADD 1 TO DET-CNTR
           IF SKIP-ACCT = "Y"
               ADD 1 TO DUP-CNTR
               GO TO POST-DETAIL-EXIT.
           IF DET-TYPE NOT NUMERIC
               GO TO POST-DETAIL-EXIT.
           MOVE DET-TYPE TO TYPE-NUM
           IF TYPE-NUM < 100 OR TYPE-NUM > 399
               ADD 1 TO DEB-CNTR
               GO TO POST-DETAIL-EXIT.

           MOVE SPACE TO BANKEFT01
           MOVE ASOF-DATE TO BK-ASOF
           ADD 1 TO NEXT-SEQ
           MOVE NEXT-SEQ TO BK-SEQ
           MOVE CUR-ACCOUNT TO BK-ACCOUNT
           MOVE DET-TYPE TO BK-TYPE
           MOVE 0 TO BK-AMOUNT
           IF DET-AMOUNT NOT = SPACE
               COMPUTE BK-AMOUNT = FUNCTION NUMVAL (DET-AMOUNT) / 100.
           MOVE DET-BANKREF TO BK-BANKREF
           MOVE DET-CUSTREF TO BK-CUSTREF
           MOVE DET-TEXT TO BK-TEXT
           PERFORM FIND-TRACE THRU FIND-TRACE-EXIT
           MOVE TRACE-W TO BK-TRACE
           MOVE PAYERID-W TO BK-PAYERID
           MOVE "N" TO BK-STATUS
           IF TRACE-W NOT = SPACE
               MOVE SPACE TO BK-STATUS
               ADD 1 TO EFT-CNTR
               ADD BK-AMOUNT TO EFT-TOT
           ELSE
               ADD 1 TO CRED-CNTR
           END-IF
           MOVE SPACE TO BK-MATCHED BK-FUTURE
           WRITE BANKEFT01

           MOVE BK-AMOUNT TO EDIT-AMT
           MOVE SPACE TO PRT
           STRING "  " BK-TYPE " " EDIT-AMT " " BK-STATUS " "
             BK-TRACE " " BK-PAYERID " " BK-TEXT(1:40)
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT.
       POST-DETAIL-EXIT.
           EXIT.

      * TRN*1*trace*company id in the addenda text; an ACH credit
      * without one goes by its customer reference.
       FIND-TRACE.
           MOVE SPACE TO TRACE-W PAYERID-W
           MOVE 0 TO TRN-POS
           INSPECT DET-TEXT TALLYING TRN-POS
             FOR CHARACTERS BEFORE INITIAL "TRN*1*"
           IF TRN-POS < 74
               UNSTRING DET-TEXT(TRN-POS + 7:)
                 DELIMITED BY "*" OR "\" OR "~" OR "/" OR " "
                 INTO TRACE-W PAYERID-W
               GO TO FIND-TRACE-EXIT.
           IF DET-TYPE = "142" OR "165" OR "166" OR "169"
               MOVE DET-CUSTREF TO TRACE-W.
       FIND-TRACE-EXIT.
           EXIT.

       FIND-NEXT-SEQ.
           MOVE 0 TO NEXT-SEQ
           MOVE ASOF-DATE TO BK-ASOF
           MOVE 0 TO BK-SEQ
           START BANKEFT KEY NOT < BK-KEY
             INVALID
               GO TO FIND-NEXT-SEQ-EXIT.

       FIND-NEXT-SEQ-1.
           READ BANKEFT NEXT
             AT END
               GO TO FIND-NEXT-SEQ-EXIT.
           IF BK-ASOF NOT = ASOF-DATE
               GO TO FIND-NEXT-SEQ-EXIT.
           MOVE BK-SEQ TO NEXT-SEQ
           GO TO FIND-NEXT-SEQ-1.

       FIND-NEXT-SEQ-EXIT.
           EXIT.

       P8.
           PERFORM POST-DETAIL THRU POST-DETAIL-EXIT
           MOVE SPACE TO FILEOUT01
           WRITE FILEOUT01
           MOVE EFT-TOT TO EDIT-AMT
           MOVE SPACE TO PRT
           STRING "DETAILS " DET-CNTR "  EFTS " EFT-CNTR " FOR "
             EDIT-AMT "  OTHER CREDITS " CRED-CNTR "  DEBITS "
             DEB-CNTR "  ALREADY LOADED " DUP-CNTR
             DELIMITED BY SIZE INTO PRT
           WRITE FILEOUT01 FROM PRT

           DISPLAY "BAI2LOAD - DETAIL RECORDS: " DET-CNTR
           DISPLAY "BAI2LOAD - EFTS: " EFT-CNTR
           DISPLAY "BAI2LOAD - OTHER CREDITS: " CRED-CNTR
           DISPLAY "BAI2LOAD - ALREADY LOADED: " DUP-CNTR
           CLOSE FILEIN BANKEFT FILEOUT.
           STOP RUN.

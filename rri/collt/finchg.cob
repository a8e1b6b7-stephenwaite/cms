             ALTERNATE RECORD KEY IS CC-DAT1 WITH DUPLICATES
             LOCK MODE MANUAL.

      * guarantor balance summary acctpost.cob keeps as postings
      * are journaled.
           SELECT ACCTBAL ASSIGN TO "S40" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS AB-GARNO
             LOCK MODE MANUAL.

           SELECT BUDFILE ASSIGN TO "S45" ORGANIZATION IS INDEXED
           SELECT CHGJRNL ASSIGN TO "S65" ORGANIZATION
             LINE SEQUENTIAL.

      * open billing disputes dispute-maint.cob keeps - only the
      * disputed amount is held back; the rest is pursued as usual.
           SELECT DISPUTE ASSIGN TO "S75" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS DP-KEY
             LOCK MODE MANUAL.

       DATA DIVISION.

       FILE SECTION.
           02 CC-DX5 PIC X(7).
           02 CC-DX6 PIC X(7).
           02 CC-FUTURE PIC X(6).
           02 CC-UNITS PIC 9(4).

       FD  ACCTBAL.
           COPY "acctbal.cpy".

       FD  BUDFILE.
           COPY "budplan.cpy".
       FD  QMBFILE.
           COPY "qmbfile.cpy".

       FD  DISPUTE.
           COPY "dispute.cpy".

       FD  CHGJRNL.
           COPY "chgjrnl.cpy".

       01  FC-AMT PIC 9(3)V99.
       01  XYZ PIC 999.
       01  T-DATE PIC X(8).
       01  POST-DATE PIC X(8).
       01  QMB-CNTR PIC 9(7) VALUE 0.
       01  DISP-AMT PIC S9(6)V99.
       01  DISP-CNTR PIC 9(7) VALUE 0.
       01  TODAY-INT PIC 9(7).
       01  OLD-INT PIC 9(7).
       01  AGE-DAYS PIC S9(5).
       01  TOT-CNTR PIC 9(7) VALUE 0.
       01  ASSESS-CNTR PIC 9(7) VALUE 0.
       01  FC-TOT PIC S9(7)V99 VALUE 0.
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

      * under the dedicated finance-charge procedure code so the
      * month-end register and any reversal can find every one.
       P0.
           OPEN INPUT ACCTBAL PARMFILE BUDFILE GARFILE HOLDSTAT.
           OPEN INPUT QMBFILE.
           OPEN INPUT DISPUTE.
           OPEN I-O CHARCUR.
           OPEN OUTPUT FILEOUT.
           OPEN EXTEND CHGJRNL.
           ACCEPT T-DATE FROM DATE YYYYMMDD.
      * postings carry today's date unless today's month has been
      * closed - perchk.cob then names the open date to post under.
           MOVE "C" TO PE-FUNC
           MOVE T-DATE TO PE-DATE
           CALL "perchk" USING PERCHK-PARMS
           MOVE PE-OPEN-DATE TO POST-DATE
           IF PE-RESULT = "N"
               DISPLAY "FINCHG - " PE-MSG
                 " - POSTING AS OF " POST-DATE.
           COMPUTE TODAY-INT =
             FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (T-DATE)).

           IF CLAIM-TOT NOT > 0
               GO TO P1.

      * no finance charge on money in dispute - the charge is
      * figured on the undisputed balance only.
           PERFORM GET-DISPUTE THRU GET-DISPUTE-EXIT
           IF DISP-AMT > 0
               SUBTRACT DISP-AMT FROM CLAIM-TOT
               IF CLAIM-TOT NOT > 0
                   ADD 1 TO DISP-CNTR
                   GO TO P1
               END-IF
           END-IF

      * both the oldest open charge and the last statement must be
      * past the grace period.
           IF OLDEST-DAT = SPACE OR OLDEST-DAT NOT NUMERIC

           GO TO P1.

      * the patient balance off ACCTBAL; only an account that owes
      * has its "018" lines read, for the oldest open charge date.
      * Lines already carrying the finance-charge procedure code
      * never draw a second charge on themselves into the
      * oldest-date test.
       GET-BALANCE.
           MOVE 0 TO CLAIM-TOT
           MOVE SPACE TO OLDEST-DAT
           MOVE G-GARNO TO AB-GARNO
           READ ACCTBAL
             INVALID
               GO TO GET-BALANCE-EXIT.
           MOVE AB-PATBAL TO CLAIM-TOT
           IF CLAIM-TOT NOT > 0
               GO TO GET-BALANCE-EXIT.

       GET-BALANCE-2.
           MOVE G-GARNO TO CC-KEY8.
               GO TO GET-BALANCE-EXIT.

           IF CC-PAYCODE = "018"
               IF CC-PROC1 NOT = FC-PROC
                 AND (OLDEST-DAT = SPACE OR CC-DAT1 < OLDEST-DAT)
                   MOVE CC-DAT1 TO OLDEST-DAT
       GET-BALANCE-EXIT.
           EXIT.

      * the money the guarantor's open billing disputes hold back.
       GET-DISPUTE.
           MOVE 0 TO DISP-AMT
           MOVE G-GARNO TO DP-GARNO
           MOVE 0 TO DP-CASE
           START DISPUTE KEY NOT < DP-KEY
             INVALID
               GO TO GET-DISPUTE-EXIT.

       GET-DISPUTE-1.
           READ DISPUTE NEXT
             AT END
               GO TO GET-DISPUTE-EXIT.
           IF DP-GARNO NOT = G-GARNO
               GO TO GET-DISPUTE-EXIT.
           IF DP-STATUS = "O"
               ADD DP-AMOUNT TO DISP-AMT.
           GO TO GET-DISPUTE-1.

       GET-DISPUTE-EXIT.
           EXIT.

      * finance charge as its own CHARCUR line - open paycode so it
      * is owed, dedicated procedure code so it is separable. Same
      * free-slot probe hipr136.cob uses.
           MOVE FC-PROC TO CC-PROC1
           MOVE SPACE TO CC-PROC2
           MOVE FC-AMT TO CC-AMOUNT
           MOVE 1 TO CC-UNITS
           MOVE "018" TO CC-PAYCODE
           MOVE T-DATE TO CC-DAT1
           MOVE POST-DATE TO CC-DATE-T
           WRITE CHARCUR01

           MOVE "C" TO CJ-FILE
           MOVE "FINCHG  " TO CJ-PROGRAM
           MOVE T-DATE TO CJ-DATE
           ACCEPT CJ-TIME FROM TIME
           WRITE CHGJRNL01
           PERFORM POST-LINES
           PERFORM POST-ACCT.

       POST-CHARGE-EXIT.
           EXIT.
           DISPLAY "FINCHG - CHARGES ASSESSED: " ASSESS-CNTR
           DISPLAY "FINCHG - DOLLARS ASSESSED: " FC-TOT
           DISPLAY "FINCHG - HELD - QMB: " QMB-CNTR
           DISPLAY "FINCHG - HELD - ALL IN DISPUTE: " DISP-CNTR
           MOVE "E" TO PE-FUNC
           CALL "perchk" USING PERCHK-PARMS
           MOVE "E" TO AC-FUNC
           CALL "acctpost" USING ACCTPOST-PARMS
           MOVE "E" TO LI-FUNC
           CALL "linepost" USING LINEPOST-PARMS
           CLOSE GARFILE CHARCUR ACCTBAL BUDFILE HOLDSTAT QMBFILE
             DISPUTE PARMFILE FILEOUT CHGJRNL.
           STOP RUN.

      * every CHGJRNL line written here refreshes the account's
      * balance summary - see acctpost.cob.
       POST-ACCT.
           MOVE "J" TO AC-FUNC
           MOVE CJ-KEY8 TO AC-GARNO
           MOVE SPACE TO AC-DATE
           MOVE CJ-PROGRAM TO AC-PROGRAM
           CALL "acctpost" USING ACCTPOST-PARMS.

      * the new CHARCUR line is carried onto the account's LINEBAL
      * rows - see linepost.cob.
       POST-LINES.
           MOVE "C" TO LI-FUNC
           MOVE CJ-KEY8 TO LI-GARNO
           CALL "linepost" USING LINEPOST-PARMS.

      * @package cms
      * @link    http://www.cmsvt.com
      * @author  s waite <cmswest@sover.net>
      * @copyright Copyright (c) 2026 cms <cmswest@sover.net>
      * @license https://github.com/openemr/openemr/blob/master/LICENSE GNU General Public License 3
       IDENTIFICATION DIVISION.
       PROGRAM-ID. consentchk.
       AUTHOR. S WAITE.
       DATE-COMPILED. TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * the signature-on-file gate - callable the way memidchk is.
      * The caller hands in the account, the payer and the date the
      * signatures have to be good on; the guarantor's CONSENT row
      * gives the signed dates and the payer's SIGNRULE row (or the
      * "***" row) how many months each one lasts. Each comes back
      * "Y" current, "N" never signed, "X" signed but lapsed, so a
      * claim only says "signature on file" when there is one and
      * the front desk knows whose to collect.
           SELECT CONSENT ASSIGN TO "S84" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS CN-GARNO
             LOCK MODE MANUAL.

           SELECT SIGNRULE ASSIGN TO "S83" ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC RECORD KEY IS SR-INS
             LOCK MODE MANUAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CONSENT.
           COPY "consent.cpy".

       FD  SIGNRULE.
           COPY "signrule.cpy".

       WORKING-STORAGE SECTION.

       01  FILE-OPEN PIC X VALUE "N".
       01  SIGNED-DATE PIC X(8).
       01  LIFE-MONTHS PIC 99.
       01  SIGN-STATE PIC X.
       01  MON-IDX PIC 9(6).
       01  GOOD-THRU.
           02 GT-YEAR PIC 9(4).
           02 GT-MON PIC 99.
           02 GT-DAY PIC XX.

       LINKAGE SECTION.
      * SG-FUNC "C" check, "E" end of run (closes the files). SG-INS
      * is the payer's INS-KEY; spaces or no SIGNRULE row for it and
      * no "***" row means signatures never lapse. SG-AOB, SG-ROI
      * and SG-FIN come back "Y", "N" or "X"; SG-MSG names the ones
      * that are not "Y" for a worklist or error line.
       01  CONSENTCHK-PARMS.
           02 SG-FUNC PIC X.
           02 SG-GARNO PIC X(8).
           02 SG-INS PIC XXX.
           02 SG-DATE PIC X(8).
           02 SG-AOB PIC X.
           02 SG-ROI PIC X.
           02 SG-FIN PIC X.
           02 SG-MSG PIC X(40).

       PROCEDURE DIVISION USING CONSENTCHK-PARMS.

       P0.
           MOVE "N" TO SG-AOB SG-ROI SG-FIN
           MOVE SPACE TO SG-MSG

           IF SG-FUNC = "E"
               IF FILE-OPEN = "Y"
                   CLOSE CONSENT SIGNRULE
                   MOVE "N" TO FILE-OPEN
               END-IF
               GO TO P9.

           IF FILE-OPEN NOT = "Y"
               OPEN INPUT CONSENT SIGNRULE
               MOVE "Y" TO FILE-OPEN.

           MOVE SG-INS TO SR-INS
           READ SIGNRULE
             INVALID
               MOVE "***" TO SR-INS
               READ SIGNRULE
                 INVALID
                   MOVE 0 TO SR-AOB-MONTHS SR-ROI-MONTHS
                     SR-FIN-MONTHS
               END-READ
           END-READ.

           MOVE SG-GARNO TO CN-GARNO
           READ CONSENT
             INVALID
               MOVE "AOB ROI FIN NOT ON FILE" TO SG-MSG
               GO TO P9.

           MOVE CN-AOB-DATE TO SIGNED-DATE
           MOVE SR-AOB-MONTHS TO LIFE-MONTHS
           PERFORM JUDGE THRU JUDGE-EXIT
           MOVE SIGN-STATE TO SG-AOB

           MOVE CN-ROI-DATE TO SIGNED-DATE
           MOVE SR-ROI-MONTHS TO LIFE-MONTHS
           PERFORM JUDGE THRU JUDGE-EXIT
           MOVE SIGN-STATE TO SG-ROI

           MOVE CN-FIN-DATE TO SIGNED-DATE
           MOVE SR-FIN-MONTHS TO LIFE-MONTHS
           PERFORM JUDGE THRU JUDGE-EXIT
           MOVE SIGN-STATE TO SG-FIN

           STRING "AOB " SG-AOB " ROI " SG-ROI " FIN " SG-FIN
             DELIMITED BY SIZE INTO SG-MSG
           IF SG-AOB = "Y" AND SG-ROI = "Y" AND SG-FIN = "Y"
               MOVE SPACE TO SG-MSG.
           GO TO P9.

      * a signature counts from the day it was signed through the
      * same day LIFE-MONTHS later; 0 months = until revoked.
       JUDGE.
           MOVE "N" TO SIGN-STATE
           IF SIGNED-DATE NOT NUMERIC OR SIGNED-DATE > SG-DATE
               GO TO JUDGE-EXIT.
           MOVE "Y" TO SIGN-STATE
           IF LIFE-MONTHS = 0
               GO TO JUDGE-EXIT.
           COMPUTE MON-IDX = FUNCTION NUMVAL (SIGNED-DATE (1:4)) * 12
             + FUNCTION NUMVAL (SIGNED-DATE (5:2)) - 1 + LIFE-MONTHS
           DIVIDE MON-IDX BY 12 GIVING GT-YEAR REMAINDER GT-MON
           ADD 1 TO GT-MON
           MOVE SIGNED-DATE (7:2) TO GT-DAY
           IF GOOD-THRU < SG-DATE
               MOVE "X" TO SIGN-STATE.

       JUDGE-EXIT.
           EXIT.

       P9.
           GOBACK.

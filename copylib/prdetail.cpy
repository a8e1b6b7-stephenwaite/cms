      * patient-responsibility split per charge line and payer, as
      * the 835 gave it - one row per CHARCUR line + payer, the
      * latest remit for the line replacing an earlier one. The
      * CARCXREF class "P" rows say which bucket a PR reason code
      * goes in (CX-PRTYPE DD deductible, CI co-insurance, CP copay,
      * blank anything else). The 835 posters write it;
      * stmtengine.cob prints it under each service and prinq.cob
      * shows the year-to-date deductible per payer. PRD-DATE-T is
      * the date of service - deductibles run by service year.
       01  PRDETAIL01.
           02 PRD-KEY.
             03 PRD-KEY8 PIC X(8).
             03 PRD-KEY3 PIC XXX.
             03 PRD-PAYCODE PIC XXX.
           02 PRD-PAT-KEY.
             03 PRD-PATID PIC X(8).
             03 PRD-PAT-PAYCODE PIC XXX.
             03 PRD-DATE-T PIC X(8).
           02 PRD-DEDUCT PIC S9(4)V99.
           02 PRD-COINS PIC S9(4)V99.
           02 PRD-COPAY PIC S9(4)V99.
           02 PRD-OTHER PIC S9(4)V99.
           02 PRD-CLP1 PIC X(14).
           02 PRD-TRACE PIC X(15).
           02 PRD-PROGRAM PIC X(8).
           02 PRD-POST-DATE PIC X(8).
           02 PRD-FUTURE PIC X(6).

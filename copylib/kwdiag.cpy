      * shared keyword-to-diagnosis record - a word or phrase that
      * shows up in the hospital's free-text order reasons
      * (CD-CLINICAL/CD-ADMIT-DIAG on CHARNEW) and the ICD-10 codes
      * it usually means, in claim order. kwdiag-maint.cob keeps it
      * and checks every code against DIAGFILE; dxassist.cob offers
      * the codes to the coder and counts what was taken.
      *   KW-WORD - upper case, matched anywhere in the order text
      *   KW-ACCEPTED/KW-OVERRIDDEN - times the coder took the
      *     suggestion as offered or keyed something else
       01  KWDIAG01.
           02 KW-WORD PIC X(24).
           02 KW-DIAG PIC X(7) OCCURS 3 TIMES.
           02 KW-OPER PIC X(3).
           02 KW-DATE PIC X(8).
           02 KW-ACCEPTED PIC 9(6).
           02 KW-OVERRIDDEN PIC 9(6).
           02 KW-FUTURE PIC X(10).

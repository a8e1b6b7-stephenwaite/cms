      * shared KEY3 resequencing map - one line per charge or
      * payment line key3-reseq.cob moved, old line number to new,
      * so a key quoted on an old report, remit or audit line can
      * still be followed to where the line lives now. KM-FILE is
      * "CHARCUR " or "PAYCUR  "; KM-NOTE is spaces on a clean move
      * or names the cross-reference file that could not follow.
       01  KEYMAP01.
           02 KM-DATE PIC X(8).
           02 KM-TIME PIC X(8).
           02 KM-OPER PIC X(3).
           02 KM-FILE PIC X(8).
           02 KM-GARNO PIC X(8).
           02 KM-OLD PIC XXX.
           02 KM-NEW PIC XXX.
           02 KM-NOTE PIC X(30).

      * shared reference-master change-history record - one row per
      * add, change or delete of a PROCFILE, INSFILE, DOCFILENEW or
      * REFPHY record, keyed master + record key + date + time, with
      * the whole record as it was before and after. RH-FILE: "P"
      * PROCFILE, "I" INSFILE, "D" DOCFILENEW, "R" REFPHY.
      * RH-ACTION: "A" add (no before image), "C" change, "D"
      * delete (no after image). RH-OPER is the operator on the
      * screens, spaces from the batch loads (RH-PROGRAM says which).
      * refhist.cob writes it for every program that maintains
      * those masters and answers "as of" questions from it;
      * refasof.cob is the inquiry and report.
       01  REFHIST01.
           02 RH-KEY.
             03 RH-FILE PIC X.
             03 RH-RECKEY PIC X(11).
             03 RH-DATE PIC X(8).
             03 RH-TIME PIC X(8).
           02 RH-ACTION PIC X.
           02 RH-OPER PIC X(3).
           02 RH-PROGRAM PIC X(8).
           02 RH-BEFORE PIC X(150).
           02 RH-AFTER PIC X(150).
           02 RH-FUTURE PIC X(10).

           02 REV-REASON PIC X(40).
           02 REV-DATE PIC X(8).
           02 REV-TIME PIC X(8).
      * the operator who asked for the reversal - spaces when a
      * batch program (nsf.cob) backed the payment out.
           02 REV-OPER PIC X(3).

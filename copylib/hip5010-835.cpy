           02 CAS-17 PIC X(5).
           02 CAS-18 PIC X(8).
           02 CAS-19 PIC XX.
      * the same CAS segment as six group-wide reason/amount/quantity
      * triples, for the CARCXREF crosswalk lookups.
       01  CAS-TRIP01 REDEFINES CAS01.
           02 FILLER PIC X(5).
           02 CAS-TRIP OCCURS 6 TIMES.
             03 CAS-T-CARC PIC X(5).
             03 CAS-T-AMT PIC X(8).
             03 CAS-T-QTY PIC XX.
           
       01  CLMCAS01.
           02 CLMCAS-0 PIC XXX.

      * shared unmapped-CARC record - hipr136.cob/hipr146.cob/
      * hiproa.cob append one line for every CAS group + reason code
      * in the day's remits that has no CARCXREF row. carcmiss.cob
      * lists the day's lines each night so a new payer code gets a
      * crosswalk row instead of falling through the posting rules.
       01  CARCMISS01.
           02 CM-DATE PIC X(8).
           02 CM-PROGRAM PIC X(8).
           02 CM-GROUP PIC XX.
           02 CM-CARC PIC X(5).
           02 CM-AMOUNT PIC S9(6)V99.
           02 CM-CLP1 PIC X(14).
           02 CM-TRACE PIC X(15).

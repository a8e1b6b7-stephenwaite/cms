      * shared payer records-request record - one row per request
      * for medical records on a claim under review (ADR, RAC, TPE
      * or a commercial payer's audit letter), keyed garno + claim +
      * a request number so a claim pulled twice keeps both rows.
      * recreq-maint.cob keeps it, recreq-due.cob works the response
      * deadlines and recreq-qtr.cob reports exposure and results.
      * RR-TYPE: "A" ADR, "R" RAC, "T" TPE, "C" commercial payer.
      * RR-OUTCOME: "P" pending, "U" upheld, "D" denied, "R"
      * recouped. RR-AP-LEVEL is the APPEALFILE level filed against
      * a denied or recouped result - space when not appealed.
       01  RECREQ01.
           02 RR-KEY.
             03 RR-GARNO PIC X(8).
             03 RR-CLAIM PIC X(6).
             03 RR-SEQ PIC 9.
           02 RR-TYPE PIC X.
           02 RR-ENTITY PIC X(20).
           02 RR-PAYCODE PIC XXX.
           02 RR-RECEIVED PIC X(8).
           02 RR-DUE PIC X(8).
           02 RR-SENT PIC X(8).
           02 RR-DOCS PIC X(40).
           02 RR-TRACK PIC X(20).
           02 RR-OUTCOME PIC X.
           02 RR-DECIDED PIC X(8).
           02 RR-LOST PIC S9(6)V99.
           02 RR-AP-LEVEL PIC X.
           02 RR-OPER PIC X(3).
           02 RR-FUTURE PIC X(10).

      * access-accounting reports over the log the inquiry screens
      * append. DISC is the answer HIPAA entitles the patient to:
      * every operator, program, date and time their record was
      * displayed in the lookback, and every release of copies
      * roi-maint.cob logged as a disclosure. PATT is the
      * compliance officer's side: browse volume per operator,
      * flagged over the threshold.
       P0.
           OPEN INPUT PARMFILE ACCESSLOG.
           OPEN OUTPUT FILEOUT.
               IF AX-GARNO = IN-GARNO AND AX-DATE >= IN-FROM
                   ADD 1 TO HIT-CNTR
                   MOVE SPACE TO PRT FILEOUT01
                   IF AX-PROGRAM = "ROI-DISC"
                       STRING AX-DATE " " AX-TIME " OPERATOR "
                         AX-OPER " RELEASED COPIES - SEE ROI LOG"
                         DELIMITED BY SIZE INTO PRT
                   ELSE
                       STRING AX-DATE " " AX-TIME " OPERATOR "
                         AX-OPER " VIA " AX-PROGRAM
                         DELIMITED BY SIZE INTO PRT
                   END-IF
                   WRITE FILEOUT01 FROM PRT
               END-IF
           ELSE

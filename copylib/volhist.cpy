      * shared daily feed-volume history - one row per feed per run
      * date, keyed feed id + date. volchk.cob writes the night's
      * count and dollars for every feed it watches (a zero row when
      * the feed did not come in) and averages the same weekday over
      * the trailing weeks from these rows. VH-FEED is the rule name
      * from the volume runcard, followed by the department, payer
      * or other breakdown key when the rule is split.
       01  VOLHIST01.
           02 VH-KEY.
             03 VH-FEED.
               04 VH-RULE PIC X(6).
               04 VH-SPLIT PIC X(6).
             03 VH-DATE PIC X(8).
           02 VH-COUNT PIC 9(7).
           02 VH-AMOUNT PIC S9(9)V99.
           02 VH-ALERT PIC X.
           02 VH-FUTURE PIC X(10).

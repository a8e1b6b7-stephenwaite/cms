      * shared member-ID rule record - one row per insurance code
      * (INS-KEY) describing what a good policy number looks like
      * for that carrier. memidchk.cob applies it for the account
      * screens, demo-feed.cob and prebill-scrub.cob; memid-maint.cob
      * keeps it. A carrier with no row is not checked.
      *   MR-MINLEN/MR-MAXLEN - policy length bounds, 0 = any
      *   MR-PATTERN - "MBI" for the Medicare beneficiary id, else a
      *     position mask: 9 digit, A letter, X letter or digit,
      *     * anything; past the end of the mask is not checked
      *   MR-PREFIX/MR-SUFFIX - text the id must start/end with
      *   MR-GROUPREQ - "Y" = a group number must be on file
       01  MEMIDRULE01.
           02 MR-KEY PIC XXX.
           02 MR-MINLEN PIC 99.
           02 MR-MAXLEN PIC 99.
           02 MR-PATTERN PIC X(16).
           02 MR-PREFIX PIC X(4).
           02 MR-SUFFIX PIC X(4).
           02 MR-GROUPREQ PIC X.
           02 MR-DESC PIC X(30).
           02 MR-DATE PIC X(8).
           02 MR-FUTURE PIC X(6).

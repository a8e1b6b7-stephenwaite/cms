       FILE-CONTROL.

      * line 1: "REJECTLOG" when the input is a rejectlog.cpy-shaped
      * file (rrmc006/rrmc008 and the other loaders write those, and
      * x277ca.cob its rejected claims), or
      * the source program's name when it is one of the free-text
      * ERRFILE listings (err178, kin013, errr146, the claim
      * checks).

      * CHARCUR record - the rri current-charge master. Same layout
      * the established programs carry inline (hipr136.cob et al);
      * kept here so the claim builders stop COPYing from absolute
      * workstation paths. CC-UNITS (service units billed on the
      * line - SV1-04, UB-04 FL46, the MUE count, the fee multiplier;
      * zero or not numeric reads as one) widened the record - run
      * layoutcvt.cob (CHARCUR) once against a file written under
      * the old layout before any program opens it.
       01  CHARCUR01.
           02 CHARCUR-KEY.
             03 CC-KEY8 PIC X(8).
           02 CC-DX6 PIC X(7).
           02 CC-FUTURE.
             03 CC-VISITNO PIC X(6).
           02 CC-UNITS PIC 9(4).

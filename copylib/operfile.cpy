      * sign-on at the required level, and stamp the operator in
      * their audit output. OP-LEVEL: "V" view, "U" update, "D"
      * destructive. OP-STATUS: "A" active, "X" disabled.
      * OP-SSN "Y" may see a full social security number on the
      * screens that show one (ssnmask.cob); everyone else sees
      * the last four digits. OP-COMPLY "Y" is the compliance
      * officer - the one who records the disposition of an
      * identity-theft alert (redflag-disp.cob). OP-ROLE is the
      * job the operator holds - "F" front desk, "B" billing,
      * "P" payment posting, "C" collections, "S" supervisor,
      * "M" office manager, "A" auditor; sodrpt.cob lists anyone
      * whose OP-LEVEL is above what the role calls for.
       01  OPERFILE01.
           02 OP-ID PIC X(3).
           02 OP-NAME PIC X(24).
           02 OP-PASS PIC X(8).
           02 OP-LEVEL PIC X.
           02 OP-STATUS PIC X.
           02 OP-SSN PIC X.
           02 OP-COMPLY PIC X.
           02 OP-ROLE PIC X.
           02 OP-FUTURE PIC X(3).

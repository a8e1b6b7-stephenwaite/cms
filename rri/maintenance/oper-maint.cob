      * itself a destructive-level action, so the program opens
      * with its own sign-on. The very first operator is accepted
      * on an empty file so the shop can bootstrap. AO = add an
      * operator (level V/U/D, full-SSN access Y/N, compliance
      * officer Y/N, job role), CO = change level/password/SSN
      * access/compliance officer/job role, XO = disable, LO =
      * list everyone, END = end the job.
       P0.
           OPEN I-O OPERFILE.

               DISPLAY "BAD LEVEL - NOT ADDED"
               GO TO ADD-OPER-EXIT.
           MOVE IN-X(1:1) TO OP-LEVEL
           DISPLAY "FULL SSN ACCESS Y/N".
           ACCEPT IN-X.
           MOVE "N" TO OP-SSN
           IF IN-X(1:1) = "Y"
               MOVE "Y" TO OP-SSN.
           DISPLAY "COMPLIANCE OFFICER Y/N".
           ACCEPT IN-X.
           MOVE "N" TO OP-COMPLY
           IF IN-X(1:1) = "Y"
               MOVE "Y" TO OP-COMPLY.
           DISPLAY "JOB ROLE F=FRONT DESK B=BILLING P=POSTING"
             " C=COLLECTIONS S=SUPERVISOR M=MANAGER A=AUDITOR".
           ACCEPT IN-X.
           MOVE SPACE TO OP-ROLE
           IF IN-X(1:1) = "F" OR "B" OR "P" OR "C" OR "S" OR "M"
             OR "A"
               MOVE IN-X(1:1) TO OP-ROLE.
           MOVE "A" TO OP-STATUS
           MOVE SPACE TO OP-FUTURE
           WRITE OPERFILE01
           ACCEPT IN-X.
           IF IN-X NOT = "/"
               MOVE IN-X(1:8) TO OP-PASS.
           DISPLAY "FULL SSN ACCESS Y/N OR / TO KEEP " OP-SSN.
           ACCEPT IN-X.
           IF IN-X(1:1) = "Y" OR IN-X(1:1) = "N"
               MOVE IN-X(1:1) TO OP-SSN.
           DISPLAY "COMPLIANCE OFFICER Y/N OR / TO KEEP " OP-COMPLY.
           ACCEPT IN-X.
           IF IN-X(1:1) = "Y" OR IN-X(1:1) = "N"
               MOVE IN-X(1:1) TO OP-COMPLY.
           DISPLAY "JOB ROLE F/B/P/C/S/M/A OR / TO KEEP " OP-ROLE.
           ACCEPT IN-X.
           IF IN-X(1:1) = "F" OR "B" OR "P" OR "C" OR "S" OR "M"
             OR "A"
               MOVE IN-X(1:1) TO OP-ROLE.
           MOVE "A" TO OP-STATUS
           REWRITE OPERFILE01
           DISPLAY "OPERATOR " OP-ID " CHANGED".
             AT END
               GO TO LIST-OPER-EXIT.
           DISPLAY OP-ID " " OP-NAME " LEVEL " OP-LEVEL
             " STATUS " OP-STATUS " SSN " OP-SSN
             " COMPLY " OP-COMPLY " ROLE " OP-ROLE
           GO TO LIST-OPER-1.

       LIST-OPER-EXIT.

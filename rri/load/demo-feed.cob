       01  LA-REJECT-CNTR-WS PIC 9(7) VALUE 0.
       01  APPL-CNTR PIC 9(7) VALUE 0.
       01  QUEUE-CNTR PIC 9(7) VALUE 0.
       01  BADID-CNTR PIC 9(7) VALUE 0.
       01  PRT PIC X(110).

       01  MEMIDCHK-PARMS.
           02 MC-FUNC PIC X.
           02 MC-INS PIC XXX.
           02 MC-POLICY PIC X(16).
           02 MC-GROUP PIC X(10).
           02 MC-CHKGRP PIC X.
           02 MC-RESULT PIC X.
           02 MC-MSG PIC X(30).

       PROCEDURE DIVISION.

      * inbound registration feed - the safe fields apply
      * auto-applies; an address applies only when its ZIP proves
      * against ZIPREF (the addr-std standard); name, DOB and
      * insurance changes queue for demo-review.cob. Everything -
      * applied or queued - leaves an audit line. An offered policy
      * that fails its carrier's member-ID rule (memidchk.cob) is
      * logged and never queued - the hospital fixes it at its
      * registration desk.
       P0.
           OPEN INPUT FILEIN ZIPREF.
           OPEN I-O GARFILE DEMOQUEUE DEMOCTL.
                   IN-STREET " " IN-CITY " APPLIED"
                   DELIMITED BY SIZE INTO PRT
                 WRITE DEMOLOG01 FROM PRT
                 PERFORM LOG-ADDR
                 MOVE IN-STREET TO G-STREET
                 MOVE IN-CITY TO G-CITY
                 MOVE IN-STATE TO G-STATE
             PERFORM QUEUE-CHANGE
           END-IF
           IF IN-PRIPOL NOT = SPACE AND IN-PRIPOL NOT = G-PRIPOL
             PERFORM CHECK-MEMID
             IF MC-RESULT = "Y"
               MOVE "PRIPOL" TO Q-FIELD
               MOVE G-PRIPOL TO Q-OLD
               MOVE IN-PRIPOL TO Q-NEW
               PERFORM QUEUE-CHANGE
             END-IF
           END-IF

           IF CHANGED = 1
           END-IF
           GO TO P1.

      * the policy as accepting it would leave it (the offered nine
      * plus the suffix already on file) under the carrier it
      * would bill - the offered one when the feed changes that too.
       CHECK-MEMID.
           MOVE "C" TO MC-FUNC
           MOVE G-PRINS TO MC-INS
           IF IN-PRINS NOT = SPACE
             MOVE IN-PRINS TO MC-INS
           END-IF
           MOVE G-PRIPOL0 TO MC-POLICY
           MOVE IN-PRIPOL TO MC-POLICY(1:9)
           MOVE SPACE TO MC-GROUP
           MOVE "N" TO MC-CHKGRP
           CALL "memidchk" USING MEMIDCHK-PARMS
           IF MC-RESULT NOT = "Y"
             ADD 1 TO BADID-CNTR
             MOVE SPACE TO PRT
             STRING T-DATE " " IN-GARNO " PRIPOL " IN-PRIPOL
               " FOR " MC-INS " NOT QUEUED - " MC-MSG
               DELIMITED BY SIZE INTO PRT
             WRITE DEMOLOG01 FROM PRT
           END-IF.

      * the whole address queues as one change - accepting it must
      * land street, city, state and ZIP together, never a torn
      * half-address.
             DELIMITED BY "  " INTO Q-NEW
           PERFORM QUEUE-CHANGE.

      * an applied address still leaves a dated queue row, already
      * accepted - the Red Flags scan pairs it with later coverage
      * changes and returned mail.
       LOG-ADDR.
           MOVE "D" TO DCT-KEY
           READ DEMOCTL WITH LOCK
             INVALID
               MOVE 1 TO DCT-NUM
           END-READ
           MOVE DCT-NUM TO DQ-SEQ
           ADD 1 TO DCT-NUM
           REWRITE DEMOCTL01

           MOVE IN-GARNO TO DQ-GARNO
           MOVE "ADDR" TO DQ-FIELD
           MOVE SPACE TO DQ-OLD DQ-NEW
           STRING G-STREET "|" G-CITY "|" G-STATE "|" G-ZIP
             DELIMITED BY "  " INTO DQ-OLD
           STRING IN-STREET "|" IN-CITY "|" IN-STATE "|" IN-ZIP
             DELIMITED BY "  " INTO DQ-NEW
           MOVE "A" TO DQ-STATUS
           MOVE SPACE TO DQ-OPER DQ-FUTURE
           MOVE T-DATE TO DQ-DATE-Q DQ-DATE-W
           WRITE DEMOQUEUE01.

       QUEUE-CHANGE.
           MOVE "D" TO DCT-KEY
           READ DEMOCTL WITH LOCK
           MOVE LA-REJECT-CNTR-WS TO LA-REJECT-CNTR
           WRITE LOADAUDIT01

           MOVE "E" TO MC-FUNC
           CALL "memidchk" USING MEMIDCHK-PARMS

           DISPLAY "DEMO-FEED - LINES " LA-INPUT-CNTR-WS
             " APPLIED " APPL-CNTR " QUEUED " QUEUE-CNTR
           DISPLAY "DEMO-FEED - BAD MEMBER IDS " BADID-CNTR
           CLOSE FILEIN GARFILE ZIPREF DEMOQUEUE DEMOCTL DEMOLOG
             LOADAUDIT.
           STOP RUN.

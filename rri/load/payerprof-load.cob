             LOCK MODE MANUAL.

      * "ins|recvname|recvid|payername|payerid|inscode|sendref|
      * sendauth|legacyref|sendndc" lines - sendref/sendauth/sendndc
      * Y/N. An ins of *** is the default row.
           SELECT FILEIN ASSIGN TO "S35" ORGANIZATION
             LINE SEQUENTIAL.

       01  FI-SENDREF PIC X.
       01  FI-SENDAUTH PIC X.
       01  FI-LEGACYREF PIC XX.
       01  FI-SENDNDC PIC X.
       01  LA-INPUT-CNTR-WS PIC 9(7) VALUE 0.
       01  LA-REJECT-CNTR-WS PIC 9(7) VALUE 0.

               GO TO P9.

           ADD 1 TO LA-INPUT-CNTR-WS
           MOVE SPACE TO FI-SENDNDC
           UNSTRING FILEIN01 DELIMITED BY "|"
             INTO FI-INS FI-RECVNAME FI-RECVID FI-PAYERNAME
               FI-PAYERID FI-INSCODE FI-SENDREF FI-SENDAUTH
               FI-LEGACYREF FI-SENDNDC

           IF FI-INS = SPACE
             OR FI-RECVID = SPACE
           MOVE FI-SENDREF TO PP-SENDREF
           MOVE FI-SENDAUTH TO PP-SENDAUTH
           MOVE FI-LEGACYREF TO PP-LEGACYREF
           MOVE FI-SENDNDC TO PP-SENDNDC
           MOVE SPACE TO PP-FUTURE.

       P9.

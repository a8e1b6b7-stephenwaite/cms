             INVALID
               REWRITE HOLDSTAT01
           END-WRITE
           DISPLAY "HOLD ACTIVE - ALL COLLECTION ACTIVITY STOPS"
           IF HS-TYPE = "D"
               DISPLAY "OPEN THE ESTATE CASE IN ESTATE-MAINT - THE "
                 "CREDITOR WINDOW IS RUNNING"
           END-IF.

       ADD-HOLD-EXIT.
           EXIT.

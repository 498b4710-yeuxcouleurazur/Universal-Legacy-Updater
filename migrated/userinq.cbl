           ELSE
               DISPLAY "CLASS:        REGULAR"
           END-IF.
           EVALUATE TRUE
               WHEN USER-TYPE-SERVICE
                   DISPLAY "ACCT TYPE:    SERVICE, OWNER " USER-OWNER-ID
               WHEN USER-TYPE-SHARED
                   DISPLAY "ACCT TYPE:    SHARED, OWNER " USER-OWNER-ID
               WHEN OTHER
                   DISPLAY "ACCT TYPE:    PERSON"
           END-EVALUATE.

       DISPLAY-RECENT-AUDIT.
           MOVE 0 TO WS-RING-COUNT.

           MOVE OLD-AUDIT-TIMESTAMP TO AUDIT-TIMESTAMP.
           MOVE OLD-AUDIT-PROGRAM TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-OPERATOR.
           MOVE SPACES TO AUDIT-APPROVER.
           WRITE AUDIT-RECORD.
           IF WS-NEW-AUDIT-STATUS NOT = '00'
               DISPLAY "ERROR WRITING USER-AUDIT-FILE, FILE "

       01 WS-RUNCTL-END PIC X(1) VALUE 'E'.
       01 WS-RUNCTL-MODE PIC X(1) VALUE 'R'.
       01 WS-RUNCTL-RC PIC 9(2) VALUE 0.
       01 WS-BUSDATE-RC PIC 9(2) VALUE 0.

       01 WS-IS-VALID PIC X VALUE 'Y'.

       01 WS-WARN-DAYS PIC 9(3) VALUE 14.
       01 WS-WARN-CUTOFF PIC 9(8) VALUE 0.
       01 WS-CUTOFF-INT PIC 9(7) VALUE 0.
       01 WS-SVC-EXPIRE-DAYS PIC 9(3) VALUE 365.
       01 WS-SVC-WARN-DAYS PIC 9(3) VALUE 30.
       01 WS-SVC-WARN-CUTOFF PIC 9(8) VALUE 0.
       01 WS-USER-WARN-CUTOFF PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-RUN-TIMESTAMP.
           PERFORM GET-BUSINESS-DATE.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM READ-PASSWORD-PARM.
           PERFORM DETECT-RESTART.
           CALL "RUNCTRL" USING WS-RUNCTL-END WS-PROGRAM-NAME
               WS-RUNCTL-MODE WS-RUNCTL-RC.

       GET-BUSINESS-DATE.
           CALL "BUSDATE" USING WS-RUN-DATE WS-BUSDATE-RC.
           IF WS-BUSDATE-RC NOT = 0
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-N.

       OPEN-EXCEPTIONS-FILE.
      * Opened once here (not inside RECONCILE-USERS) and kept open
      * for the rest of the run - PROCESS-USER routes its own
      * matters here - the report flags accounts whose password is
      * inside the warning window; actually flipping expired
      * accounts to LOCKED is USERPEXP's job, since this program
      * opens the master read-only. The optional second record is
      * the service and shared account window, as in USERPEXP.
       READ-PASSWORD-PARM.
           OPEN INPUT PASS-PARM-FILE.
           IF WS-PASS-PARM-STATUS NOT = '00'
                               AND PARM-WARN-DAYS < WS-EXPIRE-DAYS
                           MOVE PARM-WARN-DAYS TO WS-WARN-DAYS
                       END-IF
                       PERFORM READ-SERVICE-PARM
               END-READ
               CLOSE PASS-PARM-FILE
           END-IF.
               - WS-EXPIRE-DAYS + WS-WARN-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
               TO WS-WARN-CUTOFF.
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
               - WS-SVC-EXPIRE-DAYS + WS-SVC-WARN-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
               TO WS-SVC-WARN-CUTOFF.

       READ-SERVICE-PARM.
           READ PASS-PARM-FILE INTO PASS-PARM-RECORD
               AT END CONTINUE
               NOT AT END
                   IF PARM-EXPIRE-DAYS NUMERIC
                           AND PARM-EXPIRE-DAYS > 0
                       MOVE PARM-EXPIRE-DAYS TO WS-SVC-EXPIRE-DAYS
                   END-IF
                   IF PARM-WARN-DAYS NUMERIC
                           AND PARM-WARN-DAYS < WS-SVC-EXPIRE-DAYS
                       MOVE PARM-WARN-DAYS TO WS-SVC-WARN-DAYS
                   END-IF
           END-READ.

       DETECT-RESTART.
           OPEN INPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.

       OPEN-USER-REPORT.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-X.
           IF WS-IS-RESTART = 'Y'
               END-IF
               MOVE USER-ID TO DTL-USER-ID
               MOVE USER-NAME TO DTL-USER-NAME
               IF USER-TYPE-NON-PERSON
                   MOVE WS-SVC-WARN-CUTOFF TO WS-USER-WARN-CUTOFF
               ELSE
                   MOVE WS-WARN-CUTOFF TO WS-USER-WARN-CUTOFF
               END-IF
               IF USER-PASS-CHANGED-DATE NOT = ZERO
                       AND USER-PASS-CHANGED-DATE < WS-USER-WARN-CUTOFF
                   MOVE "EXPIRING" TO DTL-PW-WARN
               ELSE
                   MOVE SPACES TO DTL-PW-WARN
               MOVE WS-RUN-TIMESTAMP TO AUDIT-TIMESTAMP
               MOVE WS-PROGRAM-NAME TO AUDIT-PROGRAM
               MOVE SPACES TO AUDIT-OPERATOR
               MOVE SPACES TO AUDIT-APPROVER
               WRITE AUDIT-RECORD
           END-IF.


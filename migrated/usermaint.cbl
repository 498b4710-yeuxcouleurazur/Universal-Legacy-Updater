      * trace indistinguishable from a routine name change.
      * Transactions carry an effective date: zero applies at once,
      * a future date is held on the pending file and carried
      * forward night after night until it falls due - "due" and
      * the password-changed stamp both go by the business date
      * (BUSDATE), not the machine clock, so a late finish or a
      * catch-up night releases exactly the transactions due that
      * business day. Last night's pending transactions
      * (tranpend.dat) are worked ahead of tonight's validated
      * file; whatever is still not due lands on
      * tranpnew.dat and is copied back over tranpend.dat at the end
      * of the run, so an abend mid-cycle leaves the old pending
      * file intact. Held transactions are logged but not audited -
      * the audit record belongs to the night the change applies.
      * Every transaction applied or rejected is logged to
      * usermaint.log with the before and after values.
      * A DEACTIVATE also flags every application entitlement the
      * account holds on entitle.dat as revoke-pending, with an
      * ENT-FLAG audit record for each, so the downstream systems
      * see the revoke on tonight's USEREXTR entitlement extract. A
      * missing entitle.dat only means there is nothing to flag.
      * Every add and rewrite of the master also goes to the change
      * journal through USERJRNL, before and after image, so
      * USERFRCV can replay tonight's applies onto a restored
      * generation.
      * A service or shared account is added and kept with an owner:
      * the owner named on an ADD or CHANGE must be on the master,
      * not INACTIVE, and a person account itself (ADD-BADOWN /
      * CHG-BADOWN), and a CHANGE that turns a person account into
      * a non-person one must name the owner (CHG-NOOWN). Turning an
      * account back into a person account clears its owner.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BALANCE-FILE ASSIGN TO "balance.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT ENTL-FILE ASSIGN TO "entitle.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENTL-KEY
               FILE STATUS IS WS-ENTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY TRANREC.

       FD PEND-IN-FILE.
       01 PEND-IN-RECORD PIC X(81).

       FD PEND-OUT-FILE.
       01 PEND-OUT-RECORD PIC X(81).

       FD MAINT-LOG
           RECORD CONTAINS 120 CHARACTERS.
       FD BALANCE-FILE.
           COPY BALREC.

       FD ENTL-FILE.
           COPY ENTLREC.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC X(2) VALUE '00'.
       01 WS-TRAN-STATUS PIC X(2) VALUE '00'.
       01 WS-RUNCTL-END PIC X(1) VALUE 'E'.
       01 WS-RUNCTL-MODE PIC X(1) VALUE 'W'.
       01 WS-RUNCTL-RC PIC 9(2) VALUE 0.
       01 WS-BUSDATE-RC PIC 9(2) VALUE 0.

       01 WS-ADD-COUNT PIC 9(5) VALUE 0.
       01 WS-CHANGE-COUNT PIC 9(5) VALUE 0.

       01 WS-BALANCE-STATUS PIC X(2) VALUE '00'.

       01 WS-ENTL-STATUS PIC X(2) VALUE '00'.
       01 WS-ENTL-EOF PIC X VALUE 'N'.
       01 WS-HAVE-ENTL PIC X VALUE 'N'.
       01 WS-ENTL-FLAG-COUNT PIC 9(5) VALUE 0.

       01 WS-BEFORE-RECORD.
           05 WS-BEFORE-NAME PIC X(20).
           05 WS-BEFORE-PASS PIC X(10).
           05 WS-BEFORE-LOGIN PIC 9(8).
       01 WS-PASS-CHANGED PIC X VALUE 'N'.

       01 WS-OWNER-VALID PIC X VALUE 'Y'.
       01 WS-NEW-ACCT-TYPE PIC X(1).
       01 WS-SAVE-USER-RECORD PIC X(72).

           COPY JRNLCALL.

       01 WS-LOG-DETAIL.
           05 LOG-TRAN-CODE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LOG-BEFORE-DEPT PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LOG-AFTER-DEPT PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LOG-ACCT-TYPE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LOG-OWNER-ID PIC X(7).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-RUN-TIMESTAMP.
           PERFORM GET-BUSINESS-DATE.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM OPEN-JOURNAL.
           PERFORM LOAD-DEPT-LIST.
           PERFORM OPEN-FILES.
           PERFORM PROCESS-PENDING-TRANS.
           PERFORM CLOSE-FILES.
           PERFORM REWRITE-PENDING-FILE.
           PERFORM WRITE-BALANCE-RECORD.
           PERFORM CLOSE-JOURNAL.
           PERFORM CLOSE-RUN-CONTROL.
           DISPLAY "USERMAINT COMPLETE - ADDS: " WS-ADD-COUNT
               " CHANGES: " WS-CHANGE-COUNT
               " DEACTIVATES: " WS-DEACTIVATE-COUNT
               " REACTIVATES: " WS-REACTIVATE-COUNT
               " REJECTS: " WS-REJECT-COUNT
               " HELD: " WS-HELD-COUNT
               " ENTITLEMENTS FLAGGED: " WS-ENTL-FLAG-COUNT.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
                   "(useraudit.dat), FILE STATUS = " WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN I-O ENTL-FILE.
           IF WS-ENTL-STATUS = '35'
               DISPLAY "NO ENTITLEMENT FILE (entitle.dat) - NOTHING "
                   "TO FLAG ON DEACTIVATE"
           ELSE
               IF WS-ENTL-STATUS NOT = '00'
                   DISPLAY "ERROR OPENING ENTL-FILE (entitle.dat), "
                       "FILE STATUS = " WS-ENTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE 'Y' TO WS-HAVE-ENTL
               END-IF
           END-IF.

      * Startup/shutdown stamps on the shared run-control file. An
      * error STOP RUN anywhere leaves the slot in flight, which is
           CALL "RUNCTRL" USING WS-RUNCTL-END WS-PROGRAM-NAME
               WS-RUNCTL-MODE WS-RUNCTL-RC.

       GET-BUSINESS-DATE.
           CALL "BUSDATE" USING WS-RUN-DATE-N WS-BUSDATE-RC.
           IF WS-BUSDATE-RC NOT = 0
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      * The change journal is opened right after the run-control
      * start so every entry carries this run's number.
       OPEN-JOURNAL.
           MOVE 'O' TO JRNL-CALL-REQUEST.
           MOVE WS-PROGRAM-NAME TO JRNL-CALL-PROGRAM.
           CALL "USERJRNL" USING JRNL-CALL-PARMS.
           IF JRNL-CALL-RC NOT = 0
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       CLOSE-JOURNAL.
           MOVE 'C' TO JRNL-CALL-REQUEST.
           CALL "USERJRNL" USING JRNL-CALL-PARMS.

      * Called after every successful WRITE or REWRITE of the
      * master, with JRNL-CALL-ACTION and JRNL-CALL-BEFORE already
      * set; the after image is the record as it now stands.
       WRITE-JOURNAL-ENTRY.
           MOVE 'W' TO JRNL-CALL-REQUEST.
           MOVE USER-RECORD TO JRNL-CALL-AFTER.
           CALL "USERJRNL" USING JRNL-CALL-PARMS.
           IF JRNL-CALL-RC NOT = 0
               DISPLAY "ERROR JOURNALING CHANGE TO USER-ID " USER-ID
               MOVE 20 TO RETURN-CODE
               PERFORM CLOSE-FILES
               STOP RUN.

      * Reads cover both inputs (pending carried in plus tonight's
      * validated file); held transactions ride in the exception
      * slot and the carry-in count in BAL-PEND-COUNT, so USERBAL
                   ", CONTROL TOTALS NOT RECORDED"
           ELSE
               MOVE WS-PROGRAM-NAME TO BAL-PROGRAM
               MOVE WS-RUN-DATE-N TO BAL-RUN-DATE
               COMPUTE BAL-READ-COUNT = WS-TRAN-READ-COUNT
                   + WS-PEND-IN-COUNT
               COMPUTE BAL-WRITTEN-COUNT = WS-ADD-COUNT
           CLOSE PEND-OUT-FILE.
           CLOSE MAINT-LOG.
           CLOSE USER-AUDIT-FILE.
           IF WS-HAVE-ENTL = 'Y'
               CLOSE ENTL-FILE
           END-IF.

       READ-NEXT-TRANS.
           READ TRANS-FILE

       PROCESS-ADD.
           PERFORM CHECK-DEPT.
           MOVE 'Y' TO WS-OWNER-VALID.
           IF WS-DEPT-VALID = 'Y' AND TRAN-OWNER-ID NOT = ZERO
               PERFORM CHECK-OWNER
           END-IF.
           EVALUATE TRUE
               WHEN WS-DEPT-VALID = 'N'
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "ADD-BAD-DEPT" TO LOG-ACTION
                   MOVE TRAN-USER-DEPT TO LOG-AFTER-DEPT
                   PERFORM WRITE-LOG-LINE
               WHEN WS-OWNER-VALID = 'N'
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "ADD-BADOWN" TO LOG-ACTION
                   MOVE TRAN-ACCT-TYPE TO LOG-ACCT-TYPE
                   MOVE TRAN-OWNER-ID TO LOG-OWNER-ID
                   PERFORM WRITE-LOG-LINE
               WHEN OTHER
                   PERFORM APPLY-ADD
           END-EVALUATE.

       APPLY-ADD.
           MOVE TRAN-USER-ID TO USER-ID.
                   CALL "USERPASS" USING TRAN-USER-PASS
                       WS-PASS-ENCODED
                   MOVE WS-PASS-ENCODED TO USER-PASS
                   MOVE WS-RUN-DATE-N
                       TO USER-PASS-CHANGED-DATE
                   MOVE TRAN-USER-STATUS TO USER-STATUS
                   MOVE TRAN-USER-DEPT TO USER-DEPT
                   MOVE TRAN-LAST-LOGIN TO USER-LAST-LOGIN-DATE
                   MOVE TRAN-ACCT-TYPE TO USER-ACCT-TYPE
                   MOVE TRAN-OWNER-ID TO USER-OWNER-ID
                   WRITE USER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REJECT-COUNT
                           PERFORM WRITE-LOG-LINE
                       NOT INVALID KEY
                           ADD 1 TO WS-ADD-COUNT
                           MOVE 'A' TO JRNL-CALL-ACTION
                           MOVE SPACES TO JRNL-CALL-BEFORE
                           PERFORM WRITE-JOURNAL-ENTRY
                           MOVE TRAN-CODE TO LOG-TRAN-CODE
                           MOVE TRAN-USER-ID TO LOG-USER-ID
                           MOVE "ADD" TO LOG-ACTION
                           MOVE SPACES TO LOG-PASS-CHANGED
                           MOVE SPACES TO LOG-BEFORE-DEPT
                           MOVE USER-DEPT TO LOG-AFTER-DEPT
                           MOVE USER-ACCT-TYPE TO LOG-ACCT-TYPE
                           MOVE USER-OWNER-ID TO LOG-OWNER-ID
                           PERFORM WRITE-LOG-LINE
                   END-WRITE
               NOT INVALID KEY
      * only route back, with its status rules, its new-password
      * requirement on a LOCKED account, and its own audit action;
      * the reject here tells the desk to key one.
      * The account type and owner are judged on the result: a
      * service or shared account must end up with an owner, a
      * person account must not be given one, and a newly named
      * owner must pass CHECK-OWNER.
       APPLY-CHANGE-FIELDS.
           MOVE USER-ACCT-TYPE TO WS-NEW-ACCT-TYPE.
           IF TRAN-ACCT-TYPE NOT = SPACE
               MOVE TRAN-ACCT-TYPE TO WS-NEW-ACCT-TYPE
           END-IF.
           MOVE 'Y' TO WS-OWNER-VALID.
           IF TRAN-OWNER-ID NOT = ZERO
               PERFORM CHECK-OWNER
           END-IF.
           EVALUATE TRUE
               WHEN TRAN-USER-STATUS = 'A'
                       AND (USER-STATUS-INACTIVE OR USER-STATUS-LOCKED)
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE TRAN-CODE TO LOG-TRAN-CODE
                   MOVE TRAN-USER-ID TO LOG-USER-ID
                   MOVE "CHG-USE-REAC" TO LOG-ACTION
                   MOVE USER-STATUS TO LOG-BEFORE-STATUS
                   MOVE TRAN-USER-STATUS TO LOG-AFTER-STATUS
                   PERFORM WRITE-LOG-LINE
               WHEN WS-OWNER-VALID = 'N'
                       OR ((WS-NEW-ACCT-TYPE = 'P' OR SPACE)
                           AND TRAN-OWNER-ID NOT = ZERO)
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "CHG-BADOWN" TO LOG-ACTION
                   MOVE WS-NEW-ACCT-TYPE TO LOG-ACCT-TYPE
                   MOVE TRAN-OWNER-ID TO LOG-OWNER-ID
                   PERFORM WRITE-LOG-LINE
               WHEN (WS-NEW-ACCT-TYPE = 'S' OR 'H')
                       AND TRAN-OWNER-ID = ZERO
                       AND USER-OWNER-ID = ZERO
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "CHG-NOOWN" TO LOG-ACTION
                   MOVE WS-NEW-ACCT-TYPE TO LOG-ACCT-TYPE
                   PERFORM WRITE-LOG-LINE
               WHEN OTHER
                   PERFORM REWRITE-CHANGE
           END-EVALUATE.

      * The owner must be on the master, not INACTIVE, and a person
      * account. The read lands in the record area, so the account
      * being worked is put back afterwards.
       CHECK-OWNER.
           MOVE USER-RECORD TO WS-SAVE-USER-RECORD.
           MOVE 'N' TO WS-OWNER-VALID.
           MOVE TRAN-OWNER-ID TO USER-ID.
           READ USER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT USER-STATUS-INACTIVE AND USER-TYPE-PERSON
                       MOVE 'Y' TO WS-OWNER-VALID
                   END-IF
           END-READ.
           MOVE WS-SAVE-USER-RECORD TO USER-RECORD.

       REWRITE-CHANGE.
           MOVE USER-RECORD TO JRNL-CALL-BEFORE.
           MOVE USER-NAME TO WS-BEFORE-NAME.
           MOVE USER-STATUS TO WS-BEFORE-STATUS.
           MOVE USER-DEPT TO WS-BEFORE-DEPT.
               CALL "USERPASS" USING TRAN-USER-PASS
                   WS-PASS-ENCODED
               MOVE WS-PASS-ENCODED TO USER-PASS
               MOVE WS-RUN-DATE-N
                   TO USER-PASS-CHANGED-DATE
               MOVE 'Y' TO WS-PASS-CHANGED
           END-IF.
           IF TRAN-LAST-LOGIN NOT = ZERO
               MOVE TRAN-LAST-LOGIN TO USER-LAST-LOGIN-DATE
           END-IF.
           IF TRAN-ACCT-TYPE NOT = SPACE
               MOVE TRAN-ACCT-TYPE TO USER-ACCT-TYPE
           END-IF.
           IF TRAN-OWNER-ID NOT = ZERO
               MOVE TRAN-OWNER-ID TO USER-OWNER-ID
           END-IF.
           IF USER-TYPE-PERSON
               MOVE ZERO TO USER-OWNER-ID
           END-IF.
           REWRITE USER-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM WRITE-LOG-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE 'C' TO JRNL-CALL-ACTION
                   PERFORM WRITE-JOURNAL-ENTRY
                   MOVE TRAN-CODE TO LOG-TRAN-CODE
                   MOVE TRAN-USER-ID TO LOG-USER-ID
                   MOVE "CHANGE" TO LOG-ACTION
                   MOVE WS-PASS-CHANGED TO LOG-PASS-CHANGED
                   MOVE WS-BEFORE-DEPT TO LOG-BEFORE-DEPT
                   MOVE USER-DEPT TO LOG-AFTER-DEPT
                   MOVE USER-ACCT-TYPE TO LOG-ACCT-TYPE
                   MOVE USER-OWNER-ID TO LOG-OWNER-ID
                   PERFORM WRITE-LOG-LINE
           END-REWRITE.

                   MOVE "DEA-NOTFOUND" TO LOG-ACTION
                   PERFORM WRITE-LOG-LINE
               NOT INVALID KEY
                   MOVE USER-RECORD TO JRNL-CALL-BEFORE
                   MOVE USER-NAME TO WS-BEFORE-NAME
                   MOVE USER-STATUS TO WS-BEFORE-STATUS
                   MOVE 'I' TO USER-STATUS
                           PERFORM WRITE-LOG-LINE
                       NOT INVALID KEY
                           ADD 1 TO WS-DEACTIVATE-COUNT
                           MOVE 'C' TO JRNL-CALL-ACTION
                           PERFORM WRITE-JOURNAL-ENTRY
                           MOVE TRAN-CODE TO LOG-TRAN-CODE
                           MOVE TRAN-USER-ID TO LOG-USER-ID
                           MOVE "DEACTIVATE" TO LOG-ACTION
                           MOVE USER-DEPT TO LOG-BEFORE-DEPT
                           MOVE USER-DEPT TO LOG-AFTER-DEPT
                           PERFORM WRITE-LOG-LINE
                           PERFORM FLAG-ENTITLEMENTS
                   END-REWRITE
           END-READ.

      * Walks the deactivated user's entitlements in key order (the
      * USER-ID leads ENTL-KEY) and marks each one revoke-pending.
      * The entitlement itself stays until USERENTL works the 'V';
      * reactivating the account does not clear the flag - access
      * comes back only through a fresh grant.
       FLAG-ENTITLEMENTS.
           IF WS-HAVE-ENTL = 'Y'
               MOVE TRAN-USER-ID TO ENTL-USER-ID
               MOVE LOW-VALUES TO ENTL-APP-CODE
               MOVE 'N' TO WS-ENTL-EOF
               START ENTL-FILE KEY IS NOT LESS THAN ENTL-KEY
                   INVALID KEY MOVE 'Y' TO WS-ENTL-EOF
               END-START
               PERFORM UNTIL WS-ENTL-EOF = 'Y'
                   READ ENTL-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-ENTL-EOF
                       NOT AT END
                           IF ENTL-USER-ID NOT = TRAN-USER-ID
                               MOVE 'Y' TO WS-ENTL-EOF
                           ELSE
                               PERFORM FLAG-ONE-ENTITLEMENT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       FLAG-ONE-ENTITLEMENT.
           IF ENTL-STATUS-ACTIVE
               MOVE 'R' TO ENTL-STATUS
               REWRITE ENTL-RECORD
                   INVALID KEY
                       DISPLAY "WARNING: UNABLE TO FLAG ENTITLEMENT "
                           ENTL-USER-ID " " ENTL-APP-CODE
                           ", FILE STATUS = " WS-ENTL-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-ENTL-FLAG-COUNT
                       MOVE ENTL-USER-ID TO AUDIT-USER-ID
                       MOVE "ENT-FLAG" TO AUDIT-CLASS
                       MOVE WS-RUN-TIMESTAMP TO AUDIT-TIMESTAMP
                       MOVE WS-PROGRAM-NAME TO AUDIT-PROGRAM
                       MOVE SPACES TO AUDIT-OPERATOR
                       MOVE SPACES TO AUDIT-APPROVER
                       WRITE AUDIT-RECORD
               END-REWRITE
           END-IF.

       PROCESS-REACTIVATE.
           MOVE TRAN-USER-ID TO USER-ID.
           READ USER-FILE
           END-IF.

       REWRITE-REACTIVATE.
           MOVE USER-RECORD TO JRNL-CALL-BEFORE.
           MOVE USER-NAME TO WS-BEFORE-NAME.
           MOVE USER-STATUS TO WS-BEFORE-STATUS.
           MOVE 'N' TO WS-PASS-CHANGED.
               CALL "USERPASS" USING TRAN-USER-PASS
                   WS-PASS-ENCODED
               MOVE WS-PASS-ENCODED TO USER-PASS
               MOVE WS-RUN-DATE-N
                   TO USER-PASS-CHANGED-DATE
               MOVE 'Y' TO WS-PASS-CHANGED
           END-IF.
                   PERFORM WRITE-LOG-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-REACTIVATE-COUNT
                   MOVE 'C' TO JRNL-CALL-ACTION
                   PERFORM WRITE-JOURNAL-ENTRY
                   MOVE TRAN-CODE TO LOG-TRAN-CODE
                   MOVE TRAN-USER-ID TO LOG-USER-ID
                   MOVE "REACTIVATE" TO LOG-ACTION
           MOVE WS-RUN-TIMESTAMP TO AUDIT-TIMESTAMP.
           MOVE WS-PROGRAM-NAME TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-OPERATOR.
           MOVE SPACES TO AUDIT-APPROVER.
           WRITE AUDIT-RECORD.

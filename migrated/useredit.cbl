      * to the zero apply-at-once sentinel, anything else must be a
      * plausible YYYYMMDD - USERMAINT holds dated transactions on
      * the pending file until their date arrives.
      * A and C transactions also carry the account type and, for a
      * service or shared account, the owning person's USER-ID (see
      * CHECK-ACCOUNT-TYPE).
      * Maker-checker: an 'R' reactivation of any USER-ID on
      * admin.dat, and a 'C' that changes an admin's department, is
      * not passed on even when it edits clean. It is held on
      * aprvpend.dat (APR-SUBMIT audit record, TRAN-OPERATOR as the
      * maker) for a second operator to approve through USERAPPR,
      * and listed on tranrej.prt as held; one with no TRAN-OPERATOR
      * is rejected, since nobody could be told apart from the
      * maker. Approved transactions come back on tranappr.dat;
      * they are read after usertran.dat, edited again like any
      * other, and go to tranvald.dat without a second hold.
      * tranappr.dat is emptied at the end of a clean run. Held
      * transactions ride in BAL-EXCEPTION-COUNT, so USERBAL proves
      * read = accepted + rejected + held.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BALANCE-FILE ASSIGN TO "balance.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT ADMIN-FILE ASSIGN TO "admin.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADMIN-STATUS.
           SELECT RELEASE-FILE ASSIGN TO "tranappr.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.
           SELECT APRV-FILE ASSIGN TO "aprvpend.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APRV-STATUS.
           SELECT USER-AUDIT-FILE ASSIGN TO "useraudit.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY TRANREC.

       FD VALID-TRANS-FILE.
       01 VALID-TRAN-RECORD PIC X(81).

       FD DEPT-FILE.
           COPY DEPTREC.
       FD BALANCE-FILE.
           COPY BALREC.

       FD ADMIN-FILE.
       01 ADMIN-RECORD.
           05 ADMIN-ID PIC 9(7).

       FD RELEASE-FILE.
       01 RELEASE-RECORD PIC X(81).

       FD APRV-FILE.
           COPY APRVREC.

       FD USER-AUDIT-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01 WS-TRAN-STATUS PIC X(2) VALUE '00'.
       01 WS-VALID-STATUS PIC X(2) VALUE '00'.
       01 WS-DEPT-EOF PIC X VALUE 'N'.

       01 WS-BALANCE-STATUS PIC X(2) VALUE '00'.
       01 WS-ADMIN-STATUS PIC X(2) VALUE '00'.
       01 WS-RELEASE-STATUS PIC X(2) VALUE '00'.
       01 WS-APRV-STATUS PIC X(2) VALUE '00'.
       01 WS-AUDIT-STATUS PIC X(2) VALUE '00'.
       01 WS-ADMIN-EOF PIC X VALUE 'N'.
       01 WS-RELEASE-EOF PIC X VALUE 'N'.
       01 WS-HAVE-RELEASES PIC X VALUE 'N'.
       01 WS-RELEASE-RUN PIC X VALUE 'N'.
       01 WS-PROGRAM-NAME PIC X(12) VALUE "USEREDIT".
       01 WS-RUN-TIMESTAMP PIC X(14).
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-RUN-DATE-N PIC 9(8) VALUE 0.

       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-VALID-COUNT PIC 9(7) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(7) VALUE 0.
       01 WS-HELD-COUNT PIC 9(7) VALUE 0.
       01 WS-RELEASE-COUNT PIC 9(7) VALUE 0.

       01 WS-ADMIN-TABLE.
           05 WS-ADMIN-COUNT PIC 9(3) VALUE 0.
           05 WS-ADMIN-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-ADMIN-IDX.
               10 WS-ADMIN-TAB-ID PIC 9(7).
       01 WS-IS-ADMIN PIC X VALUE 'N'.
       01 WS-SEARCH-IDX PIC 9(3) VALUE 0.

       01 WS-DEPT-TABLE.
           05 WS-DEPT-COUNT PIC 9(3) VALUE 0.
           05 WS-RUN-MM PIC 9(2).
           05 WS-RUN-DD PIC 9(2).
       01 WS-RUN-DATE-X PIC X(10).
       01 WS-BUSDATE-RC PIC 9(2) VALUE 0.

       01 WS-PAGE-NO PIC 9(3) VALUE 0.
       01 WS-LINES-ON-PAGE PIC 9(3) VALUE 0.
       01 WS-TRAILER-LINE-3.
           05 FILLER PIC X(24) VALUE "TRANSACTIONS REJECTED:  ".
           05 TRL-REJECT-COUNT PIC ZZZZZZ9.
       01 WS-TRAILER-LINE-4.
           05 FILLER PIC X(24) VALUE "HELD FOR APPROVAL:      ".
           05 TRL-HELD-COUNT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-RUN-TIMESTAMP.
           PERFORM LOAD-DEPT-LIST.
           PERFORM LOAD-ADMIN-LIST.
           PERFORM OPEN-FILES.
           PERFORM READ-NEXT-TRANS.
           PERFORM EDIT-ONE-TRANSACTION UNTIL WS-TRAN-EOF = 'Y'.
           PERFORM PROCESS-RELEASED-TRANS.
           PERFORM WRITE-REPORT-TRAILER.
           PERFORM CLOSE-FILES.
           PERFORM CLEAR-RELEASE-FILE.
           PERFORM WRITE-BALANCE-RECORD.
           DISPLAY "USEREDIT COMPLETE - READ: " WS-READ-COUNT
               " ACCEPTED: " WS-VALID-COUNT
               " REJECTED: " WS-REJECT-COUNT
               " HELD: " WS-HELD-COUNT
               " RELEASED: " WS-RELEASE-COUNT.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
           STOP RUN.

       GET-BUSINESS-DATE.
           CALL "BUSDATE" USING WS-RUN-DATE WS-BUSDATE-RC.
           IF WS-BUSDATE-RC NOT = 0
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       LOAD-DEPT-LIST.
           OPEN INPUT DEPT-FILE.
           IF WS-DEPT-STATUS NOT = '00'
               END-PERFORM
               CLOSE DEPT-FILE.

      * Same loader as LEGACY-COBOL's LOAD-ADMIN-LIST; with no
      * roster nothing is recognised as an admin, and nothing held.
       LOAD-ADMIN-LIST.
           OPEN INPUT ADMIN-FILE.
           IF WS-ADMIN-STATUS NOT = '00'
               DISPLAY "WARNING: ADMIN-FILE NOT AVAILABLE, FILE "
                   "STATUS = " WS-ADMIN-STATUS
                   ", CONTINUING WITH NO ADMIN ENTRIES"
           ELSE
               PERFORM UNTIL WS-ADMIN-EOF = 'Y'
                   READ ADMIN-FILE INTO ADMIN-RECORD
                       AT END MOVE 'Y' TO WS-ADMIN-EOF
                       NOT AT END
                           IF WS-ADMIN-COUNT >= 100
                               DISPLAY "WARNING: WS-ADMIN-TABLE FULL "
                                   "AT 100 ENTRIES, IGNORING "
                                   "REMAINING ADMIN-FILE RECORDS"
                               MOVE 'Y' TO WS-ADMIN-EOF
                           ELSE
                               ADD 1 TO WS-ADMIN-COUNT
                               MOVE ADMIN-ID TO
                                   WS-ADMIN-TAB-ID (WS-ADMIN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADMIN-FILE.

       OPEN-FILES.
           OPEN INPUT TRANS-FILE.
           IF WS-TRAN-STATUS NOT = '00'
                   "(tranvald.dat), FILE STATUS = " WS-VALID-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT RELEASE-FILE.
           IF WS-RELEASE-STATUS = '00'
               MOVE 'Y' TO WS-HAVE-RELEASES.
           OPEN EXTEND APRV-FILE.
           IF WS-APRV-STATUS = '05' OR WS-APRV-STATUS = '35'
               OPEN OUTPUT APRV-FILE
           END-IF.
           IF WS-APRV-STATUS NOT = '00'
               DISPLAY "ERROR OPENING APRV-FILE (aprvpend.dat), "
                   "FILE STATUS = " WS-APRV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND USER-AUDIT-FILE.
           IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
               OPEN OUTPUT USER-AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY "ERROR OPENING USER-AUDIT-FILE "
                   "(useraudit.dat), FILE STATUS = " WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-X.
           OPEN OUTPUT REJECT-REPORT.
           CLOSE TRANS-FILE.
           CLOSE VALID-TRANS-FILE.
           CLOSE REJECT-REPORT.
           IF WS-HAVE-RELEASES = 'Y'
               CLOSE RELEASE-FILE
           END-IF.
           CLOSE APRV-FILE.
           CLOSE USER-AUDIT-FILE.

       WRITE-REPORT-HEADER.
           ADD 1 TO WS-PAGE-NO.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-1.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-2.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-3.
           MOVE WS-HELD-COUNT TO TRL-HELD-COUNT.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-4.

       WRITE-BALANCE-RECORD.
           OPEN EXTEND BALANCE-FILE.
               MOVE WS-READ-COUNT TO BAL-READ-COUNT
               MOVE WS-VALID-COUNT TO BAL-WRITTEN-COUNT
               MOVE WS-REJECT-COUNT TO BAL-REJECT-COUNT
               MOVE WS-HELD-COUNT TO BAL-EXCEPTION-COUNT
               MOVE 0 TO BAL-ADD-COUNT
               MOVE 0 TO BAL-PEND-COUNT
               WRITE BAL-RECORD
               STOP RUN.

       EDIT-ONE-TRANSACTION.
           PERFORM EDIT-AND-ROUTE.
           PERFORM READ-NEXT-TRANS.

       EDIT-AND-ROUTE.
           PERFORM EDIT-TRANSACTION.
           IF WS-IS-VALID = 'Y'
               PERFORM CHECK-NEEDS-APPROVAL
               IF WS-IS-ADMIN = 'Y'
                   PERFORM HOLD-OR-REJECT
               ELSE
                   PERFORM WRITE-VALID-TRAN
               END-IF
           ELSE
               PERFORM WRITE-REJECT-LINE
           END-IF.

      * Approved transactions were edited the night they were keyed
      * but go through the edits again - the master and deptmast.dat
      * may have moved since - and are never held a second time.
       PROCESS-RELEASED-TRANS.
           IF WS-HAVE-RELEASES = 'Y'
               MOVE 'Y' TO WS-RELEASE-RUN
               PERFORM READ-NEXT-RELEASE
               PERFORM EDIT-ONE-RELEASE
                   UNTIL WS-RELEASE-EOF = 'Y'
           END-IF.

       READ-NEXT-RELEASE.
           READ RELEASE-FILE INTO TRAN-RECORD
               AT END MOVE 'Y' TO WS-RELEASE-EOF
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   ADD 1 TO WS-RELEASE-COUNT
           END-READ.
           IF WS-RELEASE-STATUS NOT = '00'
                   AND WS-RELEASE-STATUS NOT = '10'
               DISPLAY "ERROR READING RELEASE-FILE, FILE STATUS = "
                   WS-RELEASE-STATUS
               MOVE 20 TO RETURN-CODE
               PERFORM CLOSE-FILES
               STOP RUN.

       EDIT-ONE-RELEASE.
           PERFORM EDIT-AND-ROUTE.
           PERFORM READ-NEXT-RELEASE.

      * Emptied only once tranvald.dat is closed, so an abend leaves
      * the approved transactions to be released again on the rerun.
       CLEAR-RELEASE-FILE.
           IF WS-HAVE-RELEASES = 'Y'
               OPEN OUTPUT RELEASE-FILE
               CLOSE RELEASE-FILE
           END-IF.

      * Only a reactivation, or a change that moves the account to
      * another department, of a USER-ID on the admin roster needs
      * the second operator. WS-IS-ADMIN doubles as the verdict.
       CHECK-NEEDS-APPROVAL.
           MOVE 'N' TO WS-IS-ADMIN.
           IF WS-RELEASE-RUN = 'N'
                   AND (TRAN-IS-REACTIVATE
                       OR (TRAN-IS-CHANGE
                           AND TRAN-USER-DEPT NOT = SPACES))
               PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX > WS-ADMIN-COUNT
                   IF TRAN-USER-ID = WS-ADMIN-TAB-ID (WS-SEARCH-IDX)
                       MOVE 'Y' TO WS-IS-ADMIN
                       MOVE WS-ADMIN-COUNT TO WS-SEARCH-IDX
                   END-IF
               END-PERFORM
           END-IF.

      * The maker must be named, or USERAPPR's maker-versus-checker
      * test would let anyone - the maker included - approve it.
       HOLD-OR-REJECT.
           IF TRAN-OPERATOR = SPACES
               MOVE "NO SUBMITTING OPERATOR" TO WS-EDIT-REASON
               PERFORM WRITE-REJECT-LINE
           ELSE
               PERFORM HOLD-FOR-APPROVAL.

       HOLD-FOR-APPROVAL.
           MOVE SPACES TO APRV-RECORD.
           MOVE TRAN-CODE TO APRV-ITEM-TYPE.
           MOVE TRAN-USER-ID TO APRV-USER-ID.
           MOVE WS-RUN-DATE TO APRV-SUBMIT-DATE.
           MOVE TRAN-OPERATOR TO APRV-SUBMIT-OPERATOR.
           MOVE TRAN-RECORD TO APRV-TRAN-IMAGE.
           WRITE APRV-RECORD.
           IF WS-APRV-STATUS NOT = '00'
               DISPLAY "ERROR WRITING APRV-FILE, FILE STATUS = "
                   WS-APRV-STATUS
               MOVE 20 TO RETURN-CODE
               PERFORM CLOSE-FILES
               STOP RUN.
           ADD 1 TO WS-HELD-COUNT.
           MOVE "HELD - ADMIN NEEDS APPROVAL" TO WS-EDIT-REASON.
           PERFORM WRITE-REPORT-DETAIL.
           MOVE TRAN-USER-ID TO AUDIT-USER-ID.
           MOVE "APR-SUBMIT" TO AUDIT-CLASS.
           MOVE WS-RUN-TIMESTAMP TO AUDIT-TIMESTAMP.
           MOVE WS-PROGRAM-NAME TO AUDIT-PROGRAM.
           MOVE TRAN-OPERATOR TO AUDIT-OPERATOR.
           MOVE SPACES TO AUDIT-APPROVER.
           WRITE AUDIT-RECORD.

       EDIT-TRANSACTION.
           MOVE 'Y' TO WS-IS-VALID.
           IF WS-IS-VALID = 'Y'
               PERFORM CHECK-LAST-LOGIN
           END-IF.
           IF WS-IS-VALID = 'Y'
               PERFORM CHECK-ACCOUNT-TYPE
           END-IF.

       EDIT-CHANGE-TRAN.
      * Blank fields on a change mean "leave alone", so only the
           IF WS-IS-VALID = 'Y'
               PERFORM CHECK-LAST-LOGIN
           END-IF.
           IF WS-IS-VALID = 'Y'
               PERFORM CHECK-ACCOUNT-TYPE
           END-IF.

       EDIT-REACTIVATE-TRAN.
      * A blank password on a reactivate may still be rejected by
               END-IF
           END-IF.

      * An add keyed with no account type is a person account. A
      * service or shared account must name its owner, a person
      * account must not, and no account owns itself; a blank owner
      * is normalized to the zero "none" sentinel. On a change a
      * blank type and zero owner leave the master alone - whether
      * the result still has an owner, and whether the owner is an
      * ACTIVE person, only USERMAINT can see.
       CHECK-ACCOUNT-TYPE.
           IF TRAN-OWNER-ID (1:7) = SPACES
               MOVE ZERO TO TRAN-OWNER-ID
           END-IF.
           IF TRAN-IS-ADD AND TRAN-ACCT-TYPE = SPACE
               MOVE 'P' TO TRAN-ACCT-TYPE
           END-IF.
           EVALUATE TRUE
               WHEN TRAN-OWNER-ID NOT NUMERIC
                   MOVE 'N' TO WS-IS-VALID
                   MOVE "NON-NUMERIC OWNER-ID" TO WS-EDIT-REASON
               WHEN TRAN-ACCT-TYPE NOT = SPACE
                       AND TRAN-ACCT-TYPE NOT = 'P'
                       AND TRAN-ACCT-TYPE NOT = 'S'
                       AND TRAN-ACCT-TYPE NOT = 'H'
                   MOVE 'N' TO WS-IS-VALID
                   MOVE "INVALID ACCOUNT TYPE" TO WS-EDIT-REASON
               WHEN TRAN-OWNER-ID NOT = ZERO
                       AND TRAN-OWNER-ID = TRAN-USER-ID
                   MOVE 'N' TO WS-IS-VALID
                   MOVE "ACCOUNT CANNOT OWN ITSELF" TO WS-EDIT-REASON
               WHEN TRAN-ACCT-TYPE = 'P' AND TRAN-OWNER-ID NOT = ZERO
                   MOVE 'N' TO WS-IS-VALID
                   MOVE "OWNER ON PERSON ACCOUNT" TO WS-EDIT-REASON
               WHEN TRAN-IS-ADD AND TRAN-ACCT-TYPE NOT = 'P'
                       AND TRAN-OWNER-ID = ZERO
                   MOVE 'N' TO WS-IS-VALID
                   MOVE "NO OWNER FOR NON-PERSON ACCT"
                       TO WS-EDIT-REASON
           END-EVALUATE.

      * Same normalization as CHECK-LAST-LOGIN: blank means "apply
      * at once" and becomes the zero sentinel; a supplied value
      * must be numeric and carry a readable month and day, or the

       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT.
           PERFORM WRITE-REPORT-DETAIL.

       WRITE-REPORT-DETAIL.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER
           END-IF.

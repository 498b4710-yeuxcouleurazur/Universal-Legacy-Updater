       IDENTIFICATION DIVISION.
       PROGRAM-ID. USERENTL.
      * Application entitlement maintenance for entitle.dat, the
      * indexed USER-ID + APP-CODE file that says which applications
      * each account may actually get into - the access the
      * department heads certify on the USERCERT worksheets, beyond
      * the bare ADMIN/REGULAR flag admin.dat gives.
      * Transactions come from enttran.dat - ENT-TRAN-CODE X(1),
      * 'G' grant or 'V' revoke, then the USER-ID, the application
      * code, the role and the operator who keyed it:
      *   - a grant is refused when the application code is not on
      *     appmast.dat, when the USER-ID is missing from the
      *     indexed master or the account is not ACTIVE, when no role
      *     or operator is named, or when the same role is already
      *     held; a grant over an existing entitlement changes the
      *     role (or clears a revoke-pending flag) and restamps the
      *     granted date and granted-by;
      *   - a revoke deletes the entitlement, and is refused when
      *     no operator is named or there is none to delete.
      * Every grant and revoke writes an ENT-GRANT or ENT-REVOKE
      * audit record carrying the keying operator, the way USERADMN
      * audits its roster changes. A missing enttran.dat is only a
      * warning, so the program doubles as a standalone listing run.
      * The report on entlrpt.prt lists each transaction's outcome,
      * then every entitlement still flagged revoke-pending - the
      * ones USERMAINT flagged when it deactivated the account, and
      * which stay on the file until a 'V' is keyed for them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ENTL-FILE ASSIGN TO "entitle.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENTL-KEY
               FILE STATUS IS WS-ENTL-STATUS.
           SELECT APP-FILE ASSIGN TO "appmast.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APP-STATUS.
           SELECT ENT-TRAN-FILE ASSIGN TO "enttran.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT USER-AUDIT-FILE ASSIGN TO "useraudit.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ENTL-REPORT ASSIGN TO "entlrpt.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USER-FILE.
           COPY USERREC.

       FD ENTL-FILE.
           COPY ENTLREC.

       FD APP-FILE.
           COPY APPREC.

       FD ENT-TRAN-FILE.
       01 ENT-TRAN-RECORD.
           05 ENT-TRAN-CODE PIC X(1).
               88 ENT-TRAN-IS-GRANT VALUE 'G'.
               88 ENT-TRAN-IS-REVOKE VALUE 'V'.
           05 ENT-TRAN-USER-ID PIC 9(7).
           05 ENT-TRAN-APP-CODE PIC X(8).
           05 ENT-TRAN-ROLE PIC X(10).
           05 ENT-TRAN-OPERATOR PIC X(8).

       FD USER-AUDIT-FILE.
           COPY AUDITREC.

       FD ENTL-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC X(2) VALUE '00'.
       01 WS-ENTL-STATUS PIC X(2) VALUE '00'.
       01 WS-APP-STATUS PIC X(2) VALUE '00'.
       01 WS-TRAN-STATUS PIC X(2) VALUE '00'.
       01 WS-AUDIT-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.

       01 WS-APP-EOF PIC X VALUE 'N'.
       01 WS-TRAN-EOF PIC X VALUE 'N'.
       01 WS-ENTL-EOF PIC X VALUE 'N'.
       01 WS-HAVE-TRANS PIC X VALUE 'N'.

       01 WS-APP-TABLE.
           05 WS-APP-COUNT PIC 9(3) VALUE 0.
           05 WS-APP-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-APP-IDX.
               10 WS-APP-TAB-CODE PIC X(8).
       01 WS-APP-VALID PIC X VALUE 'N'.
       01 WS-APP-SEARCH-IDX PIC 9(3) VALUE 0.

       01 WS-READ-TRAN-COUNT PIC 9(5) VALUE 0.
       01 WS-GRANT-COUNT PIC 9(5) VALUE 0.
       01 WS-REVOKE-COUNT PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
       01 WS-PENDING-COUNT PIC 9(5) VALUE 0.

       01 WS-RUN-TIMESTAMP PIC X(14).
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-PROGRAM-NAME PIC X(12) VALUE "USERENTL".

       01 WS-RUNCTL-START PIC X(1) VALUE 'S'.
       01 WS-RUNCTL-END PIC X(1) VALUE 'E'.
       01 WS-RUNCTL-MODE PIC X(1) VALUE 'R'.
       01 WS-RUNCTL-RC PIC 9(2) VALUE 0.
       01 WS-BUSDATE-RC PIC 9(2) VALUE 0.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MM PIC 9(2).
           05 WS-RUN-DD PIC 9(2).
       01 WS-RUN-DATE-X PIC X(10).

       01 WS-PAGE-NO PIC 9(3) VALUE 0.
       01 WS-LINES-ON-PAGE PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 50.

       01 WS-REPORT-HEADER-1.
           05 FILLER PIC X(27) VALUE "ENTITLEMENT MAINTENANCE".
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 HDR-RUN-DATE PIC X(10).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "PAGE: ".
           05 HDR-PAGE-NO PIC ZZ9.
       01 WS-REPORT-HEADER-2.
           05 FILLER PIC X(10) VALUE "USER ID".
           05 FILLER PIC X(10) VALUE "APP CODE".
           05 FILLER PIC X(12) VALUE "ROLE".
           05 FILLER PIC X(30) VALUE "FINDING".

       01 WS-DETAIL-LINE.
           05 DTL-USER-ID PIC 9(7).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DTL-APP-CODE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-ROLE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-FINDING PIC X(30).

       01 WS-TRAILER-LINE-1.
           05 FILLER PIC X(24) VALUE "GRANTS APPLIED:         ".
           05 TRL-GRANT-COUNT PIC ZZZZ9.
       01 WS-TRAILER-LINE-2.
           05 FILLER PIC X(24) VALUE "REVOKES APPLIED:        ".
           05 TRL-REVOKE-COUNT PIC ZZZZ9.
       01 WS-TRAILER-LINE-3.
           05 FILLER PIC X(24) VALUE "TRANSACTIONS REJECTED:  ".
           05 TRL-REJECT-COUNT PIC ZZZZ9.
       01 WS-TRAILER-LINE-4.
           05 FILLER PIC X(24) VALUE "REVOKES PENDING:        ".
           05 TRL-PENDING-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-RUN-TIMESTAMP.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM LOAD-APP-LIST.
           PERFORM OPEN-FILES.
           PERFORM PROCESS-ENTL-TRANS.
           PERFORM LIST-REVOKE-PENDING.
           PERFORM WRITE-REPORT-TRAILER.
           PERFORM CLOSE-FILES.
           PERFORM CLOSE-RUN-CONTROL.
           DISPLAY "USERENTL COMPLETE - GRANTS: " WS-GRANT-COUNT
               " REVOKES: " WS-REVOKE-COUNT
               " REJECTS: " WS-REJECT-COUNT
               " REVOKES PENDING: " WS-PENDING-COUNT.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
           STOP RUN.

      * The master is only read here (the ACTIVE check on a grant),
      * so the reader slot is enough, as in USERADMN.
       CHECK-RUN-CONTROL.
           CALL "RUNCTRL" USING WS-RUNCTL-START WS-PROGRAM-NAME
               WS-RUNCTL-MODE WS-RUNCTL-RC.
           IF WS-RUNCTL-RC NOT = 0
               MOVE 12 TO RETURN-CODE
               STOP RUN.

       CLOSE-RUN-CONTROL.
           CALL "RUNCTRL" USING WS-RUNCTL-END WS-PROGRAM-NAME
               WS-RUNCTL-MODE WS-RUNCTL-RC.

       GET-BUSINESS-DATE.
           CALL "BUSDATE" USING WS-RUN-DATE WS-BUSDATE-RC.
           IF WS-BUSDATE-RC NOT = 0
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      * Unlike the department master, a missing application master
      * does not open the gate - every grant is then refused, since
      * an entitlement to an unknown application cannot be certified.
       LOAD-APP-LIST.
           OPEN INPUT APP-FILE.
           IF WS-APP-STATUS NOT = '00'
               DISPLAY "WARNING: APP-FILE (appmast.dat) NOT "
                   "AVAILABLE, FILE STATUS = " WS-APP-STATUS
                   ", ALL GRANTS WILL BE REFUSED"
           ELSE
               PERFORM UNTIL WS-APP-EOF = 'Y'
                   READ APP-FILE INTO APP-RECORD
                       AT END MOVE 'Y' TO WS-APP-EOF
                       NOT AT END
                           IF WS-APP-COUNT >= 200
                               DISPLAY "WARNING: WS-APP-TABLE FULL "
                                   "AT 200 ENTRIES, IGNORING "
                                   "REMAINING APP-FILE RECORDS"
                               MOVE 'Y' TO WS-APP-EOF
                           ELSE
                               ADD 1 TO WS-APP-COUNT
                               MOVE APP-CODE TO
                                   WS-APP-TAB-CODE (WS-APP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APP-FILE.

       CHECK-APP.
           MOVE 'N' TO WS-APP-VALID.
           PERFORM VARYING WS-APP-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-APP-SEARCH-IDX > WS-APP-COUNT
               IF ENT-TRAN-APP-CODE =
                       WS-APP-TAB-CODE (WS-APP-SEARCH-IDX)
                   MOVE 'Y' TO WS-APP-VALID
                   MOVE WS-APP-COUNT TO WS-APP-SEARCH-IDX
               END-IF
           END-PERFORM.

       OPEN-FILES.
           OPEN INPUT USER-FILE.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "ERROR OPENING USER-FILE (users.dat), "
                   "FILE STATUS = " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN I-O ENTL-FILE.
           IF WS-ENTL-STATUS = '35'
      * entitle.dat does not exist yet - create it as a new,
      * empty indexed file before the first grants are applied.
               OPEN OUTPUT ENTL-FILE
               CLOSE ENTL-FILE
               OPEN I-O ENTL-FILE.
           IF WS-ENTL-STATUS NOT = '00'
               DISPLAY "ERROR OPENING ENTL-FILE (entitle.dat), "
                   "FILE STATUS = " WS-ENTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ENT-TRAN-FILE.
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY "WARNING: ENT-TRAN-FILE (enttran.dat) NOT "
                   "AVAILABLE, FILE STATUS = " WS-TRAN-STATUS
                   ", LISTING ONLY"
           ELSE
               MOVE 'Y' TO WS-HAVE-TRANS.
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
           OPEN OUTPUT ENTL-REPORT.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "ERROR OPENING ENTL-REPORT (entlrpt.prt), "
                   "FILE STATUS = " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM WRITE-REPORT-HEADER.

       CLOSE-FILES.
           CLOSE USER-FILE.
           CLOSE ENTL-FILE.
           IF WS-HAVE-TRANS = 'Y'
               CLOSE ENT-TRAN-FILE
           END-IF.
           CLOSE USER-AUDIT-FILE.
           CLOSE ENTL-REPORT.

       WRITE-REPORT-HEADER.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE-X TO HDR-RUN-DATE.
           MOVE WS-PAGE-NO TO HDR-PAGE-NO.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-1.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-2.
           MOVE 2 TO WS-LINES-ON-PAGE.

       WRITE-REPORT-TRAILER.
           MOVE WS-GRANT-COUNT TO TRL-GRANT-COUNT.
           MOVE WS-REVOKE-COUNT TO TRL-REVOKE-COUNT.
           MOVE WS-REJECT-COUNT TO TRL-REJECT-COUNT.
           MOVE WS-PENDING-COUNT TO TRL-PENDING-COUNT.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-1.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-2.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-3.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-4.

       PROCESS-ENTL-TRANS.
           IF WS-HAVE-TRANS = 'Y'
               PERFORM READ-NEXT-ENT-TRAN
               PERFORM PROCESS-ONE-ENT-TRAN
                   UNTIL WS-TRAN-EOF = 'Y'
           END-IF.

       READ-NEXT-ENT-TRAN.
           READ ENT-TRAN-FILE
               AT END MOVE 'Y' TO WS-TRAN-EOF
               NOT AT END ADD 1 TO WS-READ-TRAN-COUNT
           END-READ.
           IF WS-TRAN-STATUS NOT = '00' AND WS-TRAN-STATUS NOT = '10'
               DISPLAY "ERROR READING ENT-TRAN-FILE, FILE STATUS = "
                   WS-TRAN-STATUS
               MOVE 20 TO RETURN-CODE
               PERFORM CLOSE-FILES
               STOP RUN.

       PROCESS-ONE-ENT-TRAN.
           MOVE ENT-TRAN-APP-CODE TO DTL-APP-CODE.
           MOVE ENT-TRAN-ROLE TO DTL-ROLE.
           IF ENT-TRAN-USER-ID NOT NUMERIC
                   OR ENT-TRAN-USER-ID = ZERO
               ADD 1 TO WS-REJECT-COUNT
               MOVE ZERO TO DTL-USER-ID
               MOVE "REJECT: UNREADABLE USER-ID" TO DTL-FINDING
               PERFORM WRITE-DETAIL-LINE
           ELSE
               MOVE ENT-TRAN-USER-ID TO DTL-USER-ID
               EVALUATE TRUE
                   WHEN ENT-TRAN-IS-GRANT
                       PERFORM APPLY-GRANT
                   WHEN ENT-TRAN-IS-REVOKE
                       PERFORM APPLY-REVOKE
                   WHEN OTHER
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE "REJECT: UNKNOWN TRAN CODE"
                           TO DTL-FINDING
                       PERFORM WRITE-DETAIL-LINE
               END-EVALUATE
           END-IF.
           PERFORM READ-NEXT-ENT-TRAN.

       APPLY-GRANT.
           PERFORM CHECK-APP.
           EVALUATE TRUE
               WHEN WS-APP-VALID = 'N'
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECT: APP NOT ON APPMAST" TO DTL-FINDING
                   PERFORM WRITE-DETAIL-LINE
               WHEN ENT-TRAN-ROLE = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECT: NO ROLE GIVEN" TO DTL-FINDING
                   PERFORM WRITE-DETAIL-LINE
               WHEN ENT-TRAN-OPERATOR = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECT: NO GRANTING OPERATOR"
                       TO DTL-FINDING
                   PERFORM WRITE-DETAIL-LINE
               WHEN OTHER
                   PERFORM GRANT-IF-ACTIVE
           END-EVALUATE.

       GRANT-IF-ACTIVE.
           MOVE ENT-TRAN-USER-ID TO USER-ID.
           READ USER-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECT: NOT ON USER MASTER" TO DTL-FINDING
                   PERFORM WRITE-DETAIL-LINE
               NOT INVALID KEY
                   IF NOT USER-STATUS-ACTIVE
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE "REJECT: ACCOUNT NOT ACTIVE"
                           TO DTL-FINDING
                       PERFORM WRITE-DETAIL-LINE
                   ELSE
                       PERFORM WRITE-GRANT
                   END-IF
           END-READ.

      * A grant over an existing entitlement is a role change or a
      * re-grant after a revoke flag, and is restamped as a fresh
      * grant; the very same role still active is a duplicate.
       WRITE-GRANT.
           MOVE ENT-TRAN-USER-ID TO ENTL-USER-ID.
           MOVE ENT-TRAN-APP-CODE TO ENTL-APP-CODE.
           READ ENTL-FILE
               INVALID KEY
                   PERFORM MOVE-GRANT-FIELDS
                   WRITE ENTL-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REJECT-COUNT
                           MOVE "REJECT: ENTL WRITE FAILED"
                               TO DTL-FINDING
                           PERFORM WRITE-DETAIL-LINE
                       NOT INVALID KEY
                           PERFORM COUNT-GRANT
                   END-WRITE
               NOT INVALID KEY
                   IF ENTL-STATUS-ACTIVE
                           AND ENTL-ROLE = ENT-TRAN-ROLE
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE "REJECT: ALREADY GRANTED" TO DTL-FINDING
                       PERFORM WRITE-DETAIL-LINE
                   ELSE
                       PERFORM MOVE-GRANT-FIELDS
                       REWRITE ENTL-RECORD
                           INVALID KEY
                               ADD 1 TO WS-REJECT-COUNT
                               MOVE "REJECT: ENTL WRITE FAILED"
                                   TO DTL-FINDING
                               PERFORM WRITE-DETAIL-LINE
                           NOT INVALID KEY
                               PERFORM COUNT-GRANT
                       END-REWRITE
                   END-IF
           END-READ.

       MOVE-GRANT-FIELDS.
           MOVE ENT-TRAN-USER-ID TO ENTL-USER-ID.
           MOVE ENT-TRAN-APP-CODE TO ENTL-APP-CODE.
           MOVE ENT-TRAN-ROLE TO ENTL-ROLE.
           MOVE WS-RUN-DATE TO ENTL-GRANTED-DATE.
           MOVE ENT-TRAN-OPERATOR TO ENTL-GRANTED-BY.
           MOVE 'A' TO ENTL-STATUS.

       COUNT-GRANT.
           ADD 1 TO WS-GRANT-COUNT.
           MOVE "GRANTED" TO DTL-FINDING.
           PERFORM WRITE-DETAIL-LINE.
           MOVE "ENT-GRANT" TO AUDIT-CLASS.
           PERFORM WRITE-AUDIT-RECORD.

       APPLY-REVOKE.
           IF ENT-TRAN-OPERATOR = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECT: NO REVOKING OPERATOR" TO DTL-FINDING
               PERFORM WRITE-DETAIL-LINE
           ELSE
               PERFORM DELETE-ENTITLEMENT
           END-IF.

       DELETE-ENTITLEMENT.
           MOVE ENT-TRAN-USER-ID TO ENTL-USER-ID.
           MOVE ENT-TRAN-APP-CODE TO ENTL-APP-CODE.
           DELETE ENTL-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECT: NO SUCH ENTITLEMENT" TO DTL-FINDING
                   PERFORM WRITE-DETAIL-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-REVOKE-COUNT
                   MOVE "REVOKED" TO DTL-FINDING
                   PERFORM WRITE-DETAIL-LINE
                   MOVE "ENT-REVOKE" TO AUDIT-CLASS
                   PERFORM WRITE-AUDIT-RECORD
           END-DELETE.

       WRITE-AUDIT-RECORD.
           MOVE ENT-TRAN-USER-ID TO AUDIT-USER-ID.
           MOVE WS-RUN-TIMESTAMP TO AUDIT-TIMESTAMP.
           MOVE WS-PROGRAM-NAME TO AUDIT-PROGRAM.
           MOVE ENT-TRAN-OPERATOR TO AUDIT-OPERATOR.
           MOVE SPACES TO AUDIT-APPROVER.
           WRITE AUDIT-RECORD.

      * Run after tonight's transactions, so a revoke keyed today
      * has already dropped off the list.
       LIST-REVOKE-PENDING.
           MOVE LOW-VALUES TO ENTL-KEY.
           START ENTL-FILE KEY IS NOT LESS THAN ENTL-KEY
               INVALID KEY MOVE 'Y' TO WS-ENTL-EOF
           END-START.
           PERFORM UNTIL WS-ENTL-EOF = 'Y'
               READ ENTL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-ENTL-EOF
                   NOT AT END
                       IF ENTL-STATUS-REVOKE-PENDING
                           ADD 1 TO WS-PENDING-COUNT
                           MOVE ENTL-USER-ID TO DTL-USER-ID
                           MOVE ENTL-APP-CODE TO DTL-APP-CODE
                           MOVE ENTL-ROLE TO DTL-ROLE
                           MOVE "REVOKE PENDING - KEY A 'V'"
                               TO DTL-FINDING
                           PERFORM WRITE-DETAIL-LINE
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-DETAIL-LINE.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER
           END-IF.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

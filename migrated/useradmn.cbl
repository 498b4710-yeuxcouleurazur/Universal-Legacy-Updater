      * Until now the file was edited by hand and nothing verified
      * it; this program is the one sanctioned editor.
      * Transactions come from admtran.dat - ADM-TRAN-CODE X(1),
      * 'G' grant or 'V' revoke, then ADM-TRAN-USER-ID 9(7) and
      * ADM-TRAN-OPERATOR X(8), the clerk who keyed it:
      *   - a grant is refused when the USER-ID is missing from the
      *     indexed master, when the account is not ACTIVE, when the
      *     entry is already on the roster, or when the roster
      *     already holds 100 entries - the WS-ADMIN-TABLE limit the
      *     three loaders enforce by silently dropping the rest;
      *   - a revoke is refused only when the entry is not there.
      * A keyed grant that passes those checks is NOT applied: it is
      * held on aprvpend.dat (APR-SUBMIT audit record, the keying
      * clerk as maker) for a second operator to approve through
      * USERAPPR, and a keyed grant naming no operator is refused
      * outright. Grants USERAPPR approved come back on admrels.dat,
      * in the admtran layout with ADM-TRAN-APPROVER filled in; they
      * are worked first, through the same checks (the account may
      * have changed since it was submitted), and applied. The
      * release file is emptied once the roster is rewritten.
      * Revokes only take access away and apply at once.
      * Every grant and revoke writes an ADM-GRANT or ADM-REVOKE
      * audit record carrying the maker (and, on a released grant,
      * the approver), and admin.dat is rewritten from the worked
      * roster. A missing admtran.dat is only a warning, so the
      * program doubles as a standalone reconciliation run.
      * The reconciliation report on admrcn.prt lists, against the
           SELECT ADM-TRAN-FILE ASSIGN TO "admtran.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT ADM-RELEASE-FILE ASSIGN TO "admrels.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.
           SELECT APRV-FILE ASSIGN TO "aprvpend.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APRV-STATUS.
           SELECT USER-AUDIT-FILE ASSIGN TO "useraudit.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
               88 ADM-TRAN-IS-GRANT VALUE 'G'.
               88 ADM-TRAN-IS-REVOKE VALUE 'V'.
           05 ADM-TRAN-USER-ID PIC 9(7).
           05 ADM-TRAN-OPERATOR PIC X(8).
           05 ADM-TRAN-APPROVER PIC X(8).

       FD ADM-RELEASE-FILE.
       01 ADM-RELEASE-RECORD PIC X(24).

       FD APRV-FILE.
           COPY APRVREC.

       FD USER-AUDIT-FILE.
           COPY AUDITREC.
       01 WS-TRAN-STATUS PIC X(2) VALUE '00'.
       01 WS-AUDIT-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-RELEASE-STATUS PIC X(2) VALUE '00'.
       01 WS-APRV-STATUS PIC X(2) VALUE '00'.

       01 WS-ADMIN-EOF PIC X VALUE 'N'.
       01 WS-TRAN-EOF PIC X VALUE 'N'.
       01 WS-HAVE-TRANS PIC X VALUE 'N'.
       01 WS-RELEASE-EOF PIC X VALUE 'N'.
       01 WS-HAVE-RELEASES PIC X VALUE 'N'.
       01 WS-RELEASE-RUN PIC X VALUE 'N'.

      * The full roster, without the loaders' 100-entry cap, so the
      * entries they silently drop can be reported. The loader limit
       01 WS-GRANT-COUNT PIC 9(5) VALUE 0.
       01 WS-REVOKE-COUNT PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT PIC 9(5) VALUE 0.
       01 WS-RELEASE-COUNT PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.

       01 WS-RUN-TIMESTAMP PIC X(14).
       01 WS-RUNCTL-END PIC X(1) VALUE 'E'.
       01 WS-RUNCTL-MODE PIC X(1) VALUE 'R'.
       01 WS-RUNCTL-RC PIC 9(2) VALUE 0.
       01 WS-BUSDATE-RC PIC 9(2) VALUE 0.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
       01 WS-TRAILER-LINE-5.
           05 FILLER PIC X(24) VALUE "RECON EXCEPTIONS:       ".
           05 TRL-EXCEPTION-COUNT PIC ZZZZ9.
       01 WS-TRAILER-LINE-6.
           05 FILLER PIC X(24) VALUE "GRANTS HELD (APPROVAL): ".
           05 TRL-HELD-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-RUN-TIMESTAMP.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM LOAD-ADMIN-ROSTER.
           PERFORM OPEN-FILES.
           PERFORM PROCESS-RELEASED-GRANTS.
           PERFORM PROCESS-ADMIN-TRANS.
           PERFORM REWRITE-ADMIN-FILE.
           PERFORM CLEAR-RELEASE-FILE.
           PERFORM RECONCILE-ROSTER.
           PERFORM WRITE-REPORT-TRAILER.
           PERFORM CLOSE-FILES.
           PERFORM CLOSE-RUN-CONTROL.
           DISPLAY "USERADMN COMPLETE - GRANTS: " WS-GRANT-COUNT
               " REVOKES: " WS-REVOKE-COUNT
               " HELD: " WS-HELD-COUNT
               " REJECTS: " WS-REJECT-COUNT
               " EXCEPTIONS: " WS-EXCEPTION-COUNT.
           IF WS-REJECT-COUNT > 0 OR WS-EXCEPTION-COUNT > 0
           CALL "RUNCTRL" USING WS-RUNCTL-END WS-PROGRAM-NAME
               WS-RUNCTL-MODE WS-RUNCTL-RC.

       GET-BUSINESS-DATE.
           CALL "BUSDATE" USING WS-RUN-DATE WS-BUSDATE-RC.
           IF WS-BUSDATE-RC NOT = 0
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       LOAD-ADMIN-ROSTER.
           OPEN INPUT ADMIN-FILE.
           IF WS-ADMIN-STATUS NOT = '00'
                   ", RECONCILIATION ONLY"
           ELSE
               MOVE 'Y' TO WS-HAVE-TRANS.
           OPEN INPUT ADM-RELEASE-FILE.
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
                   "(useraudit.dat), FILE STATUS = " WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-X.
           OPEN OUTPUT ADMN-REPORT.
           IF WS-HAVE-TRANS = 'Y'
               CLOSE ADM-TRAN-FILE
           END-IF.
           IF WS-HAVE-RELEASES = 'Y'
               CLOSE ADM-RELEASE-FILE
           END-IF.
           CLOSE APRV-FILE.
           CLOSE USER-AUDIT-FILE.
           CLOSE ADMN-REPORT.

           WRITE REPORT-LINE FROM WS-TRAILER-LINE-3.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-4.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-5.
           MOVE WS-HELD-COUNT TO TRL-HELD-COUNT.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-6.

      * Approved grants are worked ahead of tonight's keyed file,
      * so a revoke keyed today still has the last word.
       PROCESS-RELEASED-GRANTS.
           IF WS-HAVE-RELEASES = 'Y'
               MOVE 'Y' TO WS-RELEASE-RUN
               PERFORM READ-NEXT-RELEASE
               PERFORM PROCESS-ONE-RELEASE
                   UNTIL WS-RELEASE-EOF = 'Y'
               MOVE 'N' TO WS-RELEASE-RUN
           END-IF.

       READ-NEXT-RELEASE.
           READ ADM-RELEASE-FILE INTO ADM-TRAN-RECORD
               AT END MOVE 'Y' TO WS-RELEASE-EOF
               NOT AT END ADD 1 TO WS-RELEASE-COUNT
           END-READ.
           IF WS-RELEASE-STATUS NOT = '00'
                   AND WS-RELEASE-STATUS NOT = '10'
               DISPLAY "ERROR READING ADM-RELEASE-FILE, FILE "
                   "STATUS = " WS-RELEASE-STATUS
               MOVE 20 TO RETURN-CODE
               PERFORM CLOSE-FILES
               STOP RUN.

       PROCESS-ONE-RELEASE.
           PERFORM PROCESS-ONE-ADM-TRAN-BODY.
           PERFORM READ-NEXT-RELEASE.

      * Emptied only after the roster rewrite, so an abend before
      * then leaves the approved grants to be worked again.
       CLEAR-RELEASE-FILE.
           IF WS-HAVE-RELEASES = 'Y'
               OPEN OUTPUT ADM-RELEASE-FILE
               CLOSE ADM-RELEASE-FILE
           END-IF.

       PROCESS-ADMIN-TRANS.
           IF WS-HAVE-TRANS = 'Y'
               STOP RUN.

       PROCESS-ONE-ADM-TRAN.
           MOVE SPACES TO ADM-TRAN-APPROVER.
           PERFORM PROCESS-ONE-ADM-TRAN-BODY.
           PERFORM READ-NEXT-ADM-TRAN.

       PROCESS-ONE-ADM-TRAN-BODY.
           IF ADM-TRAN-USER-ID NOT NUMERIC
                   OR ADM-TRAN-USER-ID = ZERO
               ADD 1 TO WS-REJECT-COUNT
                       PERFORM WRITE-DETAIL-LINE
               END-EVALUATE
           END-IF.

       FIND-ROSTER-ENTRY.
           MOVE 0 TO WS-FOUND-IDX.

       APPLY-GRANT.
           MOVE ADM-TRAN-USER-ID TO DTL-USER-ID.
           EVALUATE TRUE
               WHEN WS-FOUND-IDX > 0
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECT: ALREADY AN ADMIN" TO DTL-FINDING
                   PERFORM WRITE-DETAIL-LINE
               WHEN WS-RELEASE-RUN = 'N'
                       AND ADM-TRAN-OPERATOR = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECT: NO SUBMITTING OPERATOR"
                       TO DTL-FINDING
                   PERFORM WRITE-DETAIL-LINE
               WHEN WS-ADMIN-COUNT >= WS-LOADER-LIMIT
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECT: ROSTER AT 100 LIMIT"
                       TO DTL-FINDING
                   PERFORM WRITE-DETAIL-LINE
               WHEN OTHER
                   PERFORM GRANT-IF-ACTIVE
           END-EVALUATE.

       GRANT-IF-ACTIVE.
           MOVE ADM-TRAN-USER-ID TO USER-ID.
                           TO DTL-FINDING
                       PERFORM WRITE-DETAIL-LINE
                   ELSE
                       IF WS-RELEASE-RUN = 'Y'
                           PERFORM ADD-TO-ROSTER
                       ELSE
                           PERFORM SUBMIT-GRANT
                       END-IF
                   END-IF
           END-READ.

       ADD-TO-ROSTER.
           ADD 1 TO WS-ADMIN-COUNT.
           MOVE ADM-TRAN-USER-ID TO WS-ADMIN-TAB-ID (WS-ADMIN-COUNT).
           ADD 1 TO WS-GRANT-COUNT.
           MOVE "GRANTED (APPROVED)" TO DTL-FINDING.
           PERFORM WRITE-DETAIL-LINE.
           MOVE "ADM-GRANT" TO AUDIT-CLASS.
           PERFORM WRITE-AUDIT-RECORD.

      * The grant has passed every check it can pass tonight; it now
      * waits on aprvpend.dat for a second operator.
       SUBMIT-GRANT.
           MOVE SPACES TO APRV-RECORD.
           MOVE 'G' TO APRV-ITEM-TYPE.
           MOVE ADM-TRAN-USER-ID TO APRV-USER-ID.
           MOVE WS-RUN-DATE TO APRV-SUBMIT-DATE.
           MOVE ADM-TRAN-OPERATOR TO APRV-SUBMIT-OPERATOR.
           WRITE APRV-RECORD.
           IF WS-APRV-STATUS NOT = '00'
               DISPLAY "ERROR WRITING APRV-FILE, FILE STATUS = "
                   WS-APRV-STATUS
               MOVE 20 TO RETURN-CODE
               PERFORM CLOSE-FILES
               STOP RUN.
           ADD 1 TO WS-HELD-COUNT.
           MOVE "HELD FOR APPROVAL" TO DTL-FINDING.
           PERFORM WRITE-DETAIL-LINE.
           MOVE "APR-SUBMIT" TO AUDIT-CLASS.
           PERFORM WRITE-AUDIT-RECORD.

       APPLY-REVOKE.
           MOVE ADM-TRAN-USER-ID TO DTL-USER-ID.
           IF WS-FOUND-IDX = 0
           MOVE ADM-TRAN-USER-ID TO AUDIT-USER-ID.
           MOVE WS-RUN-TIMESTAMP TO AUDIT-TIMESTAMP.
           MOVE WS-PROGRAM-NAME TO AUDIT-PROGRAM.
           MOVE ADM-TRAN-OPERATOR TO AUDIT-OPERATOR.
           MOVE ADM-TRAN-APPROVER TO AUDIT-APPROVER.
           WRITE AUDIT-RECORD.

       REWRITE-ADMIN-FILE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. USERAPPR.
      * Second-operator approval step for the maker-checker items on
      * aprvpend.dat - admin grants USERADMN held, and reactivations
      * of admin.dat USER-IDs and moves of an admin to another
      * department USEREDIT held. Nothing on that file reaches the
      * roster or the master until a different operator says so.
      * Decisions come from apprdec.dat - APD-DECISION X(1), 'A'
      * approve or 'J' reject, then the item type and USER-ID they
      * answer and APD-OPERATOR X(8), the checker. Each pending item
      * takes the first unused decision for the same type and
      * USER-ID:
      *   - a decision naming no checker, or naming the maker as
      *     the checker, is refused (APR-SELF audit record) and the item
      *     stays pending for a proper second operator;
      *   - an approved grant is released to admrels.dat in the
      *     admtran layout with ADM-TRAN-APPROVER filled in, for
      *     USERADMN's next run; an approved reactivation or
      *     department change is released to tranappr.dat as the
      *     original usertran image, for tonight's USEREDIT. Both
      *     release files are appended to, so anything the consumer
      *     has not yet picked up is never lost (APR-APPROV audit);
      *   - a rejected item is simply dropped (APR-REJECT audit).
      * An item with no decision that has waited more than the
      * expiry days in apprparm.dat (9(3), default 7) ages off the
      * file with an exception line and an APR-EXPIRE audit record,
      * and must be keyed again if still wanted. Decisions that
      * match nothing pending are listed as exceptions too.
      * Every audit record carries the maker in AUDIT-OPERATOR and
      * the checker in AUDIT-APPROVER. The surviving items go to
      * aprvpnew.dat and replace aprvpend.dat only at the end of a
      * clean run, as USERMAINT does with tranpend.dat; apprdec.dat
      * is then emptied. Report on aprvrpt.prt; return code 4 when
      * any exception printed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APRV-FILE ASSIGN TO "aprvpend.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APRV-STATUS.
           SELECT APRV-NEW-FILE ASSIGN TO "aprvpnew.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APRV-NEW-STATUS.
           SELECT DECISION-FILE ASSIGN TO "apprdec.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.
           SELECT APPR-PARM-FILE ASSIGN TO "apprparm.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ADM-RELEASE-FILE ASSIGN TO "admrels.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADM-REL-STATUS.
           SELECT TRAN-RELEASE-FILE ASSIGN TO "tranappr.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-REL-STATUS.
           SELECT USER-AUDIT-FILE ASSIGN TO "useraudit.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT APPR-REPORT ASSIGN TO "aprvrpt.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD APRV-FILE.
           COPY APRVREC.

       FD APRV-NEW-FILE.
       01 APRV-NEW-RECORD PIC X(105).

       FD DECISION-FILE.
       01 DECISION-RECORD.
           05 APD-DECISION PIC X(1).
               88 APD-IS-APPROVE VALUE 'A'.
               88 APD-IS-REJECT VALUE 'J'.
           05 APD-ITEM-TYPE PIC X(1).
           05 APD-USER-ID PIC 9(7).
           05 APD-OPERATOR PIC X(8).

       FD APPR-PARM-FILE.
       01 APPR-PARM-RECORD.
           05 PARM-EXPIRY-DAYS PIC 9(3).

       FD ADM-RELEASE-FILE.
       01 ADM-RELEASE-RECORD.
           05 REL-ADM-CODE PIC X(1).
           05 REL-ADM-USER-ID PIC 9(7).
           05 REL-ADM-OPERATOR PIC X(8).
           05 REL-ADM-APPROVER PIC X(8).

       FD TRAN-RELEASE-FILE.
       01 TRAN-RELEASE-RECORD PIC X(81).

       FD USER-AUDIT-FILE.
           COPY AUDITREC.

       FD APPR-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-APRV-STATUS PIC X(2) VALUE '00'.
       01 WS-APRV-NEW-STATUS PIC X(2) VALUE '00'.
       01 WS-DECISION-STATUS PIC X(2) VALUE '00'.
       01 WS-PARM-STATUS PIC X(2) VALUE '00'.
       01 WS-ADM-REL-STATUS PIC X(2) VALUE '00'.
       01 WS-TRAN-REL-STATUS PIC X(2) VALUE '00'.
       01 WS-AUDIT-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.

       01 WS-APRV-EOF PIC X VALUE 'N'.
       01 WS-DECISION-EOF PIC X VALUE 'N'.
       01 WS-HAVE-PENDING PIC X VALUE 'N'.
       01 WS-HAVE-DECISIONS PIC X VALUE 'N'.

       01 WS-EXPIRY-DAYS PIC 9(3) VALUE 7.
       01 WS-CUTOFF-DATE PIC 9(8) VALUE 0.
       01 WS-CUTOFF-INT PIC 9(7) VALUE 0.

       01 WS-DECISION-TABLE.
           05 WS-DECISION-COUNT PIC 9(3) VALUE 0.
           05 WS-DECISION-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-DECISION-IDX.
               10 WS-DEC-DECISION PIC X(1).
               10 WS-DEC-ITEM-TYPE PIC X(1).
               10 WS-DEC-USER-ID PIC 9(7).
               10 WS-DEC-OPERATOR PIC X(8).
               10 WS-DEC-USED PIC X(1).
       01 WS-SEARCH-IDX PIC 9(3) VALUE 0.
       01 WS-MATCH-IDX PIC 9(3) VALUE 0.
       01 WS-KEEP-ITEM PIC X VALUE 'N'.

       01 WS-PENDING-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-APPROVED-COUNT PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE 0.
       01 WS-EXPIRED-COUNT PIC 9(5) VALUE 0.
       01 WS-REFUSED-COUNT PIC 9(5) VALUE 0.
       01 WS-UNMATCHED-COUNT PIC 9(5) VALUE 0.
       01 WS-CARRIED-COUNT PIC 9(5) VALUE 0.
       01 WS-COPY-COUNT PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.

       01 WS-RUN-TIMESTAMP PIC X(14).
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-PROGRAM-NAME PIC X(12) VALUE "USERAPPR".

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MM PIC 9(2).
           05 WS-RUN-DD PIC 9(2).
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-X PIC X(10).
       01 WS-BUSDATE-RC PIC 9(2) VALUE 0.

       01 WS-PAGE-NO PIC 9(3) VALUE 0.
       01 WS-LINES-ON-PAGE PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 50.

       01 WS-REPORT-HEADER-1.
           05 FILLER PIC X(27) VALUE "MAKER-CHECKER APPROVALS".
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 HDR-RUN-DATE PIC X(10).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "PAGE: ".
           05 HDR-PAGE-NO PIC ZZ9.
       01 WS-REPORT-HEADER-2.
           05 FILLER PIC X(20) VALUE "EXPIRY THRESHOLD:   ".
           05 HDR-EXPIRY-DAYS PIC ZZ9.
           05 FILLER PIC X(5) VALUE " DAYS".
           05 FILLER PIC X(18) VALUE "  (EXPIRE BEFORE  ".
           05 HDR-CUTOFF-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE ")".
       01 WS-REPORT-HEADER-3.
           05 FILLER PIC X(5) VALUE "TYPE".
           05 FILLER PIC X(9) VALUE "USER ID".
           05 FILLER PIC X(10) VALUE "MAKER".
           05 FILLER PIC X(10) VALUE "CHECKER".
           05 FILLER PIC X(10) VALUE "SUBMITTED".
           05 FILLER PIC X(30) VALUE "OUTCOME".

       01 WS-DETAIL-LINE.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DTL-ITEM-TYPE PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DTL-USER-ID PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-MAKER PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-CHECKER PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-SUBMIT-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-OUTCOME PIC X(30).

       01 WS-TRAILER-LINE-1.
           05 FILLER PIC X(24) VALUE "PENDING ITEMS READ:     ".
           05 TRL-PENDING-READ-COUNT PIC ZZZZ9.
       01 WS-TRAILER-LINE-2.
           05 FILLER PIC X(24) VALUE "APPROVED AND RELEASED:  ".
           05 TRL-APPROVED-COUNT PIC ZZZZ9.
       01 WS-TRAILER-LINE-3.
           05 FILLER PIC X(24) VALUE "REJECTED:               ".
           05 TRL-REJECTED-COUNT PIC ZZZZ9.
       01 WS-TRAILER-LINE-4.
           05 FILLER PIC X(24) VALUE "EXPIRED UNAPPROVED:     ".
           05 TRL-EXPIRED-COUNT PIC ZZZZ9.
       01 WS-TRAILER-LINE-5.
           05 FILLER PIC X(24) VALUE "SELF-APPROVALS REFUSED: ".
           05 TRL-REFUSED-COUNT PIC ZZZZ9.
       01 WS-TRAILER-LINE-6.
           05 FILLER PIC X(24) VALUE "UNMATCHED DECISIONS:    ".
           05 TRL-UNMATCHED-COUNT PIC ZZZZ9.
       01 WS-TRAILER-LINE-7.
           05 FILLER PIC X(24) VALUE "STILL PENDING:          ".
           05 TRL-CARRIED-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-RUN-TIMESTAMP.
           PERFORM READ-EXPIRY-PARM.
           PERFORM COMPUTE-CUTOFF-DATE.
           PERFORM LOAD-DECISION-LIST.
           PERFORM OPEN-FILES.
           PERFORM PROCESS-PENDING-ITEMS.
           PERFORM LIST-UNMATCHED-DECISIONS.
           PERFORM WRITE-REPORT-TRAILER.
           PERFORM CLOSE-FILES.
           PERFORM REWRITE-PENDING-FILE.
           PERFORM CLEAR-DECISION-FILE.
           DISPLAY "USERAPPR COMPLETE - APPROVED: " WS-APPROVED-COUNT
               " REJECTED: " WS-REJECTED-COUNT
               " EXPIRED: " WS-EXPIRED-COUNT
               " REFUSED: " WS-REFUSED-COUNT
               " STILL PENDING: " WS-CARRIED-COUNT.
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
           STOP RUN.

       GET-BUSINESS-DATE.
           CALL "BUSDATE" USING WS-RUN-DATE WS-BUSDATE-RC.
           IF WS-BUSDATE-RC NOT = 0
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       READ-EXPIRY-PARM.
           OPEN INPUT APPR-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY "WARNING: APPR-PARM-FILE NOT AVAILABLE, FILE "
                   "STATUS = " WS-PARM-STATUS
                   ", USING DEFAULT EXPIRY OF " WS-EXPIRY-DAYS
                   " DAYS"
           ELSE
               READ APPR-PARM-FILE INTO APPR-PARM-RECORD
                   AT END
                       DISPLAY "WARNING: APPR-PARM-FILE EMPTY, USING "
                           "DEFAULT EXPIRY OF " WS-EXPIRY-DAYS
                           " DAYS"
                   NOT AT END
                       IF PARM-EXPIRY-DAYS NUMERIC
                               AND PARM-EXPIRY-DAYS > 0
                           MOVE PARM-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                       ELSE
                           DISPLAY "WARNING: INVALID EXPIRY-DAYS "
                               "PARAMETER, USING DEFAULT EXPIRY "
                               "OF " WS-EXPIRY-DAYS " DAYS"
                       END-IF
               END-READ
               CLOSE APPR-PARM-FILE.

      * An item submitted before the cutoff has waited more than the
      * expiry days and ages off unless a decision arrives tonight.
       COMPUTE-CUTOFF-DATE.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-X.
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
               - WS-EXPIRY-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
               TO WS-CUTOFF-DATE.

      * No decisions file is the normal quiet night: nothing is
      * approved or rejected, and only the aging runs.
       LOAD-DECISION-LIST.
           OPEN INPUT DECISION-FILE.
           IF WS-DECISION-STATUS NOT = '00'
               DISPLAY "WARNING: DECISION-FILE (apprdec.dat) NOT "
                   "AVAILABLE, FILE STATUS = " WS-DECISION-STATUS
                   ", AGING PENDING ITEMS ONLY"
           ELSE
               MOVE 'Y' TO WS-HAVE-DECISIONS
               PERFORM UNTIL WS-DECISION-EOF = 'Y'
                   READ DECISION-FILE INTO DECISION-RECORD
                       AT END MOVE 'Y' TO WS-DECISION-EOF
                       NOT AT END
                           IF WS-DECISION-COUNT >= 500
                               DISPLAY "WARNING: WS-DECISION-TABLE "
                                   "FULL AT 500 ENTRIES, IGNORING "
                                   "REMAINING DECISION-FILE RECORDS"
                               MOVE 'Y' TO WS-DECISION-EOF
                           ELSE
                               ADD 1 TO WS-DECISION-COUNT
                               MOVE APD-DECISION TO WS-DEC-DECISION
                                   (WS-DECISION-COUNT)
                               MOVE APD-ITEM-TYPE TO WS-DEC-ITEM-TYPE
                                   (WS-DECISION-COUNT)
                               MOVE APD-USER-ID TO WS-DEC-USER-ID
                                   (WS-DECISION-COUNT)
                               MOVE APD-OPERATOR TO WS-DEC-OPERATOR
                                   (WS-DECISION-COUNT)
                               MOVE 'N' TO WS-DEC-USED
                                   (WS-DECISION-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DECISION-FILE.

       OPEN-FILES.
           OPEN INPUT APRV-FILE.
           IF WS-APRV-STATUS = '35'
               DISPLAY "NO PENDING FILE (aprvpend.dat) - NOTHING "
                   "AWAITING APPROVAL"
           ELSE
               IF WS-APRV-STATUS NOT = '00'
                   DISPLAY "ERROR OPENING APRV-FILE (aprvpend.dat), "
                       "FILE STATUS = " WS-APRV-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE 'Y' TO WS-HAVE-PENDING
               END-IF
           END-IF.
           OPEN OUTPUT APRV-NEW-FILE.
           IF WS-APRV-NEW-STATUS NOT = '00'
               DISPLAY "ERROR OPENING APRV-NEW-FILE (aprvpnew.dat), "
                   "FILE STATUS = " WS-APRV-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND ADM-RELEASE-FILE.
           IF WS-ADM-REL-STATUS = '05' OR WS-ADM-REL-STATUS = '35'
               OPEN OUTPUT ADM-RELEASE-FILE
           END-IF.
           IF WS-ADM-REL-STATUS NOT = '00'
               DISPLAY "ERROR OPENING ADM-RELEASE-FILE (admrels.dat), "
                   "FILE STATUS = " WS-ADM-REL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND TRAN-RELEASE-FILE.
           IF WS-TRAN-REL-STATUS = '05' OR WS-TRAN-REL-STATUS = '35'
               OPEN OUTPUT TRAN-RELEASE-FILE
           END-IF.
           IF WS-TRAN-REL-STATUS NOT = '00'
               DISPLAY "ERROR OPENING TRAN-RELEASE-FILE "
                   "(tranappr.dat), FILE STATUS = " WS-TRAN-REL-STATUS
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
           OPEN OUTPUT APPR-REPORT.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "ERROR OPENING APPR-REPORT (aprvrpt.prt), "
                   "FILE STATUS = " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM WRITE-REPORT-HEADER.

       CLOSE-FILES.
           IF WS-HAVE-PENDING = 'Y'
               CLOSE APRV-FILE
           END-IF.
           CLOSE APRV-NEW-FILE.
           CLOSE ADM-RELEASE-FILE.
           CLOSE TRAN-RELEASE-FILE.
           CLOSE USER-AUDIT-FILE.
           CLOSE APPR-REPORT.

       WRITE-REPORT-HEADER.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE-X TO HDR-RUN-DATE.
           MOVE WS-PAGE-NO TO HDR-PAGE-NO.
           MOVE WS-EXPIRY-DAYS TO HDR-EXPIRY-DAYS.
           MOVE WS-CUTOFF-DATE TO HDR-CUTOFF-DATE.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-1.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-2.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-3.
           MOVE 3 TO WS-LINES-ON-PAGE.

       WRITE-REPORT-TRAILER.
           MOVE WS-PENDING-READ-COUNT TO TRL-PENDING-READ-COUNT.
           MOVE WS-APPROVED-COUNT TO TRL-APPROVED-COUNT.
           MOVE WS-REJECTED-COUNT TO TRL-REJECTED-COUNT.
           MOVE WS-EXPIRED-COUNT TO TRL-EXPIRED-COUNT.
           MOVE WS-REFUSED-COUNT TO TRL-REFUSED-COUNT.
           MOVE WS-UNMATCHED-COUNT TO TRL-UNMATCHED-COUNT.
           MOVE WS-CARRIED-COUNT TO TRL-CARRIED-COUNT.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-1.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-2.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-3.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-4.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-5.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-6.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-7.

       WRITE-DETAIL-LINE.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER
           END-IF.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       PROCESS-PENDING-ITEMS.
           IF WS-HAVE-PENDING = 'Y'
               PERFORM READ-NEXT-PENDING
               PERFORM PROCESS-ONE-PENDING
                   UNTIL WS-APRV-EOF = 'Y'
           END-IF.

       READ-NEXT-PENDING.
           READ APRV-FILE
               AT END MOVE 'Y' TO WS-APRV-EOF
               NOT AT END ADD 1 TO WS-PENDING-READ-COUNT
           END-READ.
           IF WS-APRV-STATUS NOT = '00' AND WS-APRV-STATUS NOT = '10'
               DISPLAY "ERROR READING APRV-FILE, FILE STATUS = "
                   WS-APRV-STATUS
               MOVE 20 TO RETURN-CODE
               PERFORM CLOSE-FILES
               STOP RUN.

      * A refused self-approval does not settle the item, so it falls
      * through to the aging check like an item with no decision.
       PROCESS-ONE-PENDING.
           MOVE APRV-ITEM-TYPE TO DTL-ITEM-TYPE.
           MOVE APRV-USER-ID TO DTL-USER-ID.
           MOVE APRV-SUBMIT-OPERATOR TO DTL-MAKER.
           MOVE APRV-SUBMIT-DATE TO DTL-SUBMIT-DATE.
           MOVE SPACES TO DTL-CHECKER.
           MOVE 'Y' TO WS-KEEP-ITEM.
           PERFORM FIND-DECISION.
           IF WS-MATCH-IDX > 0
               MOVE 'Y' TO WS-DEC-USED (WS-MATCH-IDX)
               MOVE WS-DEC-OPERATOR (WS-MATCH-IDX) TO DTL-CHECKER
               EVALUATE TRUE
                   WHEN WS-DEC-OPERATOR (WS-MATCH-IDX) = SPACES
                       OR WS-DEC-OPERATOR (WS-MATCH-IDX)
                           = APRV-SUBMIT-OPERATOR
                       PERFORM REFUSE-SELF-APPROVAL
                   WHEN WS-DEC-DECISION (WS-MATCH-IDX) = 'A'
                       PERFORM APPROVE-ITEM
                   WHEN WS-DEC-DECISION (WS-MATCH-IDX) = 'J'
                       PERFORM REJECT-ITEM
                   WHEN OTHER
                       ADD 1 TO WS-EXCEPTION-COUNT
                       MOVE "EXCEPTION: UNKNOWN DECISION"
                           TO DTL-OUTCOME
                       PERFORM WRITE-DETAIL-LINE
               END-EVALUATE
           END-IF.
           IF WS-KEEP-ITEM = 'Y'
               IF APRV-SUBMIT-DATE < WS-CUTOFF-DATE
                   PERFORM EXPIRE-ITEM
               ELSE
                   PERFORM CARRY-ITEM
               END-IF
           END-IF.
           PERFORM READ-NEXT-PENDING.

       FIND-DECISION.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-DECISION-COUNT
               IF WS-DEC-USED (WS-SEARCH-IDX) = 'N'
                       AND WS-DEC-ITEM-TYPE (WS-SEARCH-IDX)
                           = APRV-ITEM-TYPE
                       AND WS-DEC-USER-ID (WS-SEARCH-IDX)
                           = APRV-USER-ID
                   MOVE WS-SEARCH-IDX TO WS-MATCH-IDX
                   MOVE WS-DECISION-COUNT TO WS-SEARCH-IDX
               END-IF
           END-PERFORM.

       REFUSE-SELF-APPROVAL.
           ADD 1 TO WS-REFUSED-COUNT.
           ADD 1 TO WS-EXCEPTION-COUNT.
           IF WS-DEC-OPERATOR (WS-MATCH-IDX) = SPACES
               MOVE "REFUSED: NO CHECKER NAMED" TO DTL-OUTCOME
           ELSE
               MOVE "REFUSED: CHECKER IS THE MAKER" TO DTL-OUTCOME.
           PERFORM WRITE-DETAIL-LINE.
           MOVE "APR-SELF" TO AUDIT-CLASS.
           PERFORM WRITE-AUDIT-RECORD.

      * Grants go back to USERADMN in its own transaction layout;
      * reactivations and department changes go back to USEREDIT as
      * the usertran image that was held.
       APPROVE-ITEM.
           IF APRV-ITEM-ADMIN-GRANT
               MOVE SPACES TO ADM-RELEASE-RECORD
               MOVE 'G' TO REL-ADM-CODE
               MOVE APRV-USER-ID TO REL-ADM-USER-ID
               MOVE APRV-SUBMIT-OPERATOR TO REL-ADM-OPERATOR
               MOVE WS-DEC-OPERATOR (WS-MATCH-IDX) TO REL-ADM-APPROVER
               WRITE ADM-RELEASE-RECORD
               IF WS-ADM-REL-STATUS NOT = '00'
                   DISPLAY "ERROR WRITING ADM-RELEASE-FILE, FILE "
                       "STATUS = " WS-ADM-REL-STATUS
                   MOVE 20 TO RETURN-CODE
                   PERFORM CLOSE-FILES
                   STOP RUN
               END-IF
               MOVE "APPROVED - RELEASED TO USERADMN" TO DTL-OUTCOME
           ELSE
               WRITE TRAN-RELEASE-RECORD FROM APRV-TRAN-IMAGE
               IF WS-TRAN-REL-STATUS NOT = '00'
                   DISPLAY "ERROR WRITING TRAN-RELEASE-FILE, FILE "
                       "STATUS = " WS-TRAN-REL-STATUS
                   MOVE 20 TO RETURN-CODE
                   PERFORM CLOSE-FILES
                   STOP RUN
               END-IF
               MOVE "APPROVED - RELEASED TO USEREDIT" TO DTL-OUTCOME
           END-IF.
           ADD 1 TO WS-APPROVED-COUNT.
           MOVE 'N' TO WS-KEEP-ITEM.
           PERFORM WRITE-DETAIL-LINE.
           MOVE "APR-APPROV" TO AUDIT-CLASS.
           PERFORM WRITE-AUDIT-RECORD.

       REJECT-ITEM.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE 'N' TO WS-KEEP-ITEM.
           MOVE "REJECTED - DROPPED" TO DTL-OUTCOME.
           PERFORM WRITE-DETAIL-LINE.
           MOVE "APR-REJECT" TO AUDIT-CLASS.
           PERFORM WRITE-AUDIT-RECORD.

       EXPIRE-ITEM.
           ADD 1 TO WS-EXPIRED-COUNT.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO DTL-CHECKER.
           MOVE "EXCEPTION: EXPIRED UNAPPROVED" TO DTL-OUTCOME.
           PERFORM WRITE-DETAIL-LINE.
           MOVE "APR-EXPIRE" TO AUDIT-CLASS.
           PERFORM WRITE-AUDIT-RECORD.

       CARRY-ITEM.
           WRITE APRV-NEW-RECORD FROM APRV-RECORD.
           IF WS-APRV-NEW-STATUS NOT = '00'
               DISPLAY "ERROR WRITING APRV-NEW-FILE, FILE STATUS = "
                   WS-APRV-NEW-STATUS
               MOVE 20 TO RETURN-CODE
               PERFORM CLOSE-FILES
               STOP RUN.
           ADD 1 TO WS-CARRIED-COUNT.

      * AUDIT-CLASS is set by the caller; DTL-CHECKER already holds
      * the checker, or spaces for an expiry.
       WRITE-AUDIT-RECORD.
           MOVE APRV-USER-ID TO AUDIT-USER-ID.
           MOVE WS-RUN-TIMESTAMP TO AUDIT-TIMESTAMP.
           MOVE WS-PROGRAM-NAME TO AUDIT-PROGRAM.
           MOVE APRV-SUBMIT-OPERATOR TO AUDIT-OPERATOR.
           MOVE DTL-CHECKER TO AUDIT-APPROVER.
           WRITE AUDIT-RECORD.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY "ERROR WRITING USER-AUDIT-FILE, FILE STATUS = "
                   WS-AUDIT-STATUS
               MOVE 20 TO RETURN-CODE
               PERFORM CLOSE-FILES
               STOP RUN.

       LIST-UNMATCHED-DECISIONS.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-DECISION-COUNT
               IF WS-DEC-USED (WS-SEARCH-IDX) = 'N'
                   ADD 1 TO WS-UNMATCHED-COUNT
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE WS-DEC-ITEM-TYPE (WS-SEARCH-IDX)
                       TO DTL-ITEM-TYPE
                   MOVE WS-DEC-USER-ID (WS-SEARCH-IDX) TO DTL-USER-ID
                   MOVE SPACES TO DTL-MAKER
                   MOVE WS-DEC-OPERATOR (WS-SEARCH-IDX) TO DTL-CHECKER
                   MOVE SPACES TO DTL-SUBMIT-DATE
                   MOVE "EXCEPTION: NO SUCH PENDING ITEM"
                       TO DTL-OUTCOME
                   PERFORM WRITE-DETAIL-LINE
               END-IF
           END-PERFORM.

      * The surviving items replace aprvpend.dat only after the whole
      * run completed - an abend leaves the file as it was. The rerun
      * releases the same items again; USERADMN refuses a grant
      * already on the roster and USERMAINT a reactivation of an
      * account already ACTIVE, so a double release applies once.
       REWRITE-PENDING-FILE.
           OPEN INPUT APRV-NEW-FILE.
           IF WS-APRV-NEW-STATUS NOT = '00'
               DISPLAY "ERROR REOPENING APRV-NEW-FILE "
                   "(aprvpnew.dat), FILE STATUS = "
                   WS-APRV-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT APRV-FILE.
           IF WS-APRV-STATUS NOT = '00'
               DISPLAY "ERROR REOPENING APRV-FILE (aprvpend.dat), "
                   "FILE STATUS = " WS-APRV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE 'N' TO WS-APRV-EOF.
           MOVE 0 TO WS-COPY-COUNT.
           PERFORM UNTIL WS-APRV-EOF = 'Y'
               READ APRV-NEW-FILE
                   AT END MOVE 'Y' TO WS-APRV-EOF
                   NOT AT END
                       ADD 1 TO WS-COPY-COUNT
                       WRITE APRV-RECORD FROM APRV-NEW-RECORD
                       IF WS-APRV-STATUS NOT = '00'
                           DISPLAY "ERROR REWRITING APRV-FILE, "
                               "FILE STATUS = " WS-APRV-STATUS
                           MOVE 20 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               IF WS-APRV-NEW-STATUS NOT = '00'
                       AND WS-APRV-NEW-STATUS NOT = '10'
                   DISPLAY "ERROR READING APRV-NEW-FILE, FILE "
                       "STATUS = " WS-APRV-NEW-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.
           CLOSE APRV-NEW-FILE.
           CLOSE APRV-FILE.
           IF WS-COPY-COUNT NOT = WS-CARRIED-COUNT
               DISPLAY "WARNING: CARRIED " WS-CARRIED-COUNT
                   " BUT COPIED " WS-COPY-COUNT
                   " - PENDING FILE SUSPECT".

       CLEAR-DECISION-FILE.
           IF WS-HAVE-DECISIONS = 'Y'
               OPEN OUTPUT DECISION-FILE
               CLOSE DECISION-FILE
           END-IF.

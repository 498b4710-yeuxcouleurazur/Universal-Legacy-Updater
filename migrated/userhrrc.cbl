       IDENTIFICATION DIVISION.
       PROGRAM-ID. USERHRRC.
      * Nightly HR feed reconciliation. hrfeed.dat is the HR
      * system's employee extract - employee number, USER-ID,
      * employment status, termination date, home department - one
      * record per employee in whatever order HR sends it. The feed
      * is sorted by USER-ID and match-merged against the indexed
      * master (which reads back in USER-ID order), the same single
      * pass USERCAPP uses for the certification dispositions.
      * A terminated employee (status 'T', or any termination date
      * at all) gets a 'D' transaction on usertran.dat; a future
      * termination date rides in TRAN-EFFECTIVE-DATE so USERMAINT
      * holds it until the last day worked. An employee whose HR
      * home department differs from USER-DEPT gets a 'C'
      * transaction carrying only the new USER-DEPT. Nothing here
      * touches the master - everything goes through the normal
      * USEREDIT/USERMAINT cycle with its edits, log, and audit.
      * An account already INACTIVE needs neither, and a dated 'D'
      * already riding on tranpend.dat is not submitted again, so a
      * notice HR gives weeks ahead does not pile up one held
      * transaction per night. Likewise a transfer of an admin that
      * USEREDIT is holding on aprvpend.dat for a second operator
      * is not submitted again while it waits there. Transactions
      * go out with USERHRRC as TRAN-OPERATOR, the maker on any
      * transfer that is held.
      * Employees with no system account carry a zero USER-ID and
      * are skipped. The exception list on hrexc.prt covers ACTIVE
      * person accounts with no HR record (orphans), HR records
      * pointing at a USER-ID not on the master, HR home departments
      * not on deptmast.dat (no transfer is submitted for those -
      * USEREDIT would only reject it), and unreadable or duplicate
      * HR records. A missing feed is a warning, not an abend: the step
      * ends RC 4 without submitting anything, because reconciling
      * against an empty feed would list every account as an orphan.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT HR-FILE ASSIGN TO "hrfeed.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HR-STATUS.
           SELECT SORTED-HR-FILE ASSIGN TO "hrfeed.srt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.
           SELECT DEPT-FILE ASSIGN TO "deptmast.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT PEND-FILE ASSIGN TO "tranpend.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT APRV-FILE ASSIGN TO "aprvpend.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APRV-STATUS.
           SELECT TRANS-FILE ASSIGN TO "usertran.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT HR-EXCEPTIONS ASSIGN TO "hrexc.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SORT-FILE ASSIGN TO "sortwk1".

       DATA DIVISION.
       FILE SECTION.
       FD USER-FILE.
           COPY USERREC.

       FD HR-FILE.
       01 HR-RECORD.
           05 HR-EMP-NUMBER PIC X(9).
           05 HR-USER-ID PIC 9(7).
           05 HR-EMP-STATUS PIC X(1).
           05 HR-TERM-DATE PIC 9(8).
           05 HR-HOME-DEPT PIC X(10).

       FD SORTED-HR-FILE.
       01 SORTED-HR-RECORD.
           05 SHR-EMP-NUMBER PIC X(9).
           05 SHR-USER-ID PIC 9(7).
           05 SHR-EMP-STATUS PIC X(1).
               88 SHR-STATUS-TERMINATED VALUE 'T'.
           05 SHR-TERM-DATE PIC 9(8).
           05 SHR-HOME-DEPT PIC X(10).

       FD DEPT-FILE.
           COPY DEPTREC.

       FD PEND-FILE.
       01 PEND-RECORD PIC X(81).

       FD APRV-FILE.
           COPY APRVREC.

       FD TRANS-FILE.
           COPY TRANREC.

       FD HR-EXCEPTIONS
           RECORD CONTAINS 80 CHARACTERS.
       01 REPORT-LINE PIC X(80).

       SD SORT-FILE.
       01 SORT-RECORD.
           05 SORT-EMP-NUMBER PIC X(9).
           05 SORT-USER-ID PIC 9(7).
           05 SORT-EMP-STATUS PIC X(1).
           05 SORT-TERM-DATE PIC 9(8).
           05 SORT-HOME-DEPT PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC X(2) VALUE '00'.
       01 WS-HR-STATUS PIC X(2) VALUE '00'.
       01 WS-SORTED-STATUS PIC X(2) VALUE '00'.
       01 WS-DEPT-STATUS PIC X(2) VALUE '00'.
       01 WS-PEND-STATUS PIC X(2) VALUE '00'.
       01 WS-APRV-STATUS PIC X(2) VALUE '00'.
       01 WS-TRAN-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.

       01 WS-USER-EOF PIC X VALUE 'N'.
       01 WS-HR-EOF PIC X VALUE 'N'.
       01 WS-DEPT-EOF PIC X VALUE 'N'.
       01 WS-PEND-EOF PIC X VALUE 'N'.
       01 WS-APRV-EOF PIC X VALUE 'N'.

       01 WS-PROGRAM-NAME PIC X(12) VALUE "USERHRRC".
       01 WS-RUNCTL-START PIC X(1) VALUE 'S'.
       01 WS-RUNCTL-END PIC X(1) VALUE 'E'.
       01 WS-RUNCTL-MODE PIC X(1) VALUE 'R'.
       01 WS-RUNCTL-RC PIC 9(2) VALUE 0.
       01 WS-BUSDATE-RC PIC 9(2) VALUE 0.

       01 WS-DEPT-TABLE.
           05 WS-DEPT-COUNT PIC 9(3) VALUE 0.
           05 WS-DEPT-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-DEPT-IDX.
               10 WS-DEPT-TAB-CODE PIC X(10).
       01 WS-DEPT-VALID PIC X VALUE 'Y'.
       01 WS-DEPT-SEARCH-IDX PIC 9(3) VALUE 0.

      * USER-IDs with a dated 'D' already held on tranpend.dat.
       01 WS-HELD-TABLE.
           05 WS-HELD-COUNT PIC 9(3) VALUE 0.
           05 WS-HELD-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-HELD-IDX.
               10 WS-HELD-TAB-ID PIC 9(7).
       01 WS-IS-HELD PIC X VALUE 'N'.
       01 WS-HELD-SEARCH-IDX PIC 9(3) VALUE 0.

      * USER-IDs with a 'C' already held on aprvpend.dat.
       01 WS-XFER-TABLE.
           05 WS-XFER-COUNT PIC 9(3) VALUE 0.
           05 WS-XFER-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-XFER-IDX.
               10 WS-XFER-TAB-ID PIC 9(7).
       01 WS-IS-XFER-HELD PIC X VALUE 'N'.
       01 WS-XFER-SEARCH-IDX PIC 9(3) VALUE 0.

       01 WS-USER-COUNT PIC 9(7) VALUE 0.
       01 WS-HR-COUNT PIC 9(7) VALUE 0.
       01 WS-NO-ACCOUNT-COUNT PIC 9(7) VALUE 0.
       01 WS-TERM-COUNT PIC 9(7) VALUE 0.
       01 WS-TRANSFER-COUNT PIC 9(7) VALUE 0.
       01 WS-ORPHAN-COUNT PIC 9(7) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(7) VALUE 0.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MM PIC 9(2).
           05 WS-RUN-DD PIC 9(2).
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-X PIC X(10).

       01 WS-PAGE-NO PIC 9(3) VALUE 0.
       01 WS-LINES-ON-PAGE PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 50.

       01 WS-REPORT-HEADER-1.
           05 FILLER PIC X(18) VALUE "HR FEED EXCEPTIONS".
           05 FILLER PIC X(14) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 HDR-RUN-DATE PIC X(10).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "PAGE: ".
           05 HDR-PAGE-NO PIC ZZ9.
       01 WS-REPORT-HEADER-2.
           05 FILLER PIC X(10) VALUE "USER ID".
           05 FILLER PIC X(11) VALUE "EMP NO".
           05 FILLER PIC X(12) VALUE "HR DEPT".
           05 FILLER PIC X(30) VALUE "EXCEPTION".

       01 WS-EXCEPTION-DETAIL.
           05 EXC-USER-ID PIC 9(7).
           05 FILLER PIC X(3) VALUE SPACES.
           05 EXC-EMP-NUMBER PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXC-HR-DEPT PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXC-REASON PIC X(30).

       01 WS-TRAILER-LINE-1.
           05 FILLER PIC X(24) VALUE "USERS ON MASTER:        ".
           05 TRL-USER-COUNT PIC ZZZZZZ9.
       01 WS-TRAILER-LINE-2.
           05 FILLER PIC X(24) VALUE "HR RECORDS READ:        ".
           05 TRL-HR-COUNT PIC ZZZZZZ9.
       01 WS-TRAILER-LINE-3.
           05 FILLER PIC X(24) VALUE "HR RECORDS NO ACCOUNT:  ".
           05 TRL-NO-ACCOUNT-COUNT PIC ZZZZZZ9.
       01 WS-TRAILER-LINE-4.
           05 FILLER PIC X(24) VALUE "TERMINATIONS SUBMITTED: ".
           05 TRL-TERM-COUNT PIC ZZZZZZ9.
       01 WS-TRAILER-LINE-5.
           05 FILLER PIC X(24) VALUE "TRANSFERS SUBMITTED:    ".
           05 TRL-TRANSFER-COUNT PIC ZZZZZZ9.
       01 WS-TRAILER-LINE-6.
           05 FILLER PIC X(24) VALUE "ORPHAN ACCOUNTS:        ".
           05 TRL-ORPHAN-COUNT PIC ZZZZZZ9.
       01 WS-TRAILER-LINE-7.
           05 FILLER PIC X(24) VALUE "OTHER EXCEPTIONS:       ".
           05 TRL-EXCEPTION-COUNT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM CHECK-RUN-CONTROL.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-X.
           PERFORM CHECK-HR-FILE.
           PERFORM LOAD-DEPT-LIST.
           PERFORM LOAD-HELD-TERMINATIONS.
           PERFORM LOAD-HELD-TRANSFERS.
           PERFORM SORT-HR-FEED.
           PERFORM OPEN-FILES.
           PERFORM READ-NEXT-USER.
           PERFORM READ-NEXT-HR.
           PERFORM MATCH-ONE-PAIR
               UNTIL WS-USER-EOF = 'Y' AND WS-HR-EOF = 'Y'.
           PERFORM WRITE-REPORT-TRAILER.
           PERFORM CLOSE-FILES.
           PERFORM CLOSE-RUN-CONTROL.
           DISPLAY "USERHRRC COMPLETE - HR RECORDS: " WS-HR-COUNT
               " TERMINATIONS: " WS-TERM-COUNT
               " TRANSFERS: " WS-TRANSFER-COUNT
               " ORPHANS: " WS-ORPHAN-COUNT.
           IF WS-ORPHAN-COUNT > 0 OR WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
           STOP RUN.

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

      * SORT dies in its own runtime when the USING file is missing,
      * so the feed is probed first. Unlike USERCAPP's dispositions
      * this runs every night inside the stream, and HR missing a
      * delivery should not stop the night's maintenance - the step
      * releases its slot and ends RC 4 so the stream carries on.
       CHECK-HR-FILE.
           OPEN INPUT HR-FILE.
           IF WS-HR-STATUS NOT = '00'
               DISPLAY "WARNING: HR-FILE (hrfeed.dat) NOT AVAILABLE, "
                   "FILE STATUS = " WS-HR-STATUS
                   " - HR RECONCILIATION SKIPPED THIS RUN"
               PERFORM CLOSE-RUN-CONTROL
               MOVE 4 TO RETURN-CODE
               STOP RUN.
           CLOSE HR-FILE.

       LOAD-DEPT-LIST.
           OPEN INPUT DEPT-FILE.
           IF WS-DEPT-STATUS NOT = '00'
               DISPLAY "WARNING: DEPT-FILE NOT AVAILABLE, FILE "
                   "STATUS = " WS-DEPT-STATUS
                   ", CONTINUING WITHOUT DEPARTMENT VALIDATION"
           ELSE
               PERFORM UNTIL WS-DEPT-EOF = 'Y'
                   READ DEPT-FILE INTO DEPT-RECORD
                       AT END MOVE 'Y' TO WS-DEPT-EOF
                       NOT AT END
                           IF WS-DEPT-COUNT >= 100
                               DISPLAY "WARNING: WS-DEPT-TABLE FULL "
                                   "AT 100 ENTRIES, IGNORING "
                                   "REMAINING DEPT-FILE RECORDS"
                               MOVE 'Y' TO WS-DEPT-EOF
                           ELSE
                               ADD 1 TO WS-DEPT-COUNT
                               MOVE DEPT-CODE TO
                                   WS-DEPT-TAB-CODE (WS-DEPT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-FILE.

      * tranpend.dat is USERMAINT's carry-forward file, TRAN-RECORD
      * layout: code in byte 1, USER-ID in bytes 2-8. A missing file
      * just means nothing is held.
       LOAD-HELD-TERMINATIONS.
           OPEN INPUT PEND-FILE.
           IF WS-PEND-STATUS = '00'
               PERFORM UNTIL WS-PEND-EOF = 'Y'
                   READ PEND-FILE
                       AT END MOVE 'Y' TO WS-PEND-EOF
                       NOT AT END
                           IF PEND-RECORD (1:1) = 'D'
                                   AND PEND-RECORD (2:7) NUMERIC
                               PERFORM KEEP-HELD-TERMINATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEND-FILE.

       KEEP-HELD-TERMINATION.
           IF WS-HELD-COUNT >= 500
               DISPLAY "WARNING: WS-HELD-TABLE FULL AT 500 ENTRIES, "
                   "IGNORING REMAINING HELD TERMINATIONS"
               MOVE 'Y' TO WS-PEND-EOF
           ELSE
               ADD 1 TO WS-HELD-COUNT
               MOVE PEND-RECORD (2:7) TO WS-HELD-TAB-ID (WS-HELD-COUNT)
           END-IF.

      * aprvpend.dat is USEREDIT's maker-checker hold file; a
      * missing file just means nothing is waiting for approval.
       LOAD-HELD-TRANSFERS.
           OPEN INPUT APRV-FILE.
           IF WS-APRV-STATUS = '00'
               PERFORM UNTIL WS-APRV-EOF = 'Y'
                   READ APRV-FILE
                       AT END MOVE 'Y' TO WS-APRV-EOF
                       NOT AT END
                           IF APRV-ITEM-DEPT-CHANGE
                                   AND APRV-USER-ID NUMERIC
                               PERFORM KEEP-HELD-TRANSFER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APRV-FILE.

       KEEP-HELD-TRANSFER.
           IF WS-XFER-COUNT >= 500
               DISPLAY "WARNING: WS-XFER-TABLE FULL AT 500 ENTRIES, "
                   "IGNORING REMAINING HELD TRANSFERS"
               MOVE 'Y' TO WS-APRV-EOF
           ELSE
               ADD 1 TO WS-XFER-COUNT
               MOVE APRV-USER-ID TO WS-XFER-TAB-ID (WS-XFER-COUNT)
           END-IF.

       SORT-HR-FEED.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-USER-ID
               USING HR-FILE
               GIVING SORTED-HR-FILE.

       OPEN-FILES.
           OPEN INPUT USER-FILE.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "ERROR OPENING USER-FILE (users.dat), "
                   "FILE STATUS = " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT SORTED-HR-FILE.
           IF WS-SORTED-STATUS NOT = '00'
               DISPLAY "ERROR OPENING SORTED-HR-FILE "
                   "(hrfeed.srt), FILE STATUS = " WS-SORTED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND TRANS-FILE.
           IF WS-TRAN-STATUS = '05' OR WS-TRAN-STATUS = '35'
               OPEN OUTPUT TRANS-FILE
           END-IF.
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY "ERROR OPENING TRANS-FILE (usertran.dat), "
                   "FILE STATUS = " WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT HR-EXCEPTIONS.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "ERROR OPENING HR-EXCEPTIONS (hrexc.prt), "
                   "FILE STATUS = " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM WRITE-REPORT-HEADER.

       CLOSE-FILES.
           CLOSE USER-FILE.
           CLOSE SORTED-HR-FILE.
           CLOSE TRANS-FILE.
           CLOSE HR-EXCEPTIONS.

       WRITE-REPORT-HEADER.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE-X TO HDR-RUN-DATE.
           MOVE WS-PAGE-NO TO HDR-PAGE-NO.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-1.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-2.
           MOVE 2 TO WS-LINES-ON-PAGE.

       WRITE-REPORT-TRAILER.
           MOVE WS-USER-COUNT TO TRL-USER-COUNT.
           MOVE WS-HR-COUNT TO TRL-HR-COUNT.
           MOVE WS-NO-ACCOUNT-COUNT TO TRL-NO-ACCOUNT-COUNT.
           MOVE WS-TERM-COUNT TO TRL-TERM-COUNT.
           MOVE WS-TRANSFER-COUNT TO TRL-TRANSFER-COUNT.
           MOVE WS-ORPHAN-COUNT TO TRL-ORPHAN-COUNT.
           MOVE WS-EXCEPTION-COUNT TO TRL-EXCEPTION-COUNT.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-1.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-2.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-3.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-4.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-5.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-6.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-7.

       READ-NEXT-USER.
           READ USER-FILE
               AT END MOVE 'Y' TO WS-USER-EOF
               NOT AT END ADD 1 TO WS-USER-COUNT
           END-READ.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '10'
               DISPLAY "ERROR READING USER-FILE, FILE STATUS = "
                   WS-FILE-STATUS
               MOVE 20 TO RETURN-CODE
               PERFORM CLOSE-FILES
               STOP RUN.

      * Employees without a system account (zero USER-ID) are
      * counted and passed over here, so the match below only ever
      * sees records that claim an account. They sort to the front
      * of the feed, ahead of every real key.
       READ-NEXT-HR.
           PERFORM READ-ONE-HR.
           PERFORM UNTIL WS-HR-EOF = 'Y'
                   OR SHR-USER-ID NOT NUMERIC
                   OR SHR-USER-ID NOT = ZERO
               ADD 1 TO WS-NO-ACCOUNT-COUNT
               PERFORM READ-ONE-HR
           END-PERFORM.

       READ-ONE-HR.
           READ SORTED-HR-FILE
               AT END MOVE 'Y' TO WS-HR-EOF
               NOT AT END ADD 1 TO WS-HR-COUNT
           END-READ.
           IF WS-SORTED-STATUS NOT = '00'
                   AND WS-SORTED-STATUS NOT = '10'
               DISPLAY "ERROR READING SORTED-HR-FILE, FILE "
                   "STATUS = " WS-SORTED-STATUS
               MOVE 20 TO RETURN-CODE
               PERFORM CLOSE-FILES
               STOP RUN.

      * Same balanced match as USERCAPP: an HR key below the master
      * key has no account, a master key below the HR key has no HR
      * record, and equal keys are an employee to reconcile.
       MATCH-ONE-PAIR.
           EVALUATE TRUE
               WHEN WS-HR-EOF = 'Y'
                   PERFORM FLAG-NO-HR-RECORD
                   PERFORM READ-NEXT-USER
               WHEN WS-USER-EOF = 'Y'
                   PERFORM FLAG-NO-MASTER
                   PERFORM READ-NEXT-HR
               WHEN SHR-USER-ID NOT NUMERIC
                   PERFORM FLAG-BAD-HR-ID
                   PERFORM READ-NEXT-HR
               WHEN SHR-USER-ID < USER-ID
                   PERFORM FLAG-NO-MASTER
                   PERFORM READ-NEXT-HR
               WHEN SHR-USER-ID > USER-ID
                   PERFORM FLAG-NO-HR-RECORD
                   PERFORM READ-NEXT-USER
               WHEN OTHER
                   PERFORM RECONCILE-EMPLOYEE
                   PERFORM READ-NEXT-HR
                   PERFORM ABSORB-DUPLICATES
                   PERFORM READ-NEXT-USER
           END-EVALUATE.

       RECONCILE-EMPLOYEE.
           EVALUATE TRUE
               WHEN SHR-STATUS-TERMINATED
                   PERFORM SUBMIT-TERMINATION
               WHEN SHR-TERM-DATE NUMERIC AND SHR-TERM-DATE NOT = ZERO
                   PERFORM SUBMIT-TERMINATION
               WHEN OTHER
                   PERFORM CHECK-HOME-DEPT
           END-EVALUATE.

      * A termination that HR dates in the future is submitted once,
      * carrying its date; USERMAINT holds it on tranpend.dat and
      * this step sees it there on the following nights.
       SUBMIT-TERMINATION.
           IF NOT USER-STATUS-INACTIVE
               PERFORM CHECK-HELD-TERMINATION
               IF WS-IS-HELD = 'N'
                   MOVE SPACES TO TRAN-RECORD
                   MOVE 'D' TO TRAN-CODE
                   MOVE USER-ID TO TRAN-USER-ID
                   MOVE ZERO TO TRAN-LAST-LOGIN
                   MOVE ZERO TO TRAN-OWNER-ID
                   MOVE WS-PROGRAM-NAME TO TRAN-OPERATOR
                   IF SHR-TERM-DATE NUMERIC
                           AND SHR-TERM-DATE > WS-RUN-DATE-N
                       MOVE SHR-TERM-DATE TO TRAN-EFFECTIVE-DATE
                   ELSE
                       MOVE ZERO TO TRAN-EFFECTIVE-DATE
                   END-IF
                   PERFORM WRITE-TRANSACTION
                   ADD 1 TO WS-TERM-COUNT
               END-IF
           END-IF.

       CHECK-HELD-TERMINATION.
           MOVE 'N' TO WS-IS-HELD.
           PERFORM VARYING WS-HELD-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-HELD-SEARCH-IDX > WS-HELD-COUNT
               IF USER-ID = WS-HELD-TAB-ID (WS-HELD-SEARCH-IDX)
                   MOVE 'Y' TO WS-IS-HELD
                   MOVE WS-HELD-COUNT TO WS-HELD-SEARCH-IDX
               END-IF
           END-PERFORM.

      * A transfer is a 'C' carrying only the new department; every
      * other field is blank, which USERMAINT reads as "leave alone".
      * HR departments missing from deptmast.dat are listed instead
      * so someone adds the code (or HR fixes the feed) first. A
      * transfer still waiting on aprvpend.dat is left to the
      * checker rather than held a second time.
       CHECK-HOME-DEPT.
           IF SHR-HOME-DEPT NOT = SPACES
               PERFORM CHECK-DEPT
               IF WS-DEPT-VALID = 'N'
                   MOVE USER-ID TO EXC-USER-ID
                   MOVE "HR DEPT NOT ON DEPTMAST" TO EXC-REASON
                   PERFORM WRITE-EXCEPTION-LINE
               ELSE
                   IF SHR-HOME-DEPT NOT = USER-DEPT
                           AND NOT USER-STATUS-INACTIVE
                       PERFORM CHECK-HELD-TRANSFER
                       IF WS-IS-XFER-HELD = 'N'
                           PERFORM SUBMIT-TRANSFER
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SUBMIT-TRANSFER.
           MOVE SPACES TO TRAN-RECORD.
           MOVE 'C' TO TRAN-CODE.
           MOVE USER-ID TO TRAN-USER-ID.
           MOVE SHR-HOME-DEPT TO TRAN-USER-DEPT.
           MOVE ZERO TO TRAN-LAST-LOGIN.
           MOVE ZERO TO TRAN-OWNER-ID.
           MOVE ZERO TO TRAN-EFFECTIVE-DATE.
           MOVE WS-PROGRAM-NAME TO TRAN-OPERATOR.
           PERFORM WRITE-TRANSACTION.
           ADD 1 TO WS-TRANSFER-COUNT.

       CHECK-HELD-TRANSFER.
           MOVE 'N' TO WS-IS-XFER-HELD.
           PERFORM VARYING WS-XFER-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-XFER-SEARCH-IDX > WS-XFER-COUNT
               IF USER-ID = WS-XFER-TAB-ID (WS-XFER-SEARCH-IDX)
                   MOVE 'Y' TO WS-IS-XFER-HELD
                   MOVE WS-XFER-COUNT TO WS-XFER-SEARCH-IDX
               END-IF
           END-PERFORM.

       CHECK-DEPT.
           MOVE 'Y' TO WS-DEPT-VALID.
           IF WS-DEPT-COUNT > 0
               MOVE 'N' TO WS-DEPT-VALID
               PERFORM VARYING WS-DEPT-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-DEPT-SEARCH-IDX > WS-DEPT-COUNT
                   IF SHR-HOME-DEPT =
                           WS-DEPT-TAB-CODE (WS-DEPT-SEARCH-IDX)
                       MOVE 'Y' TO WS-DEPT-VALID
                       MOVE WS-DEPT-COUNT TO WS-DEPT-SEARCH-IDX
                   END-IF
               END-PERFORM
           END-IF.

      * Two HR records claiming one account are listed and the later
      * ones ignored - HR has to say which employee owns the login.
       ABSORB-DUPLICATES.
           PERFORM UNTIL WS-HR-EOF = 'Y'
                   OR SHR-USER-ID NOT = USER-ID
               MOVE SHR-USER-ID TO EXC-USER-ID
               MOVE "DUPLICATE HR RECORD" TO EXC-REASON
               PERFORM WRITE-EXCEPTION-LINE
               PERFORM READ-NEXT-HR
           END-PERFORM.

       WRITE-TRANSACTION.
           WRITE TRAN-RECORD.
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY "ERROR WRITING TRANS-FILE, FILE STATUS = "
                   WS-TRAN-STATUS
               MOVE 20 TO RETURN-CODE
               PERFORM CLOSE-FILES
               STOP RUN.

      * Only ACTIVE accounts count as orphans; INACTIVE ones are
      * already retired and LOCKED ones cannot be used until the
      * desk reactivates them, which is where that question belongs.
      * Service and shared accounts have no employee behind them; a
      * person answers for them as owner, and USERORPH lists the
      * ones whose owner has gone.
       FLAG-NO-HR-RECORD.
           IF USER-STATUS-ACTIVE AND NOT USER-TYPE-NON-PERSON
               ADD 1 TO WS-ORPHAN-COUNT
               MOVE USER-ID TO EXC-USER-ID
               MOVE SPACES TO EXC-EMP-NUMBER
               MOVE SPACES TO EXC-HR-DEPT
               MOVE "ACTIVE, NO HR RECORD" TO EXC-REASON
               PERFORM WRITE-DETAIL-LINE
           END-IF.

       FLAG-NO-MASTER.
           MOVE SHR-USER-ID TO EXC-USER-ID.
           MOVE "HR USER-ID NOT ON MASTER" TO EXC-REASON.
           PERFORM WRITE-EXCEPTION-LINE.

       FLAG-BAD-HR-ID.
           MOVE ZERO TO EXC-USER-ID.
           MOVE "UNREADABLE USER-ID" TO EXC-REASON.
           PERFORM WRITE-EXCEPTION-LINE.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SHR-EMP-NUMBER TO EXC-EMP-NUMBER.
           MOVE SHR-HOME-DEPT TO EXC-HR-DEPT.
           PERFORM WRITE-DETAIL-LINE.

       WRITE-DETAIL-LINE.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER
           END-IF.
           WRITE REPORT-LINE FROM WS-EXCEPTION-DETAIL.
           ADD 1 TO WS-LINES-ON-PAGE.

      * carries a zero last-login until its first USERPOST posting,
      * and retiring it before the user has ever logged in would
      * undo the add within one cycle.
      * Service and shared accounts are left out of the sweep
      * altogether - a batch job's account may go months between
      * sign-ons and still be needed, and its owner answers for it
      * (USERCERT, USERORPH). They are only counted on the trailer.
      * The dormant count goes to balance.dat for USERSTAT's daily
      * history.
      * Notices go to usernote.dat through USERNOTE: a 'DMR' for
      * each account given a deactivate transaction, and a 'DMW'
      * pre-warning for each account that will reach the threshold
      * within the pre-warning days - an optional second
      * dormparm.dat record in the same layout, default 14, zero
      * for none. The warning carries the date the retirement
      * would be submitted; USERNOTE sends it once, and again only
      * if the user signs on and later drifts back into the window.
      * Accounts that never logged in get no notices, as they get
      * no transaction.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT DORM-PARM-FILE ASSIGN TO "dormparm.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "balance.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT DORM-REPORT ASSIGN TO "dormrpt.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       01 DORM-PARM-RECORD.
           05 PARM-DORMANT-DAYS PIC 9(3).

       FD BALANCE-FILE.
           COPY BALREC.

       FD DORM-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01 REPORT-LINE PIC X(80).
       01 WS-FILE-STATUS PIC X(2) VALUE '00'.
       01 WS-PARM-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-BALANCE-STATUS PIC X(2) VALUE '00'.
       01 WS-TRAN-STATUS PIC X(2) VALUE '00'.

       01 WS-USER-EOF PIC X VALUE 'N'.
       01 WS-DORMANT-DAYS PIC 9(3) VALUE 90.
       01 WS-CUTOFF-DATE PIC 9(8) VALUE 0.
       01 WS-CUTOFF-INT PIC 9(7) VALUE 0.
       01 WS-PREWARN-DAYS PIC 9(3) VALUE 14.
       01 WS-PREWARN-CUTOFF PIC 9(8) VALUE 0.
       01 WS-EVENT-INT PIC 9(7) VALUE 0.

       01 WS-PROGRAM-NAME PIC X(12) VALUE "USERDORM".
       01 WS-RUNCTL-START PIC X(1) VALUE 'S'.
       01 WS-RUNCTL-END PIC X(1) VALUE 'E'.
       01 WS-RUNCTL-MODE PIC X(1) VALUE 'R'.
       01 WS-RUNCTL-RC PIC 9(2) VALUE 0.
       01 WS-BUSDATE-RC PIC 9(2) VALUE 0.

           COPY NOTECALL.

       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-DORMANT-COUNT PIC 9(5) VALUE 0.
       01 WS-NON-PERSON-COUNT PIC 9(5) VALUE 0.
       01 WS-PREWARN-COUNT PIC 9(5) VALUE 0.
       01 WS-NOTICE-COUNT PIC 9(5) VALUE 0.
       01 WS-NOTICE-FAILED PIC X VALUE 'N'.
       01 WS-DEPT-DORMANT-COUNT PIC 9(5) VALUE 0.
       01 WS-PRIOR-DEPT PIC X(10).
       01 WS-FIRST-DEPT PIC X VALUE 'Y'.
           05 FILLER PIC X(18) VALUE "  (DORMANT BEFORE ".
           05 HDR-CUTOFF-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE ")".
           05 FILLER PIC X(12) VALUE ", PRE-WARN: ".
           05 HDR-PREWARN-DAYS PIC ZZ9.
       01 WS-REPORT-HEADER-3.
           05 FILLER PIC X(8) VALUE "USER ID ".
           05 FILLER PIC X(22) VALUE "USER NAME".
       01 WS-TRAILER-LINE-2.
           05 FILLER PIC X(24) VALUE "TOTAL ACCOUNTS READ:    ".
           05 TRL-READ-COUNT PIC ZZZZZZ9.
       01 WS-TRAILER-LINE-3.
           05 FILLER PIC X(24) VALUE "NON-PERSON NOT SWEPT:   ".
           05 TRL-NON-PERSON-COUNT PIC ZZZZ9.
       01 WS-TRAILER-LINE-4.
           05 FILLER PIC X(24) VALUE "DORMANCY PRE-WARNINGS:  ".
           05 TRL-PREWARN-COUNT PIC ZZZZ9.
       01 WS-TRAILER-LINE-5.
           05 FILLER PIC X(24) VALUE "NOTICES SENT:           ".
           05 TRL-NOTICE-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM READ-DORMANT-PARM.
           PERFORM COMPUTE-CUTOFF-DATE.
           PERFORM OPEN-DORM-REPORT.
           PERFORM OPEN-TRANS-FILE.
           PERFORM OPEN-NOTICES.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-USER-DEPT SORT-USER-ID
               INPUT PROCEDURE IS SELECT-DORMANT-USERS
           PERFORM WRITE-REPORT-TRAILER.
           CLOSE DORM-REPORT.
           CLOSE TRANS-FILE.
           PERFORM CLOSE-NOTICES.
           PERFORM WRITE-BALANCE-RECORD.
           PERFORM CLOSE-RUN-CONTROL.
           DISPLAY "USERDORM COMPLETE - READ: " WS-READ-COUNT
               " DORMANT: " WS-DORMANT-COUNT
               " PRE-WARNED: " WS-PREWARN-COUNT
               " NOTICES: " WS-NOTICE-COUNT.
           IF WS-NOTICE-FAILED = 'Y'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
           STOP RUN.

       CHECK-RUN-CONTROL.
           CALL "RUNCTRL" USING WS-RUNCTL-END WS-PROGRAM-NAME
               WS-RUNCTL-MODE WS-RUNCTL-RC.

       GET-BUSINESS-DATE.
           CALL "BUSDATE" USING WS-RUN-DATE WS-BUSDATE-RC.
           IF WS-BUSDATE-RC NOT = 0
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       READ-DORMANT-PARM.
           OPEN INPUT DORM-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
                               "PARAMETER, USING DEFAULT THRESHOLD "
                               "OF " WS-DORMANT-DAYS " DAYS"
                       END-IF
                       PERFORM READ-PREWARN-PARM
               END-READ
               CLOSE DORM-PARM-FILE.
           IF WS-PREWARN-DAYS >= WS-DORMANT-DAYS
               DISPLAY "WARNING: PRE-WARNING OF " WS-PREWARN-DAYS
                   " DAYS IS NOT INSIDE THE " WS-DORMANT-DAYS
                   " DAY THRESHOLD, NO PRE-WARNINGS THIS RUN"
               MOVE 0 TO WS-PREWARN-DAYS.

      * The second record is optional - a site that has never set
      * one gets the default pre-warning.
       READ-PREWARN-PARM.
           READ DORM-PARM-FILE INTO DORM-PARM-RECORD
               AT END CONTINUE
               NOT AT END
                   IF PARM-DORMANT-DAYS NUMERIC
                       MOVE PARM-DORMANT-DAYS TO WS-PREWARN-DAYS
                   ELSE
                       DISPLAY "WARNING: INVALID PRE-WARNING DAYS "
                           "PARAMETER, USING DEFAULT OF "
                           WS-PREWARN-DAYS " DAYS"
                   END-IF
           END-READ.

       COMPUTE-CUTOFF-DATE.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-X.
           COMPUTE WS-CUTOFF-INT =
               - WS-DORMANT-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
               TO WS-CUTOFF-DATE.
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
               - WS-DORMANT-DAYS + WS-PREWARN-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
               TO WS-PREWARN-CUTOFF.

       OPEN-DORM-REPORT.
           OPEN OUTPUT DORM-REPORT.
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      * Notices go out through USERNOTE, opened ahead of the master
      * because it looks the department heads up there. A
      * notification file that will not open costs the notices,
      * not the sweep.
       OPEN-NOTICES.
           MOVE 'O' TO NOTE-CALL-REQUEST.
           MOVE WS-PROGRAM-NAME TO NOTE-CALL-PROGRAM.
           MOVE WS-RUN-DATE-N TO NOTE-CALL-RUN-DATE.
           CALL "USERNOTE" USING NOTE-CALL-PARMS.
           IF NOTE-CALL-RC NOT = 0
               DISPLAY "WARNING: NOTIFICATION FILE NOT AVAILABLE - "
                   "NO NOTICES SENT THIS RUN"
               MOVE 'Y' TO WS-NOTICE-FAILED.

       CLOSE-NOTICES.
           MOVE 'C' TO NOTE-CALL-REQUEST.
           CALL "USERNOTE" USING NOTE-CALL-PARMS.

      * Every NOTE-CALL field but the request is set by the caller;
      * the sort record carries no owner, and only person accounts
      * are swept, so the owner is always zero here.
       WRITE-NOTICE.
           MOVE 'W' TO NOTE-CALL-REQUEST.
           MOVE ZERO TO NOTE-CALL-OWNER-ID.
           CALL "USERNOTE" USING NOTE-CALL-PARMS.
           EVALUATE NOTE-CALL-RC
               WHEN 0
                   ADD 1 TO WS-NOTICE-COUNT
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   MOVE 'Y' TO WS-NOTICE-FAILED
           END-EVALUATE.

       WRITE-REPORT-HEADER.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE-X TO HDR-RUN-DATE.
           MOVE WS-PAGE-NO TO HDR-PAGE-NO.
           MOVE WS-DORMANT-DAYS TO HDR-DORMANT-DAYS.
           MOVE WS-CUTOFF-DATE TO HDR-CUTOFF-DATE.
           MOVE WS-PREWARN-DAYS TO HDR-PREWARN-DAYS.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-1.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-2.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-3.
           MOVE WS-READ-COUNT TO TRL-READ-COUNT.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-1.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-2.
           MOVE WS-NON-PERSON-COUNT TO TRL-NON-PERSON-COUNT.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-3.
           MOVE WS-PREWARN-COUNT TO TRL-PREWARN-COUNT.
           MOVE WS-NOTICE-COUNT TO TRL-NOTICE-COUNT.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-4.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-5.

       SELECT-DORMANT-USERS.
           OPEN INPUT USER-FILE.
                   AT END MOVE 'Y' TO WS-USER-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF USER-TYPE-NON-PERSON
                           ADD 1 TO WS-NON-PERSON-COUNT
                       END-IF
                       IF USER-STATUS-ACTIVE
                               AND NOT USER-TYPE-NON-PERSON
                               AND USER-LAST-LOGIN-DATE
                                   < WS-CUTOFF-DATE
                           MOVE USER-DEPT TO SORT-USER-DEPT
                               TO SORT-LAST-LOGIN
                           RELEASE SORT-RECORD
                       END-IF
                       IF USER-STATUS-ACTIVE
                               AND NOT USER-TYPE-NON-PERSON
                               AND USER-LAST-LOGIN-DATE NOT = ZERO
                               AND USER-LAST-LOGIN-DATE
                                   NOT < WS-CUTOFF-DATE
                               AND USER-LAST-LOGIN-DATE
                                   < WS-PREWARN-CUTOFF
                           PERFORM WRITE-DORMANCY-WARNING
                       END-IF
               END-READ
               IF WS-FILE-STATUS NOT = '00'
                       AND WS-FILE-STATUS NOT = '10'
           ADD 1 TO WS-DORMANT-COUNT.
           IF SORT-LAST-LOGIN NOT = ZERO
               PERFORM WRITE-DEACTIVATE-TRAN
               MOVE "DMR" TO NOTE-CALL-TYPE
               MOVE SORT-USER-ID TO NOTE-CALL-USER-ID
               MOVE SORT-USER-NAME TO NOTE-CALL-USER-NAME
               MOVE SORT-USER-DEPT TO NOTE-CALL-USER-DEPT
               MOVE WS-RUN-DATE-N TO NOTE-CALL-EVENT-DATE
               MOVE SORT-LAST-LOGIN TO NOTE-CALL-REF-DATE
               PERFORM WRITE-NOTICE
           END-IF.

      * The event date is the first run on which this sweep would
      * submit the retirement - the day after the last login falls
      * outside the threshold.
       WRITE-DORMANCY-WARNING.
           ADD 1 TO WS-PREWARN-COUNT.
           MOVE "DMW" TO NOTE-CALL-TYPE.
           MOVE USER-ID TO NOTE-CALL-USER-ID.
           MOVE USER-NAME TO NOTE-CALL-USER-NAME.
           MOVE USER-DEPT TO NOTE-CALL-USER-DEPT.
           COMPUTE WS-EVENT-INT =
               FUNCTION INTEGER-OF-DATE(USER-LAST-LOGIN-DATE)
               + WS-DORMANT-DAYS + 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-EVENT-INT)
               TO NOTE-CALL-EVENT-DATE.
           MOVE USER-LAST-LOGIN-DATE TO NOTE-CALL-REF-DATE.
           PERFORM WRITE-NOTICE.

       WRITE-DEPT-HEADER.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER
           MOVE 'D' TO TRAN-CODE.
           MOVE SORT-USER-ID TO TRAN-USER-ID.
           MOVE ZERO TO TRAN-LAST-LOGIN.
           MOVE ZERO TO TRAN-OWNER-ID.
           MOVE ZERO TO TRAN-EFFECTIVE-DATE.
           WRITE TRAN-RECORD.
           IF WS-TRAN-STATUS NOT = '00'
                   WS-TRAN-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN.

       WRITE-BALANCE-RECORD.
           OPEN EXTEND BALANCE-FILE.
           IF WS-BALANCE-STATUS = '05' OR WS-BALANCE-STATUS = '35'
               OPEN OUTPUT BALANCE-FILE
           END-IF.
           IF WS-BALANCE-STATUS NOT = '00'
               DISPLAY "WARNING: UNABLE TO OPEN BALANCE-FILE "
                   "(balance.dat), FILE STATUS = " WS-BALANCE-STATUS
                   ", CONTROL TOTALS NOT RECORDED"
           ELSE
               MOVE WS-PROGRAM-NAME TO BAL-PROGRAM
               MOVE WS-RUN-DATE-N TO BAL-RUN-DATE
               MOVE WS-READ-COUNT TO BAL-READ-COUNT
               MOVE 0 TO BAL-WRITTEN-COUNT
               MOVE 0 TO BAL-REJECT-COUNT
               MOVE WS-DORMANT-COUNT TO BAL-EXCEPTION-COUNT
               MOVE 0 TO BAL-ADD-COUNT
               MOVE 0 TO BAL-PEND-COUNT
               WRITE BAL-RECORD
               CLOSE BALANCE-FILE.

      * of the nightly LEGACY-COBOL report.
      * Policy comes from passparm.dat (expiry days then warning
      * days, defaults 90/14 when the file is absent - the same
      * file LEGACY-COBOL reads for its PW EXPIRY column). An
      * optional second record in the same layout sets the longer
      * window for service and shared accounts (defaults 365/30),
      * whose passwords are rotated on a planned change rather than
      * by whoever happens to sign on.
      * Three things happen in one pass:
      *   - a record still carrying a clear-text password is
      *     encoded in place via USERPASS, and a zero
      *   - an ACTIVE account inside the warning window is listed
      *     as approaching so the desk can chase it before lockout.
      * Everything touched or listed goes to pexprpt.prt.
      * Every record rewritten is journaled through USERJRNL,
      * before and after image, for USERFRCV's forward recovery. A
      * clear-text password being encoded is starred out of the
      * before image, so clear text never reaches the journal.
      * The expiry-lock count goes to balance.dat for USERSTAT's
      * daily history.
      * Each account listed as approaching gets a 'PEW' warning on
      * usernote.dat, dated with the day it will lock, and each
      * account locked gets a 'PEL' notice, both through USERNOTE -
      * which sends a warning once, not every night the account
      * sits in the window.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PASS-PARM-FILE ASSIGN TO "passparm.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "balance.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT PEXP-REPORT ASSIGN TO "pexprpt.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           05 PARM-EXPIRE-DAYS PIC 9(3).
           05 PARM-WARN-DAYS PIC 9(3).

       FD BALANCE-FILE.
           COPY BALREC.

       FD PEXP-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01 REPORT-LINE PIC X(80).
       01 WS-FILE-STATUS PIC X(2) VALUE '00'.
       01 WS-PARM-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-BALANCE-STATUS PIC X(2) VALUE '00'.

       01 WS-USER-EOF PIC X VALUE 'N'.

       01 WS-EXPIRE-CUTOFF PIC 9(8) VALUE 0.
       01 WS-WARN-CUTOFF PIC 9(8) VALUE 0.
       01 WS-CUTOFF-INT PIC 9(7) VALUE 0.
       01 WS-SVC-EXPIRE-DAYS PIC 9(3) VALUE 365.
       01 WS-SVC-WARN-DAYS PIC 9(3) VALUE 30.
       01 WS-SVC-EXPIRE-CUTOFF PIC 9(8) VALUE 0.
       01 WS-SVC-WARN-CUTOFF PIC 9(8) VALUE 0.
       01 WS-USER-EXPIRE-CUTOFF PIC 9(8) VALUE 0.
       01 WS-USER-WARN-CUTOFF PIC 9(8) VALUE 0.

       01 WS-REC-CHANGED PIC X VALUE 'N'.
       01 WS-PASS-ENCODED PIC X(10).
       01 WS-RUNCTL-END PIC X(1) VALUE 'E'.
       01 WS-RUNCTL-MODE PIC X(1) VALUE 'W'.
       01 WS-RUNCTL-RC PIC 9(2) VALUE 0.
       01 WS-BUSDATE-RC PIC 9(2) VALUE 0.

           COPY JRNLCALL.
           COPY NOTECALL.

       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-ENCODE-COUNT PIC 9(5) VALUE 0.
       01 WS-LOCK-COUNT PIC 9(5) VALUE 0.
       01 WS-WARN-COUNT PIC 9(5) VALUE 0.
       01 WS-NOTICE-COUNT PIC 9(5) VALUE 0.
       01 WS-NOTICE-FAILED PIC X VALUE 'N'.
       01 WS-USER-EXPIRE-DAYS PIC 9(3) VALUE 0.
       01 WS-EVENT-INT PIC 9(7) VALUE 0.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 FILLER PIC X(11) VALUE ", WARNING: ".
           05 HDR-WARN-DAYS PIC ZZ9.
           05 FILLER PIC X(5) VALUE " DAYS".
           05 FILLER PIC X(14) VALUE ", NON-PERSON: ".
           05 HDR-SVC-EXPIRE-DAYS PIC ZZ9.
           05 FILLER PIC X(1) VALUE "/".
           05 HDR-SVC-WARN-DAYS PIC ZZ9.
       01 WS-REPORT-HEADER-3.
           05 FILLER PIC X(8) VALUE "USER ID ".
           05 FILLER PIC X(22) VALUE "USER NAME".
       01 WS-TRAILER-LINE-4.
           05 FILLER PIC X(24) VALUE "APPROACHING EXPIRY:     ".
           05 TRL-WARN-COUNT PIC ZZZZ9.
       01 WS-TRAILER-LINE-5.
           05 FILLER PIC X(24) VALUE "NOTICES SENT:           ".
           05 TRL-NOTICE-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM OPEN-JOURNAL.
           PERFORM OPEN-NOTICES.
           PERFORM READ-PASSWORD-PARM.
           PERFORM COMPUTE-CUTOFF-DATES.
           PERFORM OPEN-PEXP-REPORT.
           PERFORM SWEEP-USER-FILE.
           PERFORM WRITE-REPORT-TRAILER.
           CLOSE PEXP-REPORT.
           PERFORM CLOSE-JOURNAL.
           PERFORM CLOSE-NOTICES.
           PERFORM WRITE-BALANCE-RECORD.
           PERFORM CLOSE-RUN-CONTROL.
           DISPLAY "USERPEXP COMPLETE - READ: " WS-READ-COUNT
               " ENCODED: " WS-ENCODE-COUNT
               " LOCKED: " WS-LOCK-COUNT
               " APPROACHING: " WS-WARN-COUNT
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

      * Called after every successful REWRITE of the master, with
      * JRNL-CALL-BEFORE already holding the record as read; the
      * after image is the record as it now stands.
       WRITE-JOURNAL-ENTRY.
           MOVE 'W' TO JRNL-CALL-REQUEST.
           MOVE 'C' TO JRNL-CALL-ACTION.
           MOVE USER-RECORD TO JRNL-CALL-AFTER.
           CALL "USERJRNL" USING JRNL-CALL-PARMS.
           IF JRNL-CALL-RC NOT = 0
               DISPLAY "ERROR JOURNALING CHANGE TO USER-ID " USER-ID
               MOVE 20 TO RETURN-CODE
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

      * NOTE-CALL-TYPE and the two dates are set by the caller.
       WRITE-NOTICE.
           MOVE 'W' TO NOTE-CALL-REQUEST.
           MOVE USER-ID TO NOTE-CALL-USER-ID.
           MOVE USER-NAME TO NOTE-CALL-USER-NAME.
           MOVE USER-DEPT TO NOTE-CALL-USER-DEPT.
           MOVE USER-OWNER-ID TO NOTE-CALL-OWNER-ID.
           CALL "USERNOTE" USING NOTE-CALL-PARMS.
           EVALUATE NOTE-CALL-RC
               WHEN 0
                   ADD 1 TO WS-NOTICE-COUNT
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   MOVE 'Y' TO WS-NOTICE-FAILED
           END-EVALUATE.

       READ-PASSWORD-PARM.
           OPEN INPUT PASS-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
                               AND PARM-WARN-DAYS < WS-EXPIRE-DAYS
                           MOVE PARM-WARN-DAYS TO WS-WARN-DAYS
                       END-IF
                       PERFORM READ-SERVICE-PARM
               END-READ
               CLOSE PASS-PARM-FILE.

      * The second record is optional - a site that has never set
      * one gets the default non-person window.
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

       COMPUTE-CUTOFF-DATES.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-X.
           COMPUTE WS-CUTOFF-INT =
               - WS-EXPIRE-DAYS + WS-WARN-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
               TO WS-WARN-CUTOFF.
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
               - WS-SVC-EXPIRE-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
               TO WS-SVC-EXPIRE-CUTOFF.
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
               - WS-SVC-EXPIRE-DAYS + WS-SVC-WARN-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
               TO WS-SVC-WARN-CUTOFF.

       OPEN-PEXP-REPORT.
           OPEN OUTPUT PEXP-REPORT.
           MOVE WS-PAGE-NO TO HDR-PAGE-NO.
           MOVE WS-EXPIRE-DAYS TO HDR-EXPIRE-DAYS.
           MOVE WS-WARN-DAYS TO HDR-WARN-DAYS.
           MOVE WS-SVC-EXPIRE-DAYS TO HDR-SVC-EXPIRE-DAYS.
           MOVE WS-SVC-WARN-DAYS TO HDR-SVC-WARN-DAYS.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-1.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-2.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-3.
           MOVE WS-ENCODE-COUNT TO TRL-ENCODE-COUNT.
           MOVE WS-LOCK-COUNT TO TRL-LOCK-COUNT.
           MOVE WS-WARN-COUNT TO TRL-WARN-COUNT.
           MOVE WS-NOTICE-COUNT TO TRL-NOTICE-COUNT.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-1.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-2.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-3.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-4.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-5.

       SWEEP-USER-FILE.
           OPEN I-O USER-FILE.

       SWEEP-ONE-USER.
           MOVE 'N' TO WS-REC-CHANGED.
           MOVE SPACES TO NOTE-CALL-TYPE.
           MOVE USER-RECORD TO JRNL-CALL-BEFORE.
           IF USER-PASS NOT = SPACES
                   AND (USER-PASS (1:1) NOT = '#'
                       OR USER-PASS (2:9) NOT NUMERIC)
               MOVE ALL '*' TO JRNL-CALL-BEFORE (28:10)
               CALL "USERPASS" USING USER-PASS WS-PASS-ENCODED
               MOVE WS-PASS-ENCODED TO USER-PASS
               IF USER-PASS-CHANGED-DATE = ZERO
               MOVE "ENCODED" TO DTL-DISPOSITION
               PERFORM WRITE-DETAIL-LINE
           END-IF.
           IF USER-TYPE-NON-PERSON
               MOVE WS-SVC-EXPIRE-CUTOFF TO WS-USER-EXPIRE-CUTOFF
               MOVE WS-SVC-WARN-CUTOFF TO WS-USER-WARN-CUTOFF
               MOVE WS-SVC-EXPIRE-DAYS TO WS-USER-EXPIRE-DAYS
           ELSE
               MOVE WS-EXPIRE-CUTOFF TO WS-USER-EXPIRE-CUTOFF
               MOVE WS-WARN-CUTOFF TO WS-USER-WARN-CUTOFF
               MOVE WS-EXPIRE-DAYS TO WS-USER-EXPIRE-DAYS
           END-IF.
           IF USER-STATUS-ACTIVE
                   AND USER-PASS-CHANGED-DATE NOT = ZERO
               IF USER-PASS-CHANGED-DATE < WS-USER-EXPIRE-CUTOFF
                   MOVE 'L' TO USER-STATUS
                   MOVE 'Y' TO WS-REC-CHANGED
                   ADD 1 TO WS-LOCK-COUNT
                   MOVE "LOCKED-EXPIRED" TO DTL-DISPOSITION
                   PERFORM WRITE-DETAIL-LINE
                   MOVE "PEL" TO NOTE-CALL-TYPE
                   MOVE WS-RUN-DATE-N TO NOTE-CALL-EVENT-DATE
               ELSE
                   IF USER-PASS-CHANGED-DATE < WS-USER-WARN-CUTOFF
                       ADD 1 TO WS-WARN-COUNT
                       MOVE "APPROACHING" TO DTL-DISPOSITION
                       PERFORM WRITE-DETAIL-LINE
                       PERFORM SET-EXPIRY-WARNING
                   END-IF
               END-IF
           END-IF.
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.
           IF NOTE-CALL-TYPE NOT = SPACES
               MOVE USER-PASS-CHANGED-DATE TO NOTE-CALL-REF-DATE
               PERFORM WRITE-NOTICE
           END-IF.

      * The warning names the first run date on which the sweep
      * would lock the account - the day after the password passes
      * the expiry window.
       SET-EXPIRY-WARNING.
           MOVE "PEW" TO NOTE-CALL-TYPE.
           COMPUTE WS-EVENT-INT =
               FUNCTION INTEGER-OF-DATE(USER-PASS-CHANGED-DATE)
               + WS-USER-EXPIRE-DAYS + 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-EVENT-INT)
               TO NOTE-CALL-EVENT-DATE.

       WRITE-DETAIL-LINE.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER
           MOVE USER-PASS-CHANGED-DATE TO DTL-PASS-CHANGED.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

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
               MOVE WS-LOCK-COUNT TO BAL-EXCEPTION-COUNT
               MOVE 0 TO BAL-ADD-COUNT
               MOVE 0 TO BAL-PEND-COUNT
               WRITE BAL-RECORD
               CLOSE BALANCE-FILE.

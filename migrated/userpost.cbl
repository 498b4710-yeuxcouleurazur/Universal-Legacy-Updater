      * the master are counted and listed as unmatched.
      * Without this feed the dormancy sweep and password expiry
      * run on stale login dates; run it before USERDORM.
      * Every master rewrite is journaled through USERJRNL, before
      * and after image, for USERFRCV's forward recovery.
      * The failure-lock and unmatched counts go to balance.dat for
      * USERSTAT's daily history.
      * Each account locked at the limit gets an 'FLK' notice on
      * usernote.dat through USERNOTE, for the email gateway to
      * send to the user and the department head.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT POST-PARM-FILE ASSIGN TO "postparm.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "balance.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT POST-REPORT ASSIGN TO "postrpt.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       01 POST-PARM-RECORD.
           05 PARM-FAIL-LIMIT PIC 9(2).

       FD BALANCE-FILE.
           COPY BALREC.

       FD POST-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01 REPORT-LINE PIC X(80).
       01 WS-FEED-STATUS PIC X(2) VALUE '00'.
       01 WS-PARM-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-BALANCE-STATUS PIC X(2) VALUE '00'.

       01 WS-FEED-EOF PIC X VALUE 'N'.

       01 WS-UNMATCHED-COUNT PIC 9(7) VALUE 0.
       01 WS-LOCKED-COUNT PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(7) VALUE 0.
       01 WS-NOTICE-COUNT PIC 9(5) VALUE 0.
       01 WS-NOTICE-FAILED PIC X VALUE 'N'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MM PIC 9(2).
           05 WS-RUN-DD PIC 9(2).
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-X PIC X(10).

       01 WS-PAGE-NO PIC 9(3) VALUE 0.
       01 WS-TRAILER-LINE-6.
           05 FILLER PIC X(24) VALUE "REJECTED FEED RECORDS:  ".
           05 TRL-REJECT-COUNT PIC ZZZZZZ9.
       01 WS-TRAILER-LINE-7.
           05 FILLER PIC X(24) VALUE "NOTICES SENT:           ".
           05 TRL-NOTICE-COUNT PIC ZZZZ9.

       01 WS-PROGRAM-NAME PIC X(12) VALUE "USERPOST".
       01 WS-RUNCTL-START PIC X(1) VALUE 'S'.
       01 WS-RUNCTL-END PIC X(1) VALUE 'E'.
       01 WS-RUNCTL-MODE PIC X(1) VALUE 'W'.
       01 WS-RUNCTL-RC PIC 9(2) VALUE 0.
       01 WS-BUSDATE-RC PIC 9(2) VALUE 0.

           COPY JRNLCALL.
           COPY NOTECALL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM OPEN-JOURNAL.
           PERFORM OPEN-NOTICES.
           PERFORM READ-POSTING-PARM.
           PERFORM OPEN-FILES.
           PERFORM READ-NEXT-FEED.
           PERFORM POST-ONE-ATTEMPT UNTIL WS-FEED-EOF = 'Y'.
           PERFORM WRITE-REPORT-TRAILER.
           PERFORM CLOSE-FILES.
           PERFORM CLOSE-JOURNAL.
           PERFORM CLOSE-NOTICES.
           PERFORM WRITE-BALANCE-RECORD.
           PERFORM CLOSE-RUN-CONTROL.
           DISPLAY "USERPOST COMPLETE - READ: " WS-READ-COUNT
               " APPLIED: " WS-APPLIED-COUNT
               " UNMATCHED: " WS-UNMATCHED-COUNT
               " LOCKED: " WS-LOCKED-COUNT
               " NOTICES: " WS-NOTICE-COUNT.
           IF WS-UNMATCHED-COUNT > 0 OR WS-REJECT-COUNT > 0
                   OR WS-NOTICE-FAILED = 'Y'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
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
      * not the posting.
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

       READ-POSTING-PARM.
           OPEN INPUT POST-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
                   "FILE STATUS = " WS-FEED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-X.
           OPEN OUTPUT POST-REPORT.
           MOVE WS-UNMATCHED-COUNT TO TRL-UNMATCHED-COUNT.
           MOVE WS-LOCKED-COUNT TO TRL-LOCKED-COUNT.
           MOVE WS-REJECT-COUNT TO TRL-REJECT-COUNT.
           MOVE WS-NOTICE-COUNT TO TRL-NOTICE-COUNT.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-1.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-2.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-3.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-4.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-5.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-6.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-7.

       READ-NEXT-FEED.
           READ FEED-FILE
                       MOVE "UNMATCHED" TO DTL-DISPOSITION
                       PERFORM WRITE-DETAIL-LINE
                   NOT INVALID KEY
                       MOVE USER-RECORD TO JRNL-CALL-BEFORE
                       PERFORM APPLY-ATTEMPT
               END-READ
           END-IF.
                   MOVE FEED-USER-ID TO DTL-USER-ID
                   MOVE "LOCKED-FAILURES" TO DTL-DISPOSITION
                   PERFORM WRITE-DETAIL-LINE
                   MOVE "FLK" TO NOTE-CALL-TYPE
                   MOVE WS-RUN-DATE-N TO NOTE-CALL-EVENT-DATE
                   MOVE FEED-LOGIN-DATE TO NOTE-CALL-REF-DATE
                   PERFORM WRITE-NOTICE
               END-IF
           END-IF.

                   USER-ID ", FILE STATUS = " WS-FILE-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN.
           PERFORM WRITE-JOURNAL-ENTRY.
           MOVE USER-RECORD TO JRNL-CALL-BEFORE.

       WRITE-DETAIL-LINE.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
           MOVE FEED-LOGIN-DATE TO DTL-FEED-DATE.
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
               MOVE WS-APPLIED-COUNT TO BAL-WRITTEN-COUNT
               MOVE WS-UNMATCHED-COUNT TO BAL-REJECT-COUNT
               MOVE WS-LOCKED-COUNT TO BAL-EXCEPTION-COUNT
               MOVE 0 TO BAL-ADD-COUNT
               MOVE 0 TO BAL-PEND-COUNT
               WRITE BAL-RECORD
               CLOSE BALANCE-FILE.

      * every user nobody certified either way, every disposition
      * for an ID not on the master, and every unreadable or
      * duplicate disposition.
      * Each REMOVE also sends a 'CRM' notice to usernote.dat
      * through USERNOTE, so the user and the department head hear
      * of the removal before the account goes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-RUNCTL-END PIC X(1) VALUE 'E'.
       01 WS-RUNCTL-MODE PIC X(1) VALUE 'R'.
       01 WS-RUNCTL-RC PIC 9(2) VALUE 0.
       01 WS-BUSDATE-RC PIC 9(2) VALUE 0.

           COPY NOTECALL.

       01 WS-USER-COUNT PIC 9(7) VALUE 0.
       01 WS-DISP-COUNT PIC 9(7) VALUE 0.
       01 WS-REMOVE-COUNT PIC 9(7) VALUE 0.
       01 WS-UNCERT-COUNT PIC 9(7) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(7) VALUE 0.
       01 WS-NOTICE-COUNT PIC 9(7) VALUE 0.
       01 WS-NOTICE-FAILED PIC X VALUE 'N'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MM PIC 9(2).
           05 WS-RUN-DD PIC 9(2).
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-X PIC X(10).

       01 WS-PAGE-NO PIC 9(3) VALUE 0.
       01 WS-TRAILER-LINE-6.
           05 FILLER PIC X(24) VALUE "OTHER EXCEPTIONS:       ".
           05 TRL-EXCEPTION-COUNT PIC ZZZZZZ9.
       01 WS-TRAILER-LINE-7.
           05 FILLER PIC X(24) VALUE "NOTICES SENT:           ".
           05 TRL-NOTICE-COUNT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM CHECK-DISP-FILE.
           PERFORM SORT-DISPOSITIONS.
           PERFORM OPEN-NOTICES.
           PERFORM OPEN-FILES.
           PERFORM READ-NEXT-USER.
           PERFORM READ-NEXT-DISP.
               UNTIL WS-USER-EOF = 'Y' AND WS-DISP-EOF = 'Y'.
           PERFORM WRITE-REPORT-TRAILER.
           PERFORM CLOSE-FILES.
           PERFORM CLOSE-NOTICES.
           PERFORM CLOSE-RUN-CONTROL.
           DISPLAY "USERCAPP COMPLETE - USERS: " WS-USER-COUNT
               " KEEPS: " WS-KEEP-COUNT
               " REMOVES: " WS-REMOVE-COUNT
               " UNCERTIFIED: " WS-UNCERT-COUNT
               " NOTICES: " WS-NOTICE-COUNT.
           IF WS-UNCERT-COUNT > 0 OR WS-EXCEPTION-COUNT > 0
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

      * SORT dies in its own runtime when the USING file is missing;
      * probing the dispositions first gives the standard message
      * and return code instead. Like USERRELD's parameter, a
               STOP RUN.
           CLOSE DISP-FILE.

      * Notices go out through USERNOTE, opened ahead of the master
      * because it looks the department heads up there. A
      * notification file that will not open costs the notices,
      * not the removals.
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

       WRITE-REMOVE-NOTICE.
           MOVE 'W' TO NOTE-CALL-REQUEST.
           MOVE "CRM" TO NOTE-CALL-TYPE.
           MOVE USER-ID TO NOTE-CALL-USER-ID.
           MOVE USER-NAME TO NOTE-CALL-USER-NAME.
           MOVE USER-DEPT TO NOTE-CALL-USER-DEPT.
           MOVE USER-OWNER-ID TO NOTE-CALL-OWNER-ID.
           MOVE WS-RUN-DATE-N TO NOTE-CALL-EVENT-DATE.
           MOVE USER-LAST-LOGIN-DATE TO NOTE-CALL-REF-DATE.
           CALL "USERNOTE" USING NOTE-CALL-PARMS.
           EVALUATE NOTE-CALL-RC
               WHEN 0
                   ADD 1 TO WS-NOTICE-COUNT
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   MOVE 'Y' TO WS-NOTICE-FAILED
           END-EVALUATE.

      * The dispositions are keyed in whatever order the worksheets
      * came back; sorting them by USER-ID sets up the single-pass
      * match against the master's key order.
                   "FILE STATUS = " WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-X.
           OPEN OUTPUT CERT-EXCEPTIONS.
           MOVE WS-REMOVE-COUNT TO TRL-REMOVE-COUNT.
           MOVE WS-UNCERT-COUNT TO TRL-UNCERT-COUNT.
           MOVE WS-EXCEPTION-COUNT TO TRL-EXCEPTION-COUNT.
           MOVE WS-NOTICE-COUNT TO TRL-NOTICE-COUNT.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-1.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-2.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-3.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-4.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-5.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-6.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-7.

       READ-NEXT-USER.
           READ USER-FILE
               WHEN "REMOVE"
                   ADD 1 TO WS-REMOVE-COUNT
                   PERFORM WRITE-REMOVE-TRAN
                   PERFORM WRITE-REMOVE-NOTICE
               WHEN OTHER
                   MOVE SDISP-USER-ID TO EXC-USER-ID
                   MOVE "UNREADABLE DISPOSITION" TO EXC-REASON
           MOVE 'D' TO TRAN-CODE.
           MOVE USER-ID TO TRAN-USER-ID.
           MOVE ZERO TO TRAN-LAST-LOGIN.
           MOVE ZERO TO TRAN-OWNER-ID.
           MOVE ZERO TO TRAN-EFFECTIVE-DATE.
           WRITE TRAN-RECORD.
           IF WS-TRAN-STATUS NOT = '00'

       IDENTIFICATION DIVISION.
       PROGRAM-ID. USERNOTE.
      * Shared notification writer over usernote.dat, CALLed by
      * every program that warns, locks or removes a user, the way
      * USERJRNL is CALLed by every program that changes the
      * master:
      *   CALL "USERNOTE" USING NOTE-CALL-PARMS   (see NOTECALL)
      * An open request loads the department master - name and
      * head - and looks up each head's name on users.dat, then
      * opens the notification file for append and writes the
      * batch header. Each write request fills in the department
      * name and contact and appends one notice; a close request
      * writes the batch trailer with its count and USER-ID hash
      * and closes up. Layout and notice types are in NOTEREC.
      * Duplicate suppression: notectl.dat holds one record per
      * USER-ID and notice type with the event date last notified.
      * A notice whose event date matches is not sent again, so a
      * warning goes out once per password age or login gap
      * rather than every night it stays in the window, and a
      * rerun of the same business date repeats nothing. A new
      * event date - the password was changed, the user signed on
      * again, a later lock - sends afresh.
      * A notification file that cannot be opened or written comes
      * back as return code 8 with a message; the notices are lost
      * for that run but the caller's own work carries on.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTE-FILE ASSIGN TO "usernote.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTE-STATUS.
           SELECT NCTL-FILE ASSIGN TO "notectl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NCTL-KEY
               FILE STATUS IS WS-NCTL-STATUS.
           SELECT DEPT-FILE ASSIGN TO "deptmast.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT USER-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD NOTE-FILE.
           COPY NOTEREC.

       FD NCTL-FILE.
       01 NCTL-RECORD.
           05 NCTL-KEY.
               10 NCTL-USER-ID PIC 9(7).
               10 NCTL-TYPE PIC X(3).
           05 NCTL-EVENT-DATE PIC 9(8).
           05 NCTL-SENT-DATE PIC 9(8).

       FD DEPT-FILE.
           COPY DEPTREC.

       FD USER-FILE.
           COPY USERREC.

       WORKING-STORAGE SECTION.
       01 WS-NOTE-STATUS PIC X(2) VALUE '00'.
       01 WS-NCTL-STATUS PIC X(2) VALUE '00'.
       01 WS-DEPT-STATUS PIC X(2) VALUE '00'.
       01 WS-FILE-STATUS PIC X(2) VALUE '00'.

       01 WS-NOTE-OPEN PIC X VALUE 'N'.
       01 WS-NCTL-OPEN PIC X VALUE 'N'.
       01 WS-DEPT-EOF PIC X VALUE 'N'.
       01 WS-NCTL-FOUND PIC X VALUE 'N'.

       01 WS-PROGRAM-NAME PIC X(12) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8) VALUE 0.

       01 WS-DEPT-TABLE.
           05 WS-DEPT-COUNT PIC 9(3) VALUE 0.
           05 WS-DEPT-ENTRY OCCURS 100 TIMES.
               10 WS-DEPT-TAB-CODE PIC X(10).
               10 WS-DEPT-TAB-NAME PIC X(30).
               10 WS-DEPT-TAB-HEAD-ID PIC 9(7).
               10 WS-DEPT-TAB-HEAD-NAME PIC X(20).
       01 WS-DEPT-SEARCH-IDX PIC 9(3) VALUE 0.

       01 WS-WRITTEN-COUNT PIC 9(7) VALUE 0.
       01 WS-SUPPRESSED-COUNT PIC 9(7) VALUE 0.
       01 WS-ID-HASH PIC 9(12) VALUE 0.

       LINKAGE SECTION.
           COPY NOTECALL.

       PROCEDURE DIVISION USING NOTE-CALL-PARMS.
       MAIN-PROCEDURE.
           MOVE 0 TO NOTE-CALL-RC.
           EVALUATE NOTE-CALL-REQUEST
               WHEN 'O'
                   PERFORM OPEN-NOTICES
               WHEN 'W'
                   PERFORM WRITE-NOTICE
               WHEN 'C'
                   PERFORM CLOSE-NOTICES
               WHEN OTHER
                   DISPLAY "USERNOTE: UNKNOWN REQUEST '"
                       NOTE-CALL-REQUEST "'"
                   MOVE 9 TO NOTE-CALL-RC
           END-EVALUATE.
           GOBACK.

       OPEN-NOTICES.
           MOVE NOTE-CALL-PROGRAM TO WS-PROGRAM-NAME.
           MOVE NOTE-CALL-RUN-DATE TO WS-RUN-DATE.
           MOVE 0 TO WS-WRITTEN-COUNT.
           MOVE 0 TO WS-SUPPRESSED-COUNT.
           MOVE 0 TO WS-ID-HASH.
           PERFORM LOAD-DEPT-LIST.
           PERFORM LOAD-HEAD-NAMES.
           OPEN I-O NCTL-FILE.
           IF WS-NCTL-STATUS = '35'
      * notectl.dat does not exist yet - create it as a new, empty
      * indexed file before the first notices are recorded.
               OPEN OUTPUT NCTL-FILE
               CLOSE NCTL-FILE
               OPEN I-O NCTL-FILE
           END-IF.
           IF WS-NCTL-STATUS NOT = '00'
               DISPLAY "USERNOTE: WARNING - NCTL-FILE (notectl.dat) "
                   "NOT AVAILABLE, FILE STATUS = " WS-NCTL-STATUS
                   ", NOTICES WILL NOT BE CHECKED FOR REPEATS"
           ELSE
               MOVE 'Y' TO WS-NCTL-OPEN
           END-IF.
           OPEN EXTEND NOTE-FILE.
           IF WS-NOTE-STATUS = '05' OR WS-NOTE-STATUS = '35'
               OPEN OUTPUT NOTE-FILE
           END-IF.
           IF WS-NOTE-STATUS NOT = '00'
               DISPLAY "USERNOTE: ERROR OPENING NOTE-FILE "
                   "(usernote.dat), FILE STATUS = " WS-NOTE-STATUS
               MOVE 8 TO NOTE-CALL-RC
               GOBACK
           END-IF.
           MOVE 'Y' TO WS-NOTE-OPEN.
           MOVE SPACES TO NOTE-HEADER.
           MOVE "HDR" TO NOTE-HDR-ID.
           MOVE WS-RUN-DATE TO NOTE-HDR-BUS-DATE.
           MOVE WS-PROGRAM-NAME TO NOTE-HDR-PROGRAM.
           WRITE NOTE-HEADER.
           PERFORM CHECK-NOTE-WRITE.

       LOAD-DEPT-LIST.
           MOVE 0 TO WS-DEPT-COUNT.
           MOVE 'N' TO WS-DEPT-EOF.
           OPEN INPUT DEPT-FILE.
           IF WS-DEPT-STATUS NOT = '00'
               DISPLAY "USERNOTE: WARNING - DEPT-FILE NOT AVAILABLE, "
                   "FILE STATUS = " WS-DEPT-STATUS
                   ", NOTICES WILL CARRY NO DEPARTMENT CONTACT"
           ELSE
               PERFORM UNTIL WS-DEPT-EOF = 'Y'
                   READ DEPT-FILE INTO DEPT-RECORD
                       AT END MOVE 'Y' TO WS-DEPT-EOF
                       NOT AT END
                           IF WS-DEPT-COUNT >= 100
                               DISPLAY "USERNOTE: WARNING - "
                                   "WS-DEPT-TABLE FULL AT 100 "
                                   "ENTRIES, IGNORING REMAINING "
                                   "DEPT-FILE RECORDS"
                               MOVE 'Y' TO WS-DEPT-EOF
                           ELSE
                               ADD 1 TO WS-DEPT-COUNT
                               MOVE DEPT-CODE TO
                                   WS-DEPT-TAB-CODE (WS-DEPT-COUNT)
                               MOVE DEPT-NAME TO
                                   WS-DEPT-TAB-NAME (WS-DEPT-COUNT)
                               MOVE DEPT-HEAD-ID TO
                                   WS-DEPT-TAB-HEAD-ID (WS-DEPT-COUNT)
                               MOVE SPACES TO
                                   WS-DEPT-TAB-HEAD-NAME
                                       (WS-DEPT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-FILE.

      * One keyed read per department head; the caller has not yet
      * opened the master itself.
       LOAD-HEAD-NAMES.
           IF WS-DEPT-COUNT > 0
               OPEN INPUT USER-FILE
               IF WS-FILE-STATUS NOT = '00'
                   DISPLAY "USERNOTE: WARNING - USER-FILE "
                       "(users.dat) NOT AVAILABLE, FILE STATUS = "
                       WS-FILE-STATUS
                       ", CONTACT NAMES WILL BE BLANK"
               ELSE
                   PERFORM VARYING WS-DEPT-SEARCH-IDX FROM 1 BY 1
                           UNTIL WS-DEPT-SEARCH-IDX > WS-DEPT-COUNT
                       IF WS-DEPT-TAB-HEAD-ID (WS-DEPT-SEARCH-IDX)
                               NOT = ZERO
                           MOVE WS-DEPT-TAB-HEAD-ID
                               (WS-DEPT-SEARCH-IDX) TO USER-ID
                           READ USER-FILE
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   MOVE USER-NAME TO
                                       WS-DEPT-TAB-HEAD-NAME
                                           (WS-DEPT-SEARCH-IDX)
                           END-READ
                       END-IF
                   END-PERFORM
                   CLOSE USER-FILE
               END-IF
           END-IF.

       WRITE-NOTICE.
           IF WS-NOTE-OPEN NOT = 'Y'
               MOVE 8 TO NOTE-CALL-RC
               GOBACK
           END-IF.
           PERFORM CHECK-NOTICE-SENT.
           IF WS-NCTL-FOUND = 'Y'
                   AND NCTL-EVENT-DATE = NOTE-CALL-EVENT-DATE
               ADD 1 TO WS-SUPPRESSED-COUNT
               MOVE 4 TO NOTE-CALL-RC
               GOBACK
           END-IF.
           MOVE SPACES TO NOTE-RECORD.
           MOVE NOTE-CALL-TYPE TO NOTE-TYPE.
           MOVE NOTE-CALL-USER-ID TO NOTE-USER-ID.
           MOVE NOTE-CALL-USER-NAME TO NOTE-USER-NAME.
           MOVE NOTE-CALL-USER-DEPT TO NOTE-USER-DEPT.
           MOVE NOTE-CALL-OWNER-ID TO NOTE-OWNER-ID.
           MOVE WS-RUN-DATE TO NOTE-BUS-DATE.
           MOVE NOTE-CALL-EVENT-DATE TO NOTE-EVENT-DATE.
           MOVE NOTE-CALL-REF-DATE TO NOTE-REF-DATE.
           MOVE WS-PROGRAM-NAME TO NOTE-PROGRAM.
           PERFORM FIND-DEPT-CONTACT.
           WRITE NOTE-RECORD.
           PERFORM CHECK-NOTE-WRITE.
           IF WS-NOTE-OPEN = 'Y'
               ADD 1 TO WS-WRITTEN-COUNT
               ADD NOTE-CALL-USER-ID TO WS-ID-HASH
               PERFORM RECORD-NOTICE-SENT
           END-IF.

       CHECK-NOTICE-SENT.
           MOVE 'N' TO WS-NCTL-FOUND.
           IF WS-NCTL-OPEN = 'Y'
               MOVE NOTE-CALL-USER-ID TO NCTL-USER-ID
               MOVE NOTE-CALL-TYPE TO NCTL-TYPE
               READ NCTL-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-NCTL-FOUND
               END-READ
           END-IF.

      * A control record that will not update only costs a repeat
      * notice next run, so it warns rather than failing the call.
       RECORD-NOTICE-SENT.
           IF WS-NCTL-OPEN = 'Y'
               MOVE NOTE-CALL-USER-ID TO NCTL-USER-ID
               MOVE NOTE-CALL-TYPE TO NCTL-TYPE
               MOVE NOTE-CALL-EVENT-DATE TO NCTL-EVENT-DATE
               MOVE WS-RUN-DATE TO NCTL-SENT-DATE
               IF WS-NCTL-FOUND = 'Y'
                   REWRITE NCTL-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
               ELSE
                   WRITE NCTL-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               END-IF
               IF WS-NCTL-STATUS NOT = '00'
                   DISPLAY "USERNOTE: WARNING - NOTICE CONTROL FOR "
                       "USER-ID " NOTE-CALL-USER-ID " NOT UPDATED, "
                       "FILE STATUS = " WS-NCTL-STATUS
               END-IF
           END-IF.

       FIND-DEPT-CONTACT.
           MOVE "*NOT ON DEPT MASTER*" TO NOTE-DEPT-NAME.
           MOVE ZERO TO NOTE-CONTACT-ID.
           PERFORM VARYING WS-DEPT-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-SEARCH-IDX > WS-DEPT-COUNT
               IF NOTE-CALL-USER-DEPT =
                       WS-DEPT-TAB-CODE (WS-DEPT-SEARCH-IDX)
                   MOVE WS-DEPT-TAB-NAME (WS-DEPT-SEARCH-IDX)
                       TO NOTE-DEPT-NAME
                   MOVE WS-DEPT-TAB-HEAD-ID (WS-DEPT-SEARCH-IDX)
                       TO NOTE-CONTACT-ID
                   MOVE WS-DEPT-TAB-HEAD-NAME (WS-DEPT-SEARCH-IDX)
                       TO NOTE-CONTACT-NAME
                   MOVE WS-DEPT-COUNT TO WS-DEPT-SEARCH-IDX
               END-IF
           END-PERFORM.

      * A write failure closes the file so the rest of the run's
      * notices come back as 8 without a message apiece; the batch
      * is left without its trailer, which the gateway rejects.
       CHECK-NOTE-WRITE.
           IF WS-NOTE-STATUS NOT = '00'
               DISPLAY "USERNOTE: ERROR WRITING NOTE-FILE, FILE "
                   "STATUS = " WS-NOTE-STATUS
               MOVE 8 TO NOTE-CALL-RC
               CLOSE NOTE-FILE
               MOVE 'N' TO WS-NOTE-OPEN
           END-IF.

       CLOSE-NOTICES.
           IF WS-NOTE-OPEN = 'Y'
               MOVE SPACES TO NOTE-TRAILER
               MOVE "TRL" TO NOTE-TRL-ID
               MOVE WS-WRITTEN-COUNT TO NOTE-TRL-RECORD-COUNT
               MOVE WS-ID-HASH TO NOTE-TRL-ID-HASH
               WRITE NOTE-TRAILER
               PERFORM CHECK-NOTE-WRITE
           END-IF.
           IF WS-NOTE-OPEN = 'Y'
               CLOSE NOTE-FILE
               MOVE 'N' TO WS-NOTE-OPEN
           END-IF.
           IF WS-NCTL-OPEN = 'Y'
               CLOSE NCTL-FILE
               MOVE 'N' TO WS-NCTL-OPEN
           END-IF.
           DISPLAY "USERNOTE: " WS-PROGRAM-NAME
               " NOTICES WRITTEN: " WS-WRITTEN-COUNT
               " SUPPRESSED AS REPEATS: " WS-SUPPRESSED-COUNT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. USERSTAT.
      * Daily statistics history. USERBAL clears balance.dat after
      * every balanced night and the printed reports are overwritten
      * the next, so nothing kept what a night actually did; this
      * step appends one STATREC record per business date to
      * statshist.dat, holding
      *   - the night's control totals from balance.dat: USERMAINT's
      *     adds and applies, USEREDIT's and USERMAINT's rejects and
      *     held transactions together, USERPOST's failure locks and
      *     unmatched feed records, USERPEXP's expiry locks and
      *     USERDORM's dormant count (last record per program wins,
      *     and only records stamped with tonight's business date
      *     count, exactly as in USERBAL);
      *   - ACTIVE, LOCKED and INACTIVE counts per USER-DEPT from the
      *     master as it stands after the night's updates.
      * It runs in the stream after LEGACY-COBOL and ahead of
      * USERBAL, which would otherwise have cleared the totals. A
      * program with no control record for the date is counted in
      * STAT-MISSING-COUNT, its figures left at zero, and the step
      * ends with return code 4 so the stream log shows the gap; a
      * missing balance.dat is the same gap for all five. USERTRND
      * reports over the history at month end.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "balance.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT STAT-HIST-FILE ASSIGN TO "statshist.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USER-FILE.
           COPY USERREC.

       FD BALANCE-FILE.
           COPY BALREC.

       FD STAT-HIST-FILE.
       01 STAT-HIST-RECORD PIC X(2582).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC X(2) VALUE '00'.
       01 WS-BALANCE-STATUS PIC X(2) VALUE '00'.
       01 WS-HIST-STATUS PIC X(2) VALUE '00'.

       01 WS-USER-EOF PIC X VALUE 'N'.
       01 WS-BALANCE-EOF PIC X VALUE 'N'.

           COPY STATREC.

       01 WS-EDIT-TOTALS.
           05 WS-EDIT-PRESENT PIC X VALUE 'N'.
           05 WS-EDIT-REJECTED PIC 9(7) VALUE 0.
           05 WS-EDIT-HELD PIC 9(7) VALUE 0.
       01 WS-MAINT-TOTALS.
           05 WS-MAINT-PRESENT PIC X VALUE 'N'.
           05 WS-MAINT-WRITTEN PIC 9(7) VALUE 0.
           05 WS-MAINT-REJECTED PIC 9(7) VALUE 0.
           05 WS-MAINT-ADDS PIC 9(7) VALUE 0.
           05 WS-MAINT-HELD PIC 9(7) VALUE 0.
       01 WS-POST-TOTALS.
           05 WS-POST-PRESENT PIC X VALUE 'N'.
           05 WS-POST-LOCKED PIC 9(7) VALUE 0.
           05 WS-POST-UNMATCHED PIC 9(7) VALUE 0.
       01 WS-PEXP-TOTALS.
           05 WS-PEXP-PRESENT PIC X VALUE 'N'.
           05 WS-PEXP-LOCKED PIC 9(7) VALUE 0.
       01 WS-DORM-TOTALS.
           05 WS-DORM-PRESENT PIC X VALUE 'N'.
           05 WS-DORM-DORMANT PIC 9(7) VALUE 0.

       01 WS-SEARCH-IDX PIC 9(3) VALUE 0.
       01 WS-FOUND-IDX PIC 9(3) VALUE 0.
       01 WS-INSERT-IDX PIC 9(3) VALUE 0.
       01 WS-SHIFT-IDX PIC 9(3) VALUE 0.
       01 WS-TABLE-FULL PIC X VALUE 'N'.

       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-UNTABLED-COUNT PIC 9(7) VALUE 0.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MM PIC 9(2).
           05 WS-RUN-DD PIC 9(2).
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-BUSDATE-RC PIC 9(2) VALUE 0.
       01 WS-CURRENT-DATE-TIME PIC X(21).

       01 WS-PROGRAM-NAME PIC X(12) VALUE "USERSTAT".
       01 WS-RUNCTL-START PIC X(1) VALUE 'S'.
       01 WS-RUNCTL-END PIC X(1) VALUE 'E'.
       01 WS-RUNCTL-MODE PIC X(1) VALUE 'R'.
       01 WS-RUNCTL-RC PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM CHECK-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           INITIALIZE STAT-RECORD.
           MOVE WS-RUN-DATE-N TO STAT-BUS-DATE.
           MOVE WS-CURRENT-DATE-TIME (1:14) TO STAT-TIMESTAMP.
           PERFORM LOAD-CONTROL-TOTALS.
           PERFORM BUILD-ACTIVITY-COUNTS.
           PERFORM COUNT-MASTER-STATUS.
           PERFORM APPEND-HISTORY-RECORD.
           PERFORM CLOSE-RUN-CONTROL.
           DISPLAY "USERSTAT COMPLETE - DATE: " STAT-BUS-DATE
               " USERS: " WS-READ-COUNT
               " DEPARTMENTS: " STAT-DEPT-COUNT
               " MISSING CONTROL RECORDS: " STAT-MISSING-COUNT.
           IF STAT-MISSING-COUNT > 0 OR WS-UNTABLED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
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

       LOAD-CONTROL-TOTALS.
           OPEN INPUT BALANCE-FILE.
           IF WS-BALANCE-STATUS NOT = '00'
               DISPLAY "WARNING: BALANCE-FILE (balance.dat) NOT "
                   "AVAILABLE, FILE STATUS = " WS-BALANCE-STATUS
                   " - NO CONTROL TOTALS RECORDED FOR THE DATE"
           ELSE
               PERFORM UNTIL WS-BALANCE-EOF = 'Y'
                   READ BALANCE-FILE
                       AT END MOVE 'Y' TO WS-BALANCE-EOF
                       NOT AT END
                           IF BAL-RUN-DATE = WS-RUN-DATE-N
                               PERFORM KEEP-CURRENT-TOTALS
                           END-IF
                   END-READ
                   IF WS-BALANCE-STATUS NOT = '00'
                           AND WS-BALANCE-STATUS NOT = '10'
                       DISPLAY "ERROR READING BALANCE-FILE, FILE "
                           "STATUS = " WS-BALANCE-STATUS
                       MOVE 20 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE BALANCE-FILE.

       KEEP-CURRENT-TOTALS.
           EVALUATE BAL-PROGRAM
               WHEN "USEREDIT"
                   MOVE 'Y' TO WS-EDIT-PRESENT
                   MOVE BAL-REJECT-COUNT TO WS-EDIT-REJECTED
                   MOVE BAL-EXCEPTION-COUNT TO WS-EDIT-HELD
               WHEN "USERMAINT"
                   MOVE 'Y' TO WS-MAINT-PRESENT
                   MOVE BAL-WRITTEN-COUNT TO WS-MAINT-WRITTEN
                   MOVE BAL-REJECT-COUNT TO WS-MAINT-REJECTED
                   MOVE BAL-ADD-COUNT TO WS-MAINT-ADDS
                   MOVE BAL-EXCEPTION-COUNT TO WS-MAINT-HELD
               WHEN "USERPOST"
                   MOVE 'Y' TO WS-POST-PRESENT
                   MOVE BAL-EXCEPTION-COUNT TO WS-POST-LOCKED
                   MOVE BAL-REJECT-COUNT TO WS-POST-UNMATCHED
               WHEN "USERPEXP"
                   MOVE 'Y' TO WS-PEXP-PRESENT
                   MOVE BAL-EXCEPTION-COUNT TO WS-PEXP-LOCKED
               WHEN "USERDORM"
                   MOVE 'Y' TO WS-DORM-PRESENT
                   MOVE BAL-EXCEPTION-COUNT TO WS-DORM-DORMANT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       BUILD-ACTIVITY-COUNTS.
           MOVE WS-MAINT-ADDS TO STAT-ADD-COUNT.
           MOVE WS-MAINT-WRITTEN TO STAT-APPLY-COUNT.
           COMPUTE STAT-REJECT-COUNT =
               WS-EDIT-REJECTED + WS-MAINT-REJECTED.
           COMPUTE STAT-HELD-COUNT = WS-EDIT-HELD + WS-MAINT-HELD.
           MOVE WS-POST-LOCKED TO STAT-FAIL-LOCK-COUNT.
           MOVE WS-POST-UNMATCHED TO STAT-UNMATCHED-COUNT.
           MOVE WS-PEXP-LOCKED TO STAT-EXPIRE-LOCK-COUNT.
           MOVE WS-DORM-DORMANT TO STAT-DORMANT-COUNT.
           MOVE 0 TO STAT-MISSING-COUNT.
           IF WS-EDIT-PRESENT = 'N'
               DISPLAY "WARNING: NO CONTROL RECORD FROM USEREDIT"
               ADD 1 TO STAT-MISSING-COUNT
           END-IF.
           IF WS-MAINT-PRESENT = 'N'
               DISPLAY "WARNING: NO CONTROL RECORD FROM USERMAINT"
               ADD 1 TO STAT-MISSING-COUNT
           END-IF.
           IF WS-POST-PRESENT = 'N'
               DISPLAY "WARNING: NO CONTROL RECORD FROM USERPOST"
               ADD 1 TO STAT-MISSING-COUNT
           END-IF.
           IF WS-PEXP-PRESENT = 'N'
               DISPLAY "WARNING: NO CONTROL RECORD FROM USERPEXP"
               ADD 1 TO STAT-MISSING-COUNT
           END-IF.
           IF WS-DORM-PRESENT = 'N'
               DISPLAY "WARNING: NO CONTROL RECORD FROM USERDORM"
               ADD 1 TO STAT-MISSING-COUNT
           END-IF.

       COUNT-MASTER-STATUS.
           OPEN INPUT USER-FILE.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "ERROR OPENING USER-FILE (users.dat), "
                   "FILE STATUS = " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM UNTIL WS-USER-EOF = 'Y'
               READ USER-FILE
                   AT END MOVE 'Y' TO WS-USER-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM FIND-DEPT-ENTRY
                       IF WS-FOUND-IDX = 0
                           ADD 1 TO WS-UNTABLED-COUNT
                       ELSE
                           PERFORM COUNT-USER-STATUS
                       END-IF
               END-READ
               IF WS-FILE-STATUS NOT = '00'
                       AND WS-FILE-STATUS NOT = '10'
                   DISPLAY "ERROR READING USER-FILE, FILE STATUS = "
                       WS-FILE-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.
           CLOSE USER-FILE.

      * The entries are kept in department-code order, so a new code
      * is slotted in ahead of the first higher one.
       FIND-DEPT-ENTRY.
           MOVE 0 TO WS-FOUND-IDX.
           MOVE 0 TO WS-INSERT-IDX.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > STAT-DEPT-COUNT
               IF USER-DEPT = STAT-DEPT-CODE (WS-SEARCH-IDX)
                   MOVE WS-SEARCH-IDX TO WS-FOUND-IDX
                   MOVE STAT-DEPT-COUNT TO WS-SEARCH-IDX
               ELSE
                   IF USER-DEPT < STAT-DEPT-CODE (WS-SEARCH-IDX)
                       MOVE WS-SEARCH-IDX TO WS-INSERT-IDX
                       MOVE STAT-DEPT-COUNT TO WS-SEARCH-IDX
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
               IF STAT-DEPT-COUNT >= 100
                   IF WS-TABLE-FULL = 'N'
                       DISPLAY "WARNING: DEPARTMENT TABLE FULL AT 100 "
                           "ENTRIES, FURTHER DEPARTMENTS NOT COUNTED"
                       MOVE 'Y' TO WS-TABLE-FULL
                   END-IF
               ELSE
                   PERFORM INSERT-DEPT-ENTRY
               END-IF
           END-IF.

       INSERT-DEPT-ENTRY.
           IF WS-INSERT-IDX = 0
               COMPUTE WS-INSERT-IDX = STAT-DEPT-COUNT + 1
           END-IF.
           PERFORM VARYING WS-SHIFT-IDX FROM STAT-DEPT-COUNT BY -1
                   UNTIL WS-SHIFT-IDX < WS-INSERT-IDX
               MOVE STAT-DEPT-ENTRY (WS-SHIFT-IDX)
                   TO STAT-DEPT-ENTRY (WS-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO STAT-DEPT-COUNT.
           MOVE USER-DEPT TO STAT-DEPT-CODE (WS-INSERT-IDX).
           MOVE 0 TO STAT-DEPT-ACTIVE (WS-INSERT-IDX).
           MOVE 0 TO STAT-DEPT-LOCKED (WS-INSERT-IDX).
           MOVE 0 TO STAT-DEPT-INACTIVE (WS-INSERT-IDX).
           MOVE WS-INSERT-IDX TO WS-FOUND-IDX.

       COUNT-USER-STATUS.
           EVALUATE TRUE
               WHEN USER-STATUS-ACTIVE
                   ADD 1 TO STAT-DEPT-ACTIVE (WS-FOUND-IDX)
               WHEN USER-STATUS-LOCKED
                   ADD 1 TO STAT-DEPT-LOCKED (WS-FOUND-IDX)
               WHEN OTHER
                   ADD 1 TO STAT-DEPT-INACTIVE (WS-FOUND-IDX)
           END-EVALUATE.

       APPEND-HISTORY-RECORD.
           OPEN EXTEND STAT-HIST-FILE.
           IF WS-HIST-STATUS = '05' OR WS-HIST-STATUS = '35'
               OPEN OUTPUT STAT-HIST-FILE
           END-IF.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY "ERROR OPENING STAT-HIST-FILE (statshist.dat), "
                   "FILE STATUS = " WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           WRITE STAT-HIST-RECORD FROM STAT-RECORD.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY "ERROR WRITING STAT-HIST-FILE, FILE STATUS = "
                   WS-HIST-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN.
           CLOSE STAT-HIST-FILE.

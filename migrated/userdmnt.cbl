       IDENTIFICATION DIVISION.
       PROGRAM-ID. USERDMNT.
      * Department master maintenance for deptmast.dat, keyed the
      * way USERENTL keys entitlements instead of by hand-editing
      * the flat file. Transactions come from depttran.dat -
      * DTR-CODE X(1), then the department code, name, division,
      * cost center, head USER-ID and the operator who keyed it:
      *   - 'A' adds a code; every field is required, the code must
      *     not already be on the master, and the head must be an
      *     ACTIVE account on users.dat;
      *   - 'C' changes a code - a new name (the rename), division,
      *     cost center or head; blank fields keep their current
      *     value, and a new head is held to the same ACTIVE test.
      *     Changing the code itself is a reorganization, and is
      *     USERDMOV's job, since every user on it moves too;
      *   - 'R' retires a code, and is refused while any account on
      *     users.dat (whatever its status) still carries it, or
      *     while any transaction held on tranpend.dat for a later
      *     effective date names it - USERMAINT would otherwise
      *     apply that transaction onto a department that is gone.
      * Every transaction needs an operator. Each change applied
      * writes one department audit record to deptaudit.dat (see
      * DAUDREC) with the code's before and after image and the
      * keying operator.
      * The master is read into a table, the transactions worked
      * against it, and deptmast.dat rewritten from the table -
      * retired codes dropped - only when something was applied. A
      * missing depttran.dat is only a warning and leaves the master
      * as it was; a missing deptmast.dat starts an empty one, so
      * the first department can be keyed in.
      * The report on deptmrpt.prt lists each transaction's outcome;
      * any reject ends with return code 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DEPT-FILE ASSIGN TO "deptmast.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT DEPT-TRAN-FILE ASSIGN TO "depttran.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT PEND-FILE ASSIGN TO "tranpend.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT DEPT-AUDIT-FILE ASSIGN TO "deptaudit.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT DEPT-REPORT ASSIGN TO "deptmrpt.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USER-FILE.
           COPY USERREC.

       FD DEPT-FILE.
           COPY DEPTREC.

       FD DEPT-TRAN-FILE.
       01 DEPT-TRAN-RECORD.
           05 DTR-CODE PIC X(1).
               88 DTR-IS-ADD VALUE 'A'.
               88 DTR-IS-CHANGE VALUE 'C'.
               88 DTR-IS-RETIRE VALUE 'R'.
           05 DTR-DEPT-CODE PIC X(10).
           05 DTR-DEPT-NAME PIC X(30).
           05 DTR-DIVISION PIC X(10).
           05 DTR-COST-CENTER PIC X(10).
           05 DTR-HEAD-ID PIC X(7).
           05 DTR-HEAD-ID-N REDEFINES DTR-HEAD-ID PIC 9(7).
           05 DTR-OPERATOR PIC X(8).

       FD PEND-FILE.
           COPY TRANREC.

       FD DEPT-AUDIT-FILE.
           COPY DAUDREC.

       FD DEPT-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC X(2) VALUE '00'.
       01 WS-DEPT-STATUS PIC X(2) VALUE '00'.
       01 WS-TRAN-STATUS PIC X(2) VALUE '00'.
       01 WS-PEND-STATUS PIC X(2) VALUE '00'.
       01 WS-AUDIT-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.

       01 WS-DEPT-EOF PIC X VALUE 'N'.
       01 WS-TRAN-EOF PIC X VALUE 'N'.
       01 WS-USER-EOF PIC X VALUE 'N'.
       01 WS-PEND-EOF PIC X VALUE 'N'.
       01 WS-HAVE-TRANS PIC X VALUE 'N'.

      * One entry per code, laid out as a DEPT-RECORD so the whole
      * entry serves as the audit image; a retired entry stays in
      * the table, flagged, until the master is rewritten.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-COUNT PIC 9(3) VALUE 0.
           05 WS-DEPT-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-DEPT-IDX.
               10 WS-DEPT-TAB-RECORD.
                   15 WS-DEPT-TAB-CODE PIC X(10).
                   15 WS-DEPT-TAB-NAME PIC X(30).
                   15 WS-DEPT-TAB-DIVISION PIC X(10).
                   15 WS-DEPT-TAB-COST-CENTER PIC X(10).
                   15 WS-DEPT-TAB-HEAD-ID PIC 9(7).
               10 WS-DEPT-TAB-RETIRED PIC X(1).
       01 WS-DEPT-SEARCH-IDX PIC 9(3) VALUE 0.
       01 WS-DEPT-HIT-IDX PIC 9(3) VALUE 0.

       01 WS-HEAD-VALID PIC X VALUE 'N'.
       01 WS-HEAD-FINDING PIC X(30).
       01 WS-ON-CODE-COUNT PIC 9(7) VALUE 0.
       01 WS-HELD-COUNT PIC 9(7) VALUE 0.

       01 WS-READ-TRAN-COUNT PIC 9(5) VALUE 0.
       01 WS-ADD-COUNT PIC 9(5) VALUE 0.
       01 WS-CHANGE-COUNT PIC 9(5) VALUE 0.
       01 WS-RETIRE-COUNT PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
       01 WS-WRITTEN-COUNT PIC 9(5) VALUE 0.

       01 WS-RUN-TIMESTAMP PIC X(14).
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-PROGRAM-NAME PIC X(12) VALUE "USERDMNT".

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
           05 FILLER PIC X(27) VALUE "DEPARTMENT MAINTENANCE".
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 HDR-RUN-DATE PIC X(10).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "PAGE: ".
           05 HDR-PAGE-NO PIC ZZ9.
       01 WS-REPORT-HEADER-2.
           05 FILLER PIC X(3) VALUE "TR".
           05 FILLER PIC X(12) VALUE "DEPARTMENT".
           05 FILLER PIC X(12) VALUE "DIVISION".
           05 FILLER PIC X(10) VALUE "HEAD ID".
           05 FILLER PIC X(10) VALUE "OPERATOR".
           05 FILLER PIC X(30) VALUE "FINDING".

       01 WS-DETAIL-LINE.
           05 DTL-TRAN-CODE PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-DEPT-CODE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-DIVISION PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-HEAD-ID PIC X(7).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DTL-OPERATOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-FINDING PIC X(30).

       01 WS-TRAILER-LINE-1.
           05 FILLER PIC X(24) VALUE "DEPARTMENTS ADDED:      ".
           05 TRL-ADD-COUNT PIC ZZZZ9.
       01 WS-TRAILER-LINE-2.
           05 FILLER PIC X(24) VALUE "DEPARTMENTS CHANGED:    ".
           05 TRL-CHANGE-COUNT PIC ZZZZ9.
       01 WS-TRAILER-LINE-3.
           05 FILLER PIC X(24) VALUE "DEPARTMENTS RETIRED:    ".
           05 TRL-RETIRE-COUNT PIC ZZZZ9.
       01 WS-TRAILER-LINE-4.
           05 FILLER PIC X(24) VALUE "TRANSACTIONS REJECTED:  ".
           05 TRL-REJECT-COUNT PIC ZZZZ9.
       01 WS-TRAILER-LINE-5.
           05 FILLER PIC X(24) VALUE "DEPARTMENTS ON MASTER:  ".
           05 TRL-WRITTEN-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-RUN-TIMESTAMP.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM LOAD-DEPT-LIST.
           PERFORM OPEN-FILES.
           PERFORM PROCESS-DEPT-TRANS.
           PERFORM CLOSE-FILES.
           IF WS-ADD-COUNT + WS-CHANGE-COUNT + WS-RETIRE-COUNT > 0
               PERFORM REWRITE-DEPT-MASTER
           ELSE
               PERFORM COUNT-UNCHANGED-MASTER
           END-IF.
           PERFORM WRITE-REPORT-TRAILER.
           CLOSE DEPT-REPORT.
           PERFORM CLOSE-RUN-CONTROL.
           DISPLAY "USERDMNT COMPLETE - ADDED: " WS-ADD-COUNT
               " CHANGED: " WS-CHANGE-COUNT
               " RETIRED: " WS-RETIRE-COUNT
               " REJECTS: " WS-REJECT-COUNT.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
           STOP RUN.

      * users.dat is only read here (the head and retire checks),
      * so the reader slot is enough - the one slot still keeps the
      * stream from reading deptmast.dat while it is rewritten.
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

       LOAD-DEPT-LIST.
           OPEN INPUT DEPT-FILE.
           IF WS-DEPT-STATUS = '35'
               DISPLAY "WARNING: DEPT-FILE (deptmast.dat) NOT "
                   "FOUND - STARTING AN EMPTY DEPARTMENT MASTER"
           ELSE
               IF WS-DEPT-STATUS NOT = '00'
                   DISPLAY "ERROR OPENING DEPT-FILE (deptmast.dat), "
                       "FILE STATUS = " WS-DEPT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-DEPT-EOF = 'Y'
                   READ DEPT-FILE INTO DEPT-RECORD
                       AT END MOVE 'Y' TO WS-DEPT-EOF
                       NOT AT END
                           IF WS-DEPT-COUNT >= 100
                               DISPLAY "ERROR: WS-DEPT-TABLE FULL "
                                   "AT 100 ENTRIES - THE MASTER "
                                   "CANNOT BE REWRITTEN WHOLE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           ELSE
                               ADD 1 TO WS-DEPT-COUNT
                               MOVE DEPT-RECORD TO
                                   WS-DEPT-TAB-RECORD (WS-DEPT-COUNT)
                               MOVE 'N' TO
                                   WS-DEPT-TAB-RETIRED (WS-DEPT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-FILE
           END-IF.

      * Finds DTR-DEPT-CODE among the codes still live; a code
      * retired earlier in this same run no longer counts.
       FIND-DEPT-CODE.
           MOVE 0 TO WS-DEPT-HIT-IDX.
           PERFORM VARYING WS-DEPT-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-SEARCH-IDX > WS-DEPT-COUNT
               IF DTR-DEPT-CODE = WS-DEPT-TAB-CODE (WS-DEPT-SEARCH-IDX)
                       AND WS-DEPT-TAB-RETIRED (WS-DEPT-SEARCH-IDX)
                           = 'N'
                   MOVE WS-DEPT-SEARCH-IDX TO WS-DEPT-HIT-IDX
                   MOVE WS-DEPT-COUNT TO WS-DEPT-SEARCH-IDX
               END-IF
           END-PERFORM.

       OPEN-FILES.
           OPEN INPUT USER-FILE.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "ERROR OPENING USER-FILE (users.dat), "
                   "FILE STATUS = " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT DEPT-TRAN-FILE.
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY "WARNING: DEPT-TRAN-FILE (depttran.dat) NOT "
                   "AVAILABLE, FILE STATUS = " WS-TRAN-STATUS
                   ", MASTER LEFT AS IT IS"
           ELSE
               MOVE 'Y' TO WS-HAVE-TRANS.
           OPEN EXTEND DEPT-AUDIT-FILE.
           IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
               OPEN OUTPUT DEPT-AUDIT-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY "ERROR OPENING DEPT-AUDIT-FILE "
                   "(deptaudit.dat), FILE STATUS = " WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-X.
           OPEN OUTPUT DEPT-REPORT.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "ERROR OPENING DEPT-REPORT (deptmrpt.prt), "
                   "FILE STATUS = " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM WRITE-REPORT-HEADER.

       CLOSE-FILES.
           CLOSE USER-FILE.
           IF WS-HAVE-TRANS = 'Y'
               CLOSE DEPT-TRAN-FILE
           END-IF.
           CLOSE DEPT-AUDIT-FILE.

       WRITE-REPORT-HEADER.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE-X TO HDR-RUN-DATE.
           MOVE WS-PAGE-NO TO HDR-PAGE-NO.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-1.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-2.
           MOVE 2 TO WS-LINES-ON-PAGE.

       WRITE-REPORT-TRAILER.
           MOVE WS-ADD-COUNT TO TRL-ADD-COUNT.
           MOVE WS-CHANGE-COUNT TO TRL-CHANGE-COUNT.
           MOVE WS-RETIRE-COUNT TO TRL-RETIRE-COUNT.
           MOVE WS-REJECT-COUNT TO TRL-REJECT-COUNT.
           MOVE WS-WRITTEN-COUNT TO TRL-WRITTEN-COUNT.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-1.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-2.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-3.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-4.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-5.

       PROCESS-DEPT-TRANS.
           IF WS-HAVE-TRANS = 'Y'
               PERFORM READ-NEXT-DEPT-TRAN
               PERFORM PROCESS-ONE-DEPT-TRAN
                   UNTIL WS-TRAN-EOF = 'Y'
           END-IF.

       READ-NEXT-DEPT-TRAN.
           READ DEPT-TRAN-FILE
               AT END MOVE 'Y' TO WS-TRAN-EOF
               NOT AT END ADD 1 TO WS-READ-TRAN-COUNT
           END-READ.
           IF WS-TRAN-STATUS NOT = '00' AND WS-TRAN-STATUS NOT = '10'
               DISPLAY "ERROR READING DEPT-TRAN-FILE, FILE STATUS = "
                   WS-TRAN-STATUS
               MOVE 20 TO RETURN-CODE
               PERFORM CLOSE-FILES
               STOP RUN.

       PROCESS-ONE-DEPT-TRAN.
           MOVE DTR-CODE TO DTL-TRAN-CODE.
           MOVE DTR-DEPT-CODE TO DTL-DEPT-CODE.
           MOVE DTR-DIVISION TO DTL-DIVISION.
           MOVE DTR-HEAD-ID TO DTL-HEAD-ID.
           MOVE DTR-OPERATOR TO DTL-OPERATOR.
           EVALUATE TRUE
               WHEN DTR-OPERATOR = SPACES
                   MOVE "REJECT: NO KEYING OPERATOR" TO DTL-FINDING
                   PERFORM REJECT-DEPT-TRAN
               WHEN DTR-DEPT-CODE = SPACES
                   MOVE "REJECT: NO DEPARTMENT CODE" TO DTL-FINDING
                   PERFORM REJECT-DEPT-TRAN
               WHEN DTR-IS-ADD
                   PERFORM APPLY-ADD
               WHEN DTR-IS-CHANGE
                   PERFORM APPLY-CHANGE
               WHEN DTR-IS-RETIRE
                   PERFORM APPLY-RETIRE
               WHEN OTHER
                   MOVE "REJECT: UNKNOWN TRAN CODE" TO DTL-FINDING
                   PERFORM REJECT-DEPT-TRAN
           END-EVALUATE.
           PERFORM READ-NEXT-DEPT-TRAN.

       REJECT-DEPT-TRAN.
           ADD 1 TO WS-REJECT-COUNT.
           PERFORM WRITE-DETAIL-LINE.

       APPLY-ADD.
           PERFORM FIND-DEPT-CODE.
           EVALUATE TRUE
               WHEN WS-DEPT-HIT-IDX > 0
                   MOVE "REJECT: ALREADY ON DEPT MASTER"
                       TO DTL-FINDING
                   PERFORM REJECT-DEPT-TRAN
               WHEN DTR-DEPT-NAME = SPACES
                       OR DTR-DIVISION = SPACES
                       OR DTR-COST-CENTER = SPACES
                   MOVE "REJECT: NAME/DIVISION/CC NEEDED"
                       TO DTL-FINDING
                   PERFORM REJECT-DEPT-TRAN
               WHEN WS-DEPT-COUNT >= 100
                   MOVE "REJECT: DEPT TABLE FULL AT 100"
                       TO DTL-FINDING
                   PERFORM REJECT-DEPT-TRAN
               WHEN OTHER
                   PERFORM CHECK-DEPT-HEAD
                   IF WS-HEAD-VALID = 'N'
                       MOVE WS-HEAD-FINDING TO DTL-FINDING
                       PERFORM REJECT-DEPT-TRAN
                   ELSE
                       PERFORM ADD-DEPT-ENTRY
                   END-IF
           END-EVALUATE.

       ADD-DEPT-ENTRY.
           ADD 1 TO WS-DEPT-COUNT.
           MOVE DTR-DEPT-CODE TO WS-DEPT-TAB-CODE (WS-DEPT-COUNT).
           MOVE DTR-DEPT-NAME TO WS-DEPT-TAB-NAME (WS-DEPT-COUNT).
           MOVE DTR-DIVISION TO WS-DEPT-TAB-DIVISION (WS-DEPT-COUNT).
           MOVE DTR-COST-CENTER
               TO WS-DEPT-TAB-COST-CENTER (WS-DEPT-COUNT).
           MOVE DTR-HEAD-ID-N TO WS-DEPT-TAB-HEAD-ID (WS-DEPT-COUNT).
           MOVE 'N' TO WS-DEPT-TAB-RETIRED (WS-DEPT-COUNT).
           ADD 1 TO WS-ADD-COUNT.
           MOVE "ADDED" TO DTL-FINDING.
           PERFORM WRITE-DETAIL-LINE.
           MOVE 'A' TO DAUD-ACTION.
           MOVE SPACES TO DAUD-BEFORE-IMAGE.
           MOVE WS-DEPT-TAB-RECORD (WS-DEPT-COUNT)
               TO DAUD-AFTER-IMAGE.
           PERFORM WRITE-DEPT-AUDIT.

       APPLY-CHANGE.
           PERFORM FIND-DEPT-CODE.
           EVALUATE TRUE
               WHEN WS-DEPT-HIT-IDX = 0
                   MOVE "REJECT: NOT ON DEPT MASTER" TO DTL-FINDING
                   PERFORM REJECT-DEPT-TRAN
               WHEN DTR-DEPT-NAME = SPACES
                       AND DTR-DIVISION = SPACES
                       AND DTR-COST-CENTER = SPACES
                       AND DTR-HEAD-ID = SPACES
                   MOVE "REJECT: NOTHING TO CHANGE" TO DTL-FINDING
                   PERFORM REJECT-DEPT-TRAN
               WHEN DTR-HEAD-ID NOT = SPACES
                   PERFORM CHECK-DEPT-HEAD
                   IF WS-HEAD-VALID = 'N'
                       MOVE WS-HEAD-FINDING TO DTL-FINDING
                       PERFORM REJECT-DEPT-TRAN
                   ELSE
                       PERFORM CHANGE-DEPT-ENTRY
                   END-IF
               WHEN OTHER
                   PERFORM CHANGE-DEPT-ENTRY
           END-EVALUATE.

       CHANGE-DEPT-ENTRY.
           MOVE WS-DEPT-TAB-RECORD (WS-DEPT-HIT-IDX)
               TO DAUD-BEFORE-IMAGE.
           IF DTR-DEPT-NAME NOT = SPACES
               MOVE DTR-DEPT-NAME TO WS-DEPT-TAB-NAME (WS-DEPT-HIT-IDX)
           END-IF.
           IF DTR-DIVISION NOT = SPACES
               MOVE DTR-DIVISION
                   TO WS-DEPT-TAB-DIVISION (WS-DEPT-HIT-IDX)
           END-IF.
           IF DTR-COST-CENTER NOT = SPACES
               MOVE DTR-COST-CENTER
                   TO WS-DEPT-TAB-COST-CENTER (WS-DEPT-HIT-IDX)
           END-IF.
           IF DTR-HEAD-ID NOT = SPACES
               MOVE DTR-HEAD-ID-N
                   TO WS-DEPT-TAB-HEAD-ID (WS-DEPT-HIT-IDX)
           END-IF.
           ADD 1 TO WS-CHANGE-COUNT.
           IF DTR-DEPT-NAME NOT = SPACES
               MOVE "CHANGED - RENAMED" TO DTL-FINDING
           ELSE
               MOVE "CHANGED" TO DTL-FINDING
           END-IF.
           PERFORM WRITE-DETAIL-LINE.
           MOVE 'C' TO DAUD-ACTION.
           MOVE WS-DEPT-TAB-RECORD (WS-DEPT-HIT-IDX)
               TO DAUD-AFTER-IMAGE.
           PERFORM WRITE-DEPT-AUDIT.

      * Retirement is refused while anything still points at the
      * code. Both checks are full passes - users.dat from the
      * first key, tranpend.dat from the top - which is affordable
      * because retirements come a handful at a time.
       APPLY-RETIRE.
           PERFORM FIND-DEPT-CODE.
           IF WS-DEPT-HIT-IDX = 0
               MOVE "REJECT: NOT ON DEPT MASTER" TO DTL-FINDING
               PERFORM REJECT-DEPT-TRAN
           ELSE
               PERFORM COUNT-USERS-ON-CODE
               PERFORM COUNT-HELD-ON-CODE
               EVALUATE TRUE
                   WHEN WS-ON-CODE-COUNT > 0
                       MOVE "REJECT: USERS STILL ON CODE"
                           TO DTL-FINDING
                       PERFORM REJECT-DEPT-TRAN
                   WHEN WS-HELD-COUNT > 0
                       MOVE "REJECT: HELD TRANS NAME CODE"
                           TO DTL-FINDING
                       PERFORM REJECT-DEPT-TRAN
                   WHEN OTHER
                       PERFORM RETIRE-DEPT-ENTRY
               END-EVALUATE
           END-IF.

       RETIRE-DEPT-ENTRY.
           MOVE 'Y' TO WS-DEPT-TAB-RETIRED (WS-DEPT-HIT-IDX).
           ADD 1 TO WS-RETIRE-COUNT.
           MOVE "RETIRED" TO DTL-FINDING.
           PERFORM WRITE-DETAIL-LINE.
           MOVE 'R' TO DAUD-ACTION.
           MOVE WS-DEPT-TAB-RECORD (WS-DEPT-HIT-IDX)
               TO DAUD-BEFORE-IMAGE.
           MOVE SPACES TO DAUD-AFTER-IMAGE.
           PERFORM WRITE-DEPT-AUDIT.

       COUNT-USERS-ON-CODE.
           MOVE 0 TO WS-ON-CODE-COUNT.
           MOVE 'N' TO WS-USER-EOF.
           MOVE ZERO TO USER-ID.
           START USER-FILE KEY IS NOT LESS THAN USER-ID
               INVALID KEY MOVE 'Y' TO WS-USER-EOF
           END-START.
           PERFORM UNTIL WS-USER-EOF = 'Y'
               READ USER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-USER-EOF
                   NOT AT END
                       IF USER-DEPT = DTR-DEPT-CODE
                           ADD 1 TO WS-ON-CODE-COUNT
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

      * No pending file simply means nothing is held.
       COUNT-HELD-ON-CODE.
           MOVE 0 TO WS-HELD-COUNT.
           MOVE 'N' TO WS-PEND-EOF.
           OPEN INPUT PEND-FILE.
           IF WS-PEND-STATUS = '00'
               PERFORM UNTIL WS-PEND-EOF = 'Y'
                   READ PEND-FILE
                       AT END MOVE 'Y' TO WS-PEND-EOF
                       NOT AT END
                           IF TRAN-USER-DEPT = DTR-DEPT-CODE
                               ADD 1 TO WS-HELD-COUNT
                           END-IF
                   END-READ
                   IF WS-PEND-STATUS NOT = '00'
                           AND WS-PEND-STATUS NOT = '10'
                       DISPLAY "ERROR READING PEND-FILE "
                           "(tranpend.dat), FILE STATUS = "
                           WS-PEND-STATUS
                       MOVE 20 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE PEND-FILE
           ELSE
               IF WS-PEND-STATUS NOT = '35'
                   DISPLAY "ERROR OPENING PEND-FILE (tranpend.dat), "
                       "FILE STATUS = " WS-PEND-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * A department head is named by USER-ID and must be an ACTIVE
      * account on the master - an inactive or locked head could not
      * sign the USERCERT worksheet.
       CHECK-DEPT-HEAD.
           MOVE 'N' TO WS-HEAD-VALID.
           IF DTR-HEAD-ID NOT NUMERIC OR DTR-HEAD-ID-N = ZERO
               MOVE "REJECT: NO READABLE HEAD ID" TO WS-HEAD-FINDING
           ELSE
               MOVE DTR-HEAD-ID-N TO USER-ID
               READ USER-FILE
                   INVALID KEY
                       MOVE "REJECT: HEAD NOT ON USER MASTER"
                           TO WS-HEAD-FINDING
                   NOT INVALID KEY
                       IF USER-STATUS-ACTIVE
                           MOVE 'Y' TO WS-HEAD-VALID
                       ELSE
                           MOVE "REJECT: HEAD NOT ACTIVE"
                               TO WS-HEAD-FINDING
                       END-IF
               END-READ
           END-IF.

       WRITE-DEPT-AUDIT.
           MOVE WS-RUN-TIMESTAMP TO DAUD-TIMESTAMP.
           MOVE WS-PROGRAM-NAME TO DAUD-PROGRAM.
           MOVE DTR-OPERATOR TO DAUD-OPERATOR.
           MOVE DTR-DEPT-CODE TO DAUD-DEPT-CODE.
           WRITE DAUD-RECORD.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY "ERROR WRITING DEPT-AUDIT-FILE, FILE STATUS = "
                   WS-AUDIT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN.

       WRITE-DETAIL-LINE.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER
           END-IF.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

      * The master is rewritten from the table in its loaded order,
      * new codes at the end, retired codes dropped.
       REWRITE-DEPT-MASTER.
           OPEN OUTPUT DEPT-FILE.
           IF WS-DEPT-STATUS NOT = '00'
               DISPLAY "ERROR REOPENING DEPT-FILE (deptmast.dat), "
                   "FILE STATUS = " WS-DEPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM VARYING WS-DEPT-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-SEARCH-IDX > WS-DEPT-COUNT
               IF WS-DEPT-TAB-RETIRED (WS-DEPT-SEARCH-IDX) = 'N'
                   MOVE WS-DEPT-TAB-RECORD (WS-DEPT-SEARCH-IDX)
                       TO DEPT-RECORD
                   WRITE DEPT-RECORD
                   IF WS-DEPT-STATUS NOT = '00'
                       DISPLAY "ERROR WRITING DEPT-FILE, FILE "
                           "STATUS = " WS-DEPT-STATUS
                       MOVE 20 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-WRITTEN-COUNT
               END-IF
           END-PERFORM.
           CLOSE DEPT-FILE.

       COUNT-UNCHANGED-MASTER.
           MOVE WS-DEPT-COUNT TO WS-WRITTEN-COUNT.

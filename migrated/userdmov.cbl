      * Replaces the hand-keyed hundreds of 'C' transactions that a
      * reorg used to take, and the cleanup cycle for the ones the
      * clerks inevitably missed.
      * Every user moved is journaled through USERJRNL, before and
      * after image, for USERFRCV's forward recovery.
      * A new code inherits the old code's division, cost center and
      * head from the master (where several old codes merge, the
      * first mapping's); USERDMNT changes them afterwards if the
      * reorg means otherwise. Each code retired and each code added
      * writes a department audit record to deptaudit.dat, as
      * USERDMNT's keyed changes do, with a blank operator.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT USER-AUDIT-FILE ASSIGN TO "useraudit.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT DEPT-AUDIT-FILE ASSIGN TO "deptaudit.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAUD-STATUS.
           SELECT MOVE-REPORT ASSIGN TO "deptmove.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD USER-AUDIT-FILE.
           COPY AUDITREC.

       FD DEPT-AUDIT-FILE.
           COPY DAUDREC.

       FD MOVE-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01 REPORT-LINE PIC X(80).
       01 WS-PARM-STATUS PIC X(2) VALUE '00'.
       01 WS-DEPT-STATUS PIC X(2) VALUE '00'.
       01 WS-AUDIT-STATUS PIC X(2) VALUE '00'.
       01 WS-DAUD-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.

       01 WS-PARM-EOF PIC X VALUE 'N'.
               10 WS-MOVE-TAB-OLD PIC X(10).
               10 WS-MOVE-TAB-NEW PIC X(10).
               10 WS-MOVE-TAB-NAME PIC X(30).
               10 WS-MOVE-TAB-DIVISION PIC X(10).
               10 WS-MOVE-TAB-COST-CENTER PIC X(10).
               10 WS-MOVE-TAB-HEAD-ID PIC 9(7).
               10 WS-MOVE-TAB-MOVED PIC 9(5).
               10 WS-MOVE-TAB-ON-NEW PIC 9(5).
       01 WS-MOVE-SEARCH-IDX PIC 9(3) VALUE 0.
           05 WS-DEPT-COUNT PIC 9(3) VALUE 0.
           05 WS-DEPT-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-DEPT-IDX.
               10 WS-DEPT-TAB-RECORD.
                   15 WS-DEPT-TAB-CODE PIC X(10).
                   15 WS-DEPT-TAB-NAME PIC X(30).
                   15 WS-DEPT-TAB-DIVISION PIC X(10).
                   15 WS-DEPT-TAB-COST-CENTER PIC X(10).
                   15 WS-DEPT-TAB-HEAD-ID PIC 9(7).
       01 WS-DEPT-SEARCH-IDX PIC 9(3) VALUE 0.
       01 WS-DEPT-SCAN-IDX PIC 9(3) VALUE 0.
       01 WS-DEPT-FOUND PIC X VALUE 'N'.
       01 WS-RUNCTL-END PIC X(1) VALUE 'E'.
       01 WS-RUNCTL-MODE PIC X(1) VALUE 'W'.
       01 WS-RUNCTL-RC PIC 9(2) VALUE 0.
       01 WS-BUSDATE-RC PIC 9(2) VALUE 0.

           COPY JRNLCALL.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-RUN-TIMESTAMP.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM OPEN-JOURNAL.
           PERFORM LOAD-MOVE-TABLE.
           PERFORM LOAD-DEPT-LIST.
           PERFORM CHECK-MAPPINGS.
           PERFORM WRITE-REPORT-TRAILER.
           CLOSE MOVE-REPORT.
           PERFORM REWRITE-DEPT-MASTER.
           PERFORM CLOSE-JOURNAL.
           PERFORM CLOSE-RUN-CONTROL.
           DISPLAY "USERDMOV COMPLETE - READ: " WS-READ-COUNT
               " MOVED: " WS-MOVED-COUNT
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

      * A missing or empty mapping file is an error, not a default:
      * this utility REWRITES the master, so it only ever runs on an
      * explicit operator instruction, like USERRELD's parameter.
           MOVE MOVE-NEW-NAME TO WS-MOVE-TAB-NAME (WS-MOVE-COUNT).
           MOVE 0 TO WS-MOVE-TAB-MOVED (WS-MOVE-COUNT).
           MOVE 0 TO WS-MOVE-TAB-ON-NEW (WS-MOVE-COUNT).
           MOVE SPACES TO WS-MOVE-TAB-DIVISION (WS-MOVE-COUNT).
           MOVE SPACES TO WS-MOVE-TAB-COST-CENTER (WS-MOVE-COUNT).
           MOVE ZERO TO WS-MOVE-TAB-HEAD-ID (WS-MOVE-COUNT).

       LOAD-DEPT-LIST.
           OPEN INPUT DEPT-FILE.
                           MOVE 'Y' TO WS-DEPT-EOF
                       ELSE
                           ADD 1 TO WS-DEPT-COUNT
                           MOVE DEPT-RECORD TO
                               WS-DEPT-TAB-RECORD (WS-DEPT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
                   MOVE 'Y' TO WS-DEPT-FOUND
                   MOVE WS-DEPT-TAB-NAME (WS-DEPT-SEARCH-IDX)
                       TO WS-DEPT-FOUND-NAME
                   MOVE WS-DEPT-TAB-DIVISION (WS-DEPT-SEARCH-IDX)
                       TO WS-MOVE-TAB-DIVISION (WS-MOVE-SEARCH-IDX)
                   MOVE WS-DEPT-TAB-COST-CENTER (WS-DEPT-SEARCH-IDX)
                       TO WS-MOVE-TAB-COST-CENTER (WS-MOVE-SEARCH-IDX)
                   MOVE WS-DEPT-TAB-HEAD-ID (WS-DEPT-SEARCH-IDX)
                       TO WS-MOVE-TAB-HEAD-ID (WS-MOVE-SEARCH-IDX)
                   MOVE WS-DEPT-COUNT TO WS-DEPT-SEARCH-IDX
               END-IF
           END-PERFORM.
           END-IF.

       OPEN-MOVE-REPORT.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-X.
           OPEN OUTPUT MOVE-REPORT.
           END-IF.

       MOVE-ONE-USER.
           MOVE USER-RECORD TO JRNL-CALL-BEFORE.
           MOVE WS-MOVE-TAB-NEW (WS-MOVE-HIT-IDX) TO USER-DEPT.
           REWRITE USER-RECORD.
           IF WS-FILE-STATUS NOT = '00'
                   USER-ID ", FILE STATUS = " WS-FILE-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN.
           PERFORM WRITE-JOURNAL-ENTRY.
           ADD 1 TO WS-MOVE-TAB-MOVED (WS-MOVE-HIT-IDX).
           ADD 1 TO WS-MOVED-COUNT.
           MOVE USER-ID TO AUDIT-USER-ID.
           MOVE WS-RUN-TIMESTAMP TO AUDIT-TIMESTAMP.
           MOVE WS-PROGRAM-NAME TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-OPERATOR.
           MOVE SPACES TO AUDIT-APPROVER.
           WRITE AUDIT-RECORD.

       WRITE-MAPPING-LINES.
      * dropped, new codes appended (unless already present), each
      * with the mapping's name or the retired code's old name.
       REWRITE-DEPT-MASTER.
           OPEN EXTEND DEPT-AUDIT-FILE.
           IF WS-DAUD-STATUS = '05' OR WS-DAUD-STATUS = '35'
               OPEN OUTPUT DEPT-AUDIT-FILE
           END-IF.
           IF WS-DAUD-STATUS NOT = '00'
               DISPLAY "ERROR OPENING DEPT-AUDIT-FILE "
                   "(deptaudit.dat), FILE STATUS = " WS-DAUD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT DEPT-FILE.
           IF WS-DEPT-STATUS NOT = '00'
               DISPLAY "ERROR REOPENING DEPT-FILE (deptmast.dat), "
               PERFORM WRITE-NEW-DEPT
           END-PERFORM.
           CLOSE DEPT-FILE.
           CLOSE DEPT-AUDIT-FILE.

       WRITE-KEPT-DEPT.
           MOVE 'N' TO WS-DEPT-FOUND.
               END-IF
           END-PERFORM.
           IF WS-DEPT-FOUND = 'N'
               MOVE WS-DEPT-TAB-RECORD (WS-DEPT-SEARCH-IDX)
                   TO DEPT-RECORD
               WRITE DEPT-RECORD
           ELSE
               MOVE 'R' TO DAUD-ACTION
               MOVE WS-DEPT-TAB-CODE (WS-DEPT-SEARCH-IDX)
                   TO DAUD-DEPT-CODE
               MOVE WS-DEPT-TAB-RECORD (WS-DEPT-SEARCH-IDX)
                   TO DAUD-BEFORE-IMAGE
               MOVE SPACES TO DAUD-AFTER-IMAGE
               PERFORM WRITE-DEPT-AUDIT
           END-IF.

      * A new code is skipped when it was already on the master or
                   TO DEPT-CODE
               MOVE WS-MOVE-TAB-NAME (WS-MOVE-SEARCH-IDX)
                   TO DEPT-NAME
               MOVE WS-MOVE-TAB-DIVISION (WS-MOVE-SEARCH-IDX)
                   TO DEPT-DIVISION
               MOVE WS-MOVE-TAB-COST-CENTER (WS-MOVE-SEARCH-IDX)
                   TO DEPT-COST-CENTER
               MOVE WS-MOVE-TAB-HEAD-ID (WS-MOVE-SEARCH-IDX)
                   TO DEPT-HEAD-ID
               WRITE DEPT-RECORD
               MOVE 'A' TO DAUD-ACTION
               MOVE DEPT-CODE TO DAUD-DEPT-CODE
               MOVE SPACES TO DAUD-BEFORE-IMAGE
               MOVE DEPT-RECORD TO DAUD-AFTER-IMAGE
               PERFORM WRITE-DEPT-AUDIT
           END-IF.

       WRITE-DEPT-AUDIT.
           MOVE WS-RUN-TIMESTAMP TO DAUD-TIMESTAMP.
           MOVE WS-PROGRAM-NAME TO DAUD-PROGRAM.
           MOVE SPACES TO DAUD-OPERATOR.
           WRITE DAUD-RECORD.
           IF WS-DAUD-STATUS NOT = '00'
               DISPLAY "ERROR WRITING DEPT-AUDIT-FILE, FILE STATUS = "
                   WS-DAUD-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN.

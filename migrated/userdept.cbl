      * deptmast.dat department master; a code not on the master is
      * reported with a NOT ON DEPT MASTER tag so misspelled codes
      * finally surface on the rollup itself.
      * Departments are grouped under their parent division from the
      * master, and each division's subtotal line prints above its
      * department lines - the division totals are gathered while
      * the users are extracted, before the sort hands them back. A
      * code not on the master, or one with no division keyed yet,
      * falls under *NO DIVISION*, which sorts first.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       SD SORT-FILE.
       01 SORT-RECORD.
           05 SORT-DIVISION PIC X(10).
           05 SORT-USER-DEPT PIC X(10).
           05 SORT-USER-ID PIC 9(7).
           05 SORT-USER-STATUS PIC X(1).
           05 SORT-IS-ADMIN PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC X(2) VALUE '00'.
                   INDEXED BY WS-DEPT-IDX.
               10 WS-DEPT-TAB-CODE PIC X(10).
               10 WS-DEPT-TAB-NAME PIC X(30).
               10 WS-DEPT-TAB-DIVISION PIC X(10).
       01 WS-DEPT-FOUND-NAME PIC X(30).
       01 WS-DEPT-SEARCH-IDX PIC 9(3) VALUE 0.

       01 WS-DIV-TABLE.
           05 WS-DIV-COUNT PIC 9(3) VALUE 0.
           05 WS-DIV-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-DIV-IDX.
               10 WS-DIV-TAB-CODE PIC X(10).
               10 WS-DIV-TAB-ADMINS PIC 9(5).
               10 WS-DIV-TAB-REGULAR PIC 9(5).
               10 WS-DIV-TAB-ACTIVE PIC 9(5).
               10 WS-DIV-TAB-INACTIVE PIC 9(5).
               10 WS-DIV-TAB-LOCKED PIC 9(5).
               10 WS-DIV-TAB-USERS PIC 9(5).
       01 WS-DIV-SEARCH-IDX PIC 9(3) VALUE 0.
       01 WS-DIV-HIT-IDX PIC 9(3) VALUE 0.
       01 WS-DIV-FULL-WARNED PIC X VALUE 'N'.

       01 WS-PROGRAM-NAME PIC X(12) VALUE "USERDEPT".
       01 WS-RUNCTL-START PIC X(1) VALUE 'S'.
       01 WS-RUNCTL-END PIC X(1) VALUE 'E'.
       01 WS-RUNCTL-MODE PIC X(1) VALUE 'R'.
       01 WS-RUNCTL-RC PIC 9(2) VALUE 0.
       01 WS-BUSDATE-RC PIC 9(2) VALUE 0.

       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-PRIOR-DEPT PIC X(10).
       01 WS-PRIOR-DIVISION PIC X(10).
       01 WS-FIRST-DEPT PIC X VALUE 'Y'.

       01 WS-DEPT-TOTALS.
           05 DTL-LOCKED PIC ZZZZZZ9.
           05 DTL-USERS PIC ZZZZZZ9.

       01 WS-DIVISION-LINE.
           05 FILLER PIC X(10) VALUE "DIVISION: ".
           05 DIV-CODE PIC X(13).
           05 FILLER PIC X(8) VALUE SPACES.
           05 DIV-ADMINS PIC ZZZZZZ9.
           05 DIV-REGULAR PIC ZZZZZZ9.
           05 DIV-ACTIVE PIC ZZZZZZ9.
           05 DIV-INACTIVE PIC ZZZZZZ9.
           05 DIV-LOCKED PIC ZZZZZZ9.
           05 DIV-USERS PIC ZZZZZZ9.

       01 WS-GRAND-LINE.
           05 FILLER PIC X(31) VALUE "GRAND TOTAL".
           05 GRD-ADMINS PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM LOAD-ADMIN-LIST.
           PERFORM LOAD-DEPT-LIST.
           PERFORM OPEN-DEPT-REPORT.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-DIVISION SORT-USER-DEPT
                   SORT-USER-ID
               INPUT PROCEDURE IS EXTRACT-USERS
               OUTPUT PROCEDURE IS SUMMARIZE-USERS.
           PERFORM WRITE-GRAND-TOTALS.
           CALL "RUNCTRL" USING WS-RUNCTL-END WS-PROGRAM-NAME
               WS-RUNCTL-MODE WS-RUNCTL-RC.

       GET-BUSINESS-DATE.
           CALL "BUSDATE" USING WS-RUN-DATE WS-BUSDATE-RC.
           IF WS-BUSDATE-RC NOT = 0
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       LOAD-ADMIN-LIST.
           OPEN INPUT ADMIN-FILE.
           IF WS-ADMIN-STATUS NOT = '00'
                                   WS-DEPT-TAB-CODE (WS-DEPT-COUNT)
                               MOVE DEPT-NAME TO
                                   WS-DEPT-TAB-NAME (WS-DEPT-COUNT)
                               MOVE DEPT-DIVISION TO
                                   WS-DEPT-TAB-DIVISION (WS-DEPT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-FILE.

       OPEN-DEPT-REPORT.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-X.
           OPEN OUTPUT DEPT-REPORT.
                       MOVE USER-DEPT TO SORT-USER-DEPT
                       MOVE USER-ID TO SORT-USER-ID
                       MOVE USER-STATUS TO SORT-USER-STATUS
                       PERFORM CHECK-ADMIN
                       MOVE WS-IS-ADMIN TO SORT-IS-ADMIN
                       PERFORM FIND-USER-DIVISION
                       PERFORM ADD-TO-DIVISION
                       RELEASE SORT-RECORD
               END-READ
               IF WS-FILE-STATUS NOT = '00'
           END-PERFORM.
           CLOSE USER-FILE.

       FIND-USER-DIVISION.
           MOVE SPACES TO SORT-DIVISION.
           PERFORM VARYING WS-DEPT-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-SEARCH-IDX > WS-DEPT-COUNT
               IF SORT-USER-DEPT =
                       WS-DEPT-TAB-CODE (WS-DEPT-SEARCH-IDX)
                   MOVE WS-DEPT-TAB-DIVISION (WS-DEPT-SEARCH-IDX)
                       TO SORT-DIVISION
                   MOVE WS-DEPT-COUNT TO WS-DEPT-SEARCH-IDX
               END-IF
           END-PERFORM.

       FIND-DIVISION-ENTRY.
           MOVE 0 TO WS-DIV-HIT-IDX.
           PERFORM VARYING WS-DIV-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-DIV-SEARCH-IDX > WS-DIV-COUNT
               IF SORT-DIVISION = WS-DIV-TAB-CODE (WS-DIV-SEARCH-IDX)
                   MOVE WS-DIV-SEARCH-IDX TO WS-DIV-HIT-IDX
                   MOVE WS-DIV-COUNT TO WS-DIV-SEARCH-IDX
               END-IF
           END-PERFORM.

       ADD-TO-DIVISION.
           PERFORM FIND-DIVISION-ENTRY.
           IF WS-DIV-HIT-IDX = 0
               IF WS-DIV-COUNT >= 100
                   IF WS-DIV-FULL-WARNED = 'N'
                       DISPLAY "WARNING: WS-DIV-TABLE FULL AT 100 "
                           "ENTRIES, LATER DIVISIONS PRINT WITHOUT "
                           "SUBTOTALS"
                       MOVE 'Y' TO WS-DIV-FULL-WARNED
                   END-IF
               ELSE
                   ADD 1 TO WS-DIV-COUNT
                   MOVE WS-DIV-COUNT TO WS-DIV-HIT-IDX
                   MOVE SORT-DIVISION TO WS-DIV-TAB-CODE (WS-DIV-COUNT)
                   MOVE 0 TO WS-DIV-TAB-ADMINS (WS-DIV-COUNT)
                   MOVE 0 TO WS-DIV-TAB-REGULAR (WS-DIV-COUNT)
                   MOVE 0 TO WS-DIV-TAB-ACTIVE (WS-DIV-COUNT)
                   MOVE 0 TO WS-DIV-TAB-INACTIVE (WS-DIV-COUNT)
                   MOVE 0 TO WS-DIV-TAB-LOCKED (WS-DIV-COUNT)
                   MOVE 0 TO WS-DIV-TAB-USERS (WS-DIV-COUNT)
               END-IF
           END-IF.
           IF WS-DIV-HIT-IDX > 0
               IF SORT-IS-ADMIN = 'Y'
                   ADD 1 TO WS-DIV-TAB-ADMINS (WS-DIV-HIT-IDX)
               ELSE
                   ADD 1 TO WS-DIV-TAB-REGULAR (WS-DIV-HIT-IDX)
               END-IF
               EVALUATE SORT-USER-STATUS
                   WHEN 'A'
                       ADD 1 TO WS-DIV-TAB-ACTIVE (WS-DIV-HIT-IDX)
                   WHEN 'I'
                       ADD 1 TO WS-DIV-TAB-INACTIVE (WS-DIV-HIT-IDX)
                   WHEN 'L'
                       ADD 1 TO WS-DIV-TAB-LOCKED (WS-DIV-HIT-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 1 TO WS-DIV-TAB-USERS (WS-DIV-HIT-IDX)
           END-IF.

       SUMMARIZE-USERS.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-FILE INTO SORT-RECORD
           IF WS-FIRST-DEPT = 'Y'
               MOVE 'N' TO WS-FIRST-DEPT
               MOVE SORT-USER-DEPT TO WS-PRIOR-DEPT
               MOVE SORT-DIVISION TO WS-PRIOR-DIVISION
               PERFORM WRITE-DIVISION-LINE
           ELSE
               IF SORT-USER-DEPT NOT = WS-PRIOR-DEPT
                       OR SORT-DIVISION NOT = WS-PRIOR-DIVISION
                   PERFORM WRITE-DEPT-LINE
                   MOVE SORT-USER-DEPT TO WS-PRIOR-DEPT
                   INITIALIZE WS-DEPT-TOTALS
                   IF SORT-DIVISION NOT = WS-PRIOR-DIVISION
                       MOVE SORT-DIVISION TO WS-PRIOR-DIVISION
                       PERFORM WRITE-DIVISION-LINE
                   END-IF
               END-IF
           END-IF.
           IF SORT-IS-ADMIN = 'Y'
               ADD 1 TO WS-DEPT-ADMINS
               ADD 1 TO WS-GRAND-ADMINS
           ELSE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

      * The subtotal was gathered during the extract, so it can
      * head the division's department lines; a division is kept
      * with at least its first department on the same page.
       WRITE-DIVISION-LINE.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE - 2
               PERFORM WRITE-REPORT-HEADER
           END-IF.
           IF WS-LINES-ON-PAGE > 2
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-LINES-ON-PAGE
           END-IF.
           IF WS-PRIOR-DIVISION = SPACES
               MOVE "*NO DIVISION*" TO DIV-CODE
           ELSE
               MOVE WS-PRIOR-DIVISION TO DIV-CODE
           END-IF.
           PERFORM FIND-DIVISION-ENTRY.
           IF WS-DIV-HIT-IDX = 0
               MOVE 0 TO DIV-ADMINS DIV-REGULAR DIV-ACTIVE
                   DIV-INACTIVE DIV-LOCKED DIV-USERS
           ELSE
               MOVE WS-DIV-TAB-ADMINS (WS-DIV-HIT-IDX) TO DIV-ADMINS
               MOVE WS-DIV-TAB-REGULAR (WS-DIV-HIT-IDX)
                   TO DIV-REGULAR
               MOVE WS-DIV-TAB-ACTIVE (WS-DIV-HIT-IDX) TO DIV-ACTIVE
               MOVE WS-DIV-TAB-INACTIVE (WS-DIV-HIT-IDX)
                   TO DIV-INACTIVE
               MOVE WS-DIV-TAB-LOCKED (WS-DIV-HIT-IDX) TO DIV-LOCKED
               MOVE WS-DIV-TAB-USERS (WS-DIV-HIT-IDX) TO DIV-USERS
           END-IF.
           WRITE REPORT-LINE FROM WS-DIVISION-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       FIND-DEPT-NAME.
           MOVE "*NOT ON DEPT MASTER*" TO WS-DEPT-FOUND-NAME.
           PERFORM VARYING WS-DEPT-SEARCH-IDX FROM 1 BY 1

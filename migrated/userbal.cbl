      * stream's programs appended to balance.dat (last record per
      * program wins, so a rerun supersedes its earlier totals) and
      * proves the balancing equations:
      *   1  USEREDIT     read = accepted + rejected + held (held
      *      = admin reactivations and dept moves left on
      *      aprvpend.dat for a second operator)
      *   2  USERMAINT read = USEREDIT accepted + pending carried
      *      in (every validated transaction and every carry-
      *      forward reached the apply step)
           05 WS-EDIT-READ PIC 9(7) VALUE 0.
           05 WS-EDIT-WRITTEN PIC 9(7) VALUE 0.
           05 WS-EDIT-REJECTED PIC 9(7) VALUE 0.
           05 WS-EDIT-HELD PIC 9(7) VALUE 0.
       01 WS-MAINT-TOTALS.
           05 WS-MAINT-PRESENT PIC X VALUE 'N'.
           05 WS-MAINT-READ PIC 9(7) VALUE 0.
           05 WS-RUN-DD PIC 9(2).
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-X PIC X(10).
       01 WS-BUSDATE-RC PIC 9(2) VALUE 0.

       01 WS-REPORT-HEADER-1.
           05 FILLER PIC X(24) VALUE "STREAM BALANCING REPORT ".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-BAL-REPORT.
           PERFORM LOAD-CONTROL-TOTALS.
           PERFORM CHECK-PRESENCE.
           END-IF.
           STOP RUN.

       GET-BUSINESS-DATE.
           CALL "BUSDATE" USING WS-RUN-DATE WS-BUSDATE-RC.
           IF WS-BUSDATE-RC NOT = 0
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       OPEN-BAL-REPORT.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-X.
           OPEN OUTPUT BAL-REPORT.
                   MOVE BAL-READ-COUNT TO WS-EDIT-READ
                   MOVE BAL-WRITTEN-COUNT TO WS-EDIT-WRITTEN
                   MOVE BAL-REJECT-COUNT TO WS-EDIT-REJECTED
                   MOVE BAL-EXCEPTION-COUNT TO WS-EDIT-HELD
               WHEN "USERMAINT"
                   MOVE 'Y' TO WS-MAINT-PRESENT
                   MOVE BAL-READ-COUNT TO WS-MAINT-READ
           WRITE REPORT-LINE FROM WS-MISSING-LINE.

       PROVE-EQUATIONS.
           MOVE "EDIT READ = ACCEPTED + REJECTED + HELD"
               TO EQ-DESC.
           MOVE WS-EDIT-READ TO WS-LEFT-SIDE.
           COMPUTE WS-RIGHT-SIDE = WS-EDIT-WRITTEN
               + WS-EDIT-REJECTED + WS-EDIT-HELD.
           PERFORM WRITE-EQUATION-LINE.
           MOVE "MAINT READ = EDIT ACCEPTED + PENDING IN"
               TO EQ-DESC.

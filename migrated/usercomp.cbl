           05 PARM-CURR-NAME PIC X(21).

       FD PRIOR-FILE.
       01 PRIOR-BKP-RECORD PIC X(72).

       FD CURR-FILE.
       01 CURR-BKP-RECORD PIC X(72).

       FD COMP-REPORT
           RECORD CONTAINS 80 CHARACTERS.
           05 PRI-USER-DEPT PIC X(10).
           05 PRI-LAST-LOGIN PIC 9(8).
           05 PRI-PASS-CHANGED PIC 9(8).
           05 PRI-ACCT-TYPE PIC X(1).
           05 PRI-OWNER-ID PIC 9(7).
       01 WS-CURR-USER.
           05 CUR-USER-ID PIC 9(7).
           05 CUR-USER-NAME PIC X(20).
           05 CUR-USER-DEPT PIC X(10).
           05 CUR-LAST-LOGIN PIC 9(8).
           05 CUR-PASS-CHANGED PIC 9(8).
           05 CUR-ACCT-TYPE PIC X(1).
           05 CUR-OWNER-ID PIC 9(7).

       01 WS-BKP-TRAILER.
           05 FILLER PIC X(3).
           05 TRL-RECORD-COUNT PIC 9(7).
           05 TRL-ID-HASH PIC 9(12).
           05 FILLER PIC X(50).

       01 WS-PRIOR-READ PIC 9(7) VALUE 0.
       01 WS-CURR-READ PIC 9(7) VALUE 0.
           05 WS-RUN-MM PIC 9(2).
           05 WS-RUN-DD PIC 9(2).
       01 WS-RUN-DATE-X PIC X(10).
       01 WS-BUSDATE-RC PIC 9(2) VALUE 0.

       01 WS-PAGE-NO PIC 9(3) VALUE 0.
       01 WS-LINES-ON-PAGE PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM READ-COMPARE-PARM.
           PERFORM OPEN-FILES.
           PERFORM READ-NEXT-PRIOR.
           END-IF.
           STOP RUN.

       GET-BUSINESS-DATE.
           CALL "BUSDATE" USING WS-RUN-DATE WS-BUSDATE-RC.
           IF WS-BUSDATE-RC NOT = 0
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       READ-COMPARE-PARM.
           OPEN INPUT COMP-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
                   WS-CURR-NAME ", FILE STATUS = " WS-CURR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-X.
           OPEN OUTPUT COMP-REPORT.
               MOVE CUR-PASS-CHANGED TO DTL-AFTER
               PERFORM REPORT-FIELD-CHANGE
           END-IF.
           IF PRI-ACCT-TYPE NOT = CUR-ACCT-TYPE
               MOVE "ACCT-TYPE" TO DTL-FIELD
               MOVE PRI-ACCT-TYPE TO DTL-BEFORE
               MOVE CUR-ACCT-TYPE TO DTL-AFTER
               PERFORM REPORT-FIELD-CHANGE
           END-IF.
           IF PRI-OWNER-ID NOT = CUR-OWNER-ID
               MOVE "OWNER" TO DTL-FIELD
               MOVE PRI-OWNER-ID TO DTL-BEFORE
               MOVE CUR-OWNER-ID TO DTL-AFTER
               PERFORM REPORT-FIELD-CHANGE
           END-IF.
           IF WS-USER-CHANGED = 'Y'
               ADD 1 TO WS-CHANGED-USER-COUNT
           END-IF.

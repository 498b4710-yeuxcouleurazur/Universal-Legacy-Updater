           05 WS-RUN-MM PIC 9(2).
           05 WS-RUN-DD PIC 9(2).
       01 WS-RUN-DATE-X PIC X(10).
       01 WS-BUSDATE-RC PIC 9(2) VALUE 0.

       01 WS-PAGE-NO PIC 9(3) VALUE 0.
       01 WS-LINES-ON-PAGE PIC 9(3) VALUE 0.
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(10) VALUE "TIME".
           05 FILLER PIC X(14) VALUE "PROGRAM".
           05 FILLER PIC X(10) VALUE "OPERATOR".
           05 FILLER PIC X(8) VALUE "APPROVER".

       01 WS-DETAIL-LINE.
           05 DTL-USER-ID PIC 9(7).
           05 DTL-PROGRAM PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-OPERATOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-APPROVER PIC X(8).

       01 WS-TRAILER-LINE-1.
           05 FILLER PIC X(24) VALUE "AUDIT RECORDS READ:     ".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM READ-INQUIRY-PARM.
           PERFORM OPEN-AUDQ-REPORT.
           PERFORM SCAN-AUDIT-FILE.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       GET-BUSINESS-DATE.
           CALL "BUSDATE" USING WS-RUN-DATE WS-BUSDATE-RC.
           IF WS-BUSDATE-RC NOT = 0
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       READ-INQUIRY-PARM.
           OPEN INPUT AUDQ-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               CLOSE AUDQ-PARM-FILE.

       OPEN-AUDQ-REPORT.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-X.
           OPEN OUTPUT AUDQ-REPORT.
           MOVE AUDIT-TIMESTAMP (9:6) TO DTL-TIME.
           MOVE AUDIT-PROGRAM TO DTL-PROGRAM.
           MOVE AUDIT-OPERATOR TO DTL-OPERATOR.
           MOVE AUDIT-APPROVER TO DTL-APPROVER.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. USERTRND.
      * Month-end trend report over statshist.dat, the daily
      * statistics history USERSTAT appends. The report month comes
      * from trndparm.dat (YYYYMM; default the month of the business
      * date) and is compared with the month before it.
      * trndrpt.prt shows
      *   - one line per recorded day of the month with adds,
      *     applies, rejects, held, failure locks, unmatched feed
      *     records, expiry locks and dormant accounts, marked
      *     INCOMPLETE where a program's control record was missing
      *     that night;
      *   - the month's totals, the prior month's, and the change;
      *   - per department, the ACTIVE, LOCKED and INACTIVE counts
      *     on the last recorded day of the month against the last
      *     recorded day of the prior month, with the change, and
      *     the same over all departments.
      * When a date was recorded twice (a rerun), the later record
      * wins, as in USERBAL.
      * The same figures go to the management dashboard as the
      * fixed-layout statdash.dat, wrapped in HDR/TRL control
      * records like USEREXTR's. Detail layout (70 bytes):
      *   DASH-TYPE X(3)       'DAY' one day, 'MON' the month's
      *                        totals, 'PRV' the prior month's,
      *                        'DPT' one department
      *   DASH-KEY X(10)       YYYYMMDD, YYYYMM, or the department
      *   DASH-FLAG X(1)       'I' incomplete day, 'N' no history
      *                        for the month, otherwise space
      *   DASH-COUNT 9(7) x 8  DAY/MON/PRV: adds, applies, rejects,
      *                        held, failure locks, unmatched,
      *                        expiry locks, dormant; DPT: active,
      *                        locked, inactive, then the prior
      *                        month's active, locked, inactive,
      *                        then two zeros
      * HDR carries the report month and run date; TRL the detail
      * record count and the sum of every DASH-COUNT as a hash
      * total.
      * Return code 4 when the month has no history or any day in
      * it is incomplete.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAT-HIST-FILE ASSIGN TO "statshist.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT TRND-PARM-FILE ASSIGN TO "trndparm.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT TRND-REPORT ASSIGN TO "trndrpt.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT DASH-FILE ASSIGN TO "statdash.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DASH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STAT-HIST-FILE.
       01 STAT-HIST-RECORD PIC X(2582).

       FD TRND-PARM-FILE.
       01 TRND-PARM-RECORD.
           05 PARM-REPORT-MONTH PIC 9(6).

       FD TRND-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01 REPORT-LINE PIC X(80).

       FD DASH-FILE.
       01 DASH-RECORD PIC X(70).

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS PIC X(2) VALUE '00'.
       01 WS-PARM-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-DASH-STATUS PIC X(2) VALUE '00'.

       01 WS-HIST-EOF PIC X VALUE 'N'.

           COPY STATREC.

       01 WS-REPORT-MONTH.
           05 WS-RPT-YYYY PIC 9(4).
           05 WS-RPT-MM PIC 9(2).
       01 WS-REPORT-MONTH-N REDEFINES WS-REPORT-MONTH PIC 9(6).
       01 WS-PRIOR-MONTH.
           05 WS-PRV-YYYY PIC 9(4).
           05 WS-PRV-MM PIC 9(2).
       01 WS-PRIOR-MONTH-N REDEFINES WS-PRIOR-MONTH PIC 9(6).
       01 WS-STAT-MONTH PIC 9(6) VALUE 0.
       01 WS-STAT-DAY PIC 9(2) VALUE 0.

      * Index 1 is the report month, 2 the prior month; each day
      * slot holds that date's latest history record's counts.
       01 WS-MONTH-TABLE.
           05 WS-MONTH-ENTRY OCCURS 2 TIMES.
               10 WS-MON-DAYS-RECORDED PIC 9(2).
               10 WS-MON-DAYS-INCOMPLETE PIC 9(2).
               10 WS-MON-LAST-DATE PIC 9(8).
               10 WS-MON-TOTAL PIC 9(7) OCCURS 8 TIMES.
               10 WS-DAY-ENTRY OCCURS 31 TIMES.
                   15 WS-DAY-PRESENT PIC X(1).
                   15 WS-DAY-MISSING PIC 9(1).
                   15 WS-DAY-COUNT PIC 9(7) OCCURS 8 TIMES.
       01 WS-MON-IDX PIC 9(1) VALUE 0.
       01 WS-DAY-IDX PIC 9(2) VALUE 0.
       01 WS-CNT-IDX PIC 9(1) VALUE 0.

      * Department counts on the last recorded day of each month,
      * merged by code: 1-3 the report month's active, locked and
      * inactive, 4-6 the prior month's.
       01 WS-TREND-TABLE.
           05 WS-TREND-COUNT PIC 9(3) VALUE 0.
           05 WS-TREND-ENTRY OCCURS 100 TIMES.
               10 WS-TREND-DEPT PIC X(10).
               10 WS-TREND-STATUS PIC 9(5) OCCURS 6 TIMES.
       01 WS-TREND-TOTALS.
           05 WS-TREND-TOTAL PIC 9(7) OCCURS 6 TIMES.
       01 WS-SEARCH-IDX PIC 9(3) VALUE 0.
       01 WS-FOUND-IDX PIC 9(3) VALUE 0.
       01 WS-INSERT-IDX PIC 9(3) VALUE 0.
       01 WS-SHIFT-IDX PIC 9(3) VALUE 0.
       01 WS-DEPT-IDX PIC 9(3) VALUE 0.
       01 WS-STATUS-BASE PIC 9(1) VALUE 0.
       01 WS-TABLE-FULL PIC X VALUE 'N'.

       01 WS-CHANGE PIC S9(7) VALUE 0.
       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-DASH-COUNT PIC 9(7) VALUE 0.
       01 WS-DASH-HASH PIC 9(12) VALUE 0.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MM PIC 9(2).
           05 WS-RUN-DD PIC 9(2).
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-X PIC X(10).
       01 WS-BUSDATE-RC PIC 9(2) VALUE 0.

       01 WS-PAGE-NO PIC 9(3) VALUE 0.
       01 WS-LINES-ON-PAGE PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 50.

       01 WS-REPORT-HEADER-1.
           05 FILLER PIC X(24) VALUE "DAILY STATISTICS TREND  ".
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 HDR-RUN-DATE PIC X(10).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "PAGE: ".
           05 HDR-PAGE-NO PIC ZZ9.
       01 WS-REPORT-HEADER-2.
           05 FILLER PIC X(7) VALUE "MONTH: ".
           05 HDR-REPORT-MONTH PIC 9(6).
           05 FILLER PIC X(16) VALUE "  PRIOR MONTH: ".
           05 HDR-PRIOR-MONTH PIC 9(6).
       01 WS-DAY-HEADER.
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(7) VALUE "   ADDS".
           05 FILLER PIC X(7) VALUE "  APPLY".
           05 FILLER PIC X(7) VALUE "    REJ".
           05 FILLER PIC X(7) VALUE "   HELD".
           05 FILLER PIC X(7) VALUE "  FLOCK".
           05 FILLER PIC X(7) VALUE "  UNMAT".
           05 FILLER PIC X(7) VALUE "  EXPLK".
           05 FILLER PIC X(7) VALUE "   DORM".
       01 WS-DEPT-HEADER.
           05 FILLER PIC X(11) VALUE "DEPARTMENT".
           05 FILLER PIC X(6) VALUE "  ACTV".
           05 FILLER PIC X(6) VALUE " PRIOR".
           05 FILLER PIC X(6) VALUE "   CHG".
           05 FILLER PIC X(6) VALUE "  LOCK".
           05 FILLER PIC X(6) VALUE " PRIOR".
           05 FILLER PIC X(6) VALUE "   CHG".
           05 FILLER PIC X(6) VALUE "  INAC".
           05 FILLER PIC X(6) VALUE " PRIOR".
           05 FILLER PIC X(6) VALUE "   CHG".

       01 WS-DAY-LINE.
           05 DAY-LABEL PIC X(10).
           05 DAY-COLUMN OCCURS 8 TIMES.
               10 FILLER PIC X(1).
               10 DAY-COUNT PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DAY-FLAG PIC X(10).
       01 WS-CHANGE-LINE.
           05 CHG-LABEL PIC X(10) VALUE "CHANGE".
           05 CHG-COLUMN OCCURS 8 TIMES.
               10 FILLER PIC X(1).
               10 CHG-COUNT PIC -----9.
       01 WS-DEPT-LINE.
           05 DPT-CODE PIC X(11).
           05 DPT-STATUS-GROUP OCCURS 3 TIMES.
               10 FILLER PIC X(1).
               10 DPT-CURRENT PIC ZZZZ9.
               10 FILLER PIC X(1).
               10 DPT-PRIOR PIC ZZZZ9.
               10 FILLER PIC X(1).
               10 DPT-CHANGE PIC ----9.

       01 WS-TRAILER-LINE-1.
           05 FILLER PIC X(24) VALUE "HISTORY RECORDS READ:   ".
           05 TRL-READ-COUNT PIC ZZZZZZ9.
       01 WS-TRAILER-LINE-2.
           05 FILLER PIC X(24) VALUE "DAYS RECORDED:          ".
           05 TRL-DAYS-RECORDED PIC ZZZZZZ9.
       01 WS-TRAILER-LINE-3.
           05 FILLER PIC X(24) VALUE "DAYS INCOMPLETE:        ".
           05 TRL-DAYS-INCOMPLETE PIC ZZZZZZ9.
       01 WS-TRAILER-LINE-4.
           05 FILLER PIC X(24) VALUE "PRIOR MONTH DAYS:       ".
           05 TRL-PRIOR-DAYS PIC ZZZZZZ9.

       01 WS-DASH-HEADER.
           05 FILLER PIC X(3) VALUE "HDR".
           05 DHDR-REPORT-MONTH PIC 9(6).
           05 DHDR-RUN-DATE PIC 9(8).
           05 FILLER PIC X(53) VALUE SPACES.
       01 WS-DASH-DETAIL.
           05 DASH-TYPE PIC X(3).
           05 DASH-KEY PIC X(10).
           05 DASH-FLAG PIC X(1).
           05 DASH-COUNT PIC 9(7) OCCURS 8 TIMES.
       01 WS-DASH-TRAILER.
           05 FILLER PIC X(3) VALUE "TRL".
           05 DTRL-RECORD-COUNT PIC 9(7).
           05 DTRL-COUNT-HASH PIC 9(12).
           05 FILLER PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM READ-TREND-PARM.
           INITIALIZE WS-MONTH-TABLE.
           INITIALIZE WS-TREND-TOTALS.
           PERFORM LOAD-HISTORY.
           PERFORM TOTAL-MONTHS.
           PERFORM OPEN-OUTPUT-FILES.
           PERFORM WRITE-DAY-SECTION.
           PERFORM WRITE-DEPT-SECTION.
           PERFORM WRITE-REPORT-TRAILER.
           PERFORM WRITE-DASH-TRAILER.
           CLOSE TRND-REPORT.
           CLOSE DASH-FILE.
           DISPLAY "USERTRND COMPLETE - MONTH: " WS-REPORT-MONTH-N
               " DAYS: " WS-MON-DAYS-RECORDED (1)
               " INCOMPLETE: " WS-MON-DAYS-INCOMPLETE (1)
               " DEPARTMENTS: " WS-TREND-COUNT.
           IF WS-MON-DAYS-RECORDED (1) = 0
                   OR WS-MON-DAYS-INCOMPLETE (1) > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       GET-BUSINESS-DATE.
           CALL "BUSDATE" USING WS-RUN-DATE WS-BUSDATE-RC.
           IF WS-BUSDATE-RC NOT = 0
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       READ-TREND-PARM.
           MOVE WS-RUN-YYYY TO WS-RPT-YYYY.
           MOVE WS-RUN-MM TO WS-RPT-MM.
           OPEN INPUT TRND-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY "WARNING: TRND-PARM-FILE NOT AVAILABLE, FILE "
                   "STATUS = " WS-PARM-STATUS
                   ", REPORTING MONTH " WS-REPORT-MONTH-N
           ELSE
               READ TRND-PARM-FILE INTO TRND-PARM-RECORD
                   AT END
                       DISPLAY "WARNING: TRND-PARM-FILE EMPTY, "
                           "REPORTING MONTH " WS-REPORT-MONTH-N
                   NOT AT END
                       IF PARM-REPORT-MONTH NUMERIC
                               AND PARM-REPORT-MONTH (5:2) >= "01"
                               AND PARM-REPORT-MONTH (5:2) <= "12"
                           MOVE PARM-REPORT-MONTH TO WS-REPORT-MONTH-N
                       ELSE
                           DISPLAY "WARNING: INVALID REPORT MONTH "
                               "PARAMETER, REPORTING MONTH "
                               WS-REPORT-MONTH-N
                       END-IF
               END-READ
               CLOSE TRND-PARM-FILE.
           IF WS-RPT-MM = 1
               COMPUTE WS-PRV-YYYY = WS-RPT-YYYY - 1
               MOVE 12 TO WS-PRV-MM
           ELSE
               MOVE WS-RPT-YYYY TO WS-PRV-YYYY
               COMPUTE WS-PRV-MM = WS-RPT-MM - 1
           END-IF.

       LOAD-HISTORY.
           OPEN INPUT STAT-HIST-FILE.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY "WARNING: STAT-HIST-FILE (statshist.dat) NOT "
                   "AVAILABLE, FILE STATUS = " WS-HIST-STATUS
                   " - REPORTING AN EMPTY MONTH"
           ELSE
               PERFORM UNTIL WS-HIST-EOF = 'Y'
                   READ STAT-HIST-FILE INTO STAT-RECORD
                       AT END MOVE 'Y' TO WS-HIST-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM KEEP-HISTORY-RECORD
                   END-READ
                   IF WS-HIST-STATUS NOT = '00'
                           AND WS-HIST-STATUS NOT = '10'
                       DISPLAY "ERROR READING STAT-HIST-FILE, FILE "
                           "STATUS = " WS-HIST-STATUS
                       MOVE 20 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE STAT-HIST-FILE.

       KEEP-HISTORY-RECORD.
           MOVE 0 TO WS-MON-IDX.
           IF STAT-BUS-DATE NUMERIC
               MOVE STAT-BUS-DATE (1:6) TO WS-STAT-MONTH
               MOVE STAT-BUS-DATE (7:2) TO WS-STAT-DAY
               IF WS-STAT-MONTH = WS-REPORT-MONTH-N
                   MOVE 1 TO WS-MON-IDX
               END-IF
               IF WS-STAT-MONTH = WS-PRIOR-MONTH-N
                   MOVE 2 TO WS-MON-IDX
               END-IF
           END-IF.
           IF WS-MON-IDX NOT = 0
                   AND WS-STAT-DAY >= 1 AND WS-STAT-DAY <= 31
               MOVE WS-STAT-DAY TO WS-DAY-IDX
               MOVE 'Y' TO WS-DAY-PRESENT (WS-MON-IDX, WS-DAY-IDX)
               MOVE STAT-MISSING-COUNT
                   TO WS-DAY-MISSING (WS-MON-IDX, WS-DAY-IDX)
               MOVE STAT-ADD-COUNT
                   TO WS-DAY-COUNT (WS-MON-IDX, WS-DAY-IDX, 1)
               MOVE STAT-APPLY-COUNT
                   TO WS-DAY-COUNT (WS-MON-IDX, WS-DAY-IDX, 2)
               MOVE STAT-REJECT-COUNT
                   TO WS-DAY-COUNT (WS-MON-IDX, WS-DAY-IDX, 3)
               MOVE STAT-HELD-COUNT
                   TO WS-DAY-COUNT (WS-MON-IDX, WS-DAY-IDX, 4)
               MOVE STAT-FAIL-LOCK-COUNT
                   TO WS-DAY-COUNT (WS-MON-IDX, WS-DAY-IDX, 5)
               MOVE STAT-UNMATCHED-COUNT
                   TO WS-DAY-COUNT (WS-MON-IDX, WS-DAY-IDX, 6)
               MOVE STAT-EXPIRE-LOCK-COUNT
                   TO WS-DAY-COUNT (WS-MON-IDX, WS-DAY-IDX, 7)
               MOVE STAT-DORMANT-COUNT
                   TO WS-DAY-COUNT (WS-MON-IDX, WS-DAY-IDX, 8)
               IF STAT-BUS-DATE NOT < WS-MON-LAST-DATE (WS-MON-IDX)
                   MOVE STAT-BUS-DATE TO WS-MON-LAST-DATE (WS-MON-IDX)
                   PERFORM KEEP-DEPT-SNAPSHOT
               END-IF
           END-IF.

      * The latest day's department counts replace whatever the
      * month held before; the other month's columns are left alone.
       KEEP-DEPT-SNAPSHOT.
           IF WS-MON-IDX = 1
               MOVE 0 TO WS-STATUS-BASE
           ELSE
               MOVE 3 TO WS-STATUS-BASE
           END-IF.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-TREND-COUNT
               MOVE 0 TO WS-TREND-STATUS
                   (WS-SEARCH-IDX, WS-STATUS-BASE + 1)
               MOVE 0 TO WS-TREND-STATUS
                   (WS-SEARCH-IDX, WS-STATUS-BASE + 2)
               MOVE 0 TO WS-TREND-STATUS
                   (WS-SEARCH-IDX, WS-STATUS-BASE + 3)
           END-PERFORM.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > STAT-DEPT-COUNT
                      OR WS-DEPT-IDX > 100
               PERFORM FIND-TREND-ENTRY
               IF WS-FOUND-IDX NOT = 0
                   MOVE STAT-DEPT-ACTIVE (WS-DEPT-IDX) TO
                       WS-TREND-STATUS
                           (WS-FOUND-IDX, WS-STATUS-BASE + 1)
                   MOVE STAT-DEPT-LOCKED (WS-DEPT-IDX) TO
                       WS-TREND-STATUS
                           (WS-FOUND-IDX, WS-STATUS-BASE + 2)
                   MOVE STAT-DEPT-INACTIVE (WS-DEPT-IDX) TO
                       WS-TREND-STATUS
                           (WS-FOUND-IDX, WS-STATUS-BASE + 3)
               END-IF
           END-PERFORM.

      * Kept in department-code order, as USERSTAT keeps them.
       FIND-TREND-ENTRY.
           MOVE 0 TO WS-FOUND-IDX.
           MOVE 0 TO WS-INSERT-IDX.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-TREND-COUNT
               IF STAT-DEPT-CODE (WS-DEPT-IDX)
                       = WS-TREND-DEPT (WS-SEARCH-IDX)
                   MOVE WS-SEARCH-IDX TO WS-FOUND-IDX
                   MOVE WS-TREND-COUNT TO WS-SEARCH-IDX
               ELSE
                   IF STAT-DEPT-CODE (WS-DEPT-IDX)
                           < WS-TREND-DEPT (WS-SEARCH-IDX)
                       MOVE WS-SEARCH-IDX TO WS-INSERT-IDX
                       MOVE WS-TREND-COUNT TO WS-SEARCH-IDX
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
               IF WS-TREND-COUNT >= 100
                   IF WS-TABLE-FULL = 'N'
                       DISPLAY "WARNING: DEPARTMENT TABLE FULL AT 100 "
                           "ENTRIES, FURTHER DEPARTMENTS NOT REPORTED"
                       MOVE 'Y' TO WS-TABLE-FULL
                   END-IF
               ELSE
                   PERFORM INSERT-TREND-ENTRY
               END-IF
           END-IF.

       INSERT-TREND-ENTRY.
           IF WS-INSERT-IDX = 0
               COMPUTE WS-INSERT-IDX = WS-TREND-COUNT + 1
           END-IF.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-TREND-COUNT BY -1
                   UNTIL WS-SHIFT-IDX < WS-INSERT-IDX
               MOVE WS-TREND-ENTRY (WS-SHIFT-IDX)
                   TO WS-TREND-ENTRY (WS-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-TREND-COUNT.
           MOVE STAT-DEPT-CODE (WS-DEPT-IDX)
               TO WS-TREND-DEPT (WS-INSERT-IDX).
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1 UNTIL WS-CNT-IDX > 6
               MOVE 0 TO WS-TREND-STATUS (WS-INSERT-IDX, WS-CNT-IDX)
           END-PERFORM.
           MOVE WS-INSERT-IDX TO WS-FOUND-IDX.

       TOTAL-MONTHS.
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1 UNTIL WS-MON-IDX > 2
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                       UNTIL WS-DAY-IDX > 31
                   IF WS-DAY-PRESENT (WS-MON-IDX, WS-DAY-IDX) = 'Y'
                       ADD 1 TO WS-MON-DAYS-RECORDED (WS-MON-IDX)
                       IF WS-DAY-MISSING (WS-MON-IDX, WS-DAY-IDX) > 0
                           ADD 1 TO WS-MON-DAYS-INCOMPLETE
                               (WS-MON-IDX)
                       END-IF
                       PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
                               UNTIL WS-CNT-IDX > 8
                           ADD WS-DAY-COUNT
                                   (WS-MON-IDX, WS-DAY-IDX, WS-CNT-IDX)
                               TO WS-MON-TOTAL
                                   (WS-MON-IDX, WS-CNT-IDX)
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

       OPEN-OUTPUT-FILES.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-X.
           OPEN OUTPUT TRND-REPORT.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "ERROR OPENING TRND-REPORT (trndrpt.prt), "
                   "FILE STATUS = " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT DASH-FILE.
           IF WS-DASH-STATUS NOT = '00'
               DISPLAY "ERROR OPENING DASH-FILE (statdash.dat), "
                   "FILE STATUS = " WS-DASH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE WS-REPORT-MONTH-N TO DHDR-REPORT-MONTH.
           MOVE WS-RUN-DATE-N TO DHDR-RUN-DATE.
           WRITE DASH-RECORD FROM WS-DASH-HEADER.
           PERFORM CHECK-DASH-WRITE.
           PERFORM WRITE-REPORT-HEADER.

       WRITE-REPORT-HEADER.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE-X TO HDR-RUN-DATE.
           MOVE WS-PAGE-NO TO HDR-PAGE-NO.
           MOVE WS-REPORT-MONTH-N TO HDR-REPORT-MONTH.
           MOVE WS-PRIOR-MONTH-N TO HDR-PRIOR-MONTH.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-1.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-2.
           MOVE 2 TO WS-LINES-ON-PAGE.

       WRITE-DAY-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-DAY-HEADER.
           ADD 2 TO WS-LINES-ON-PAGE.
           MOVE 1 TO WS-MON-IDX.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 31
               IF WS-DAY-PRESENT (1, WS-DAY-IDX) = 'Y'
                   PERFORM WRITE-DAY-LINE
               END-IF
           END-PERFORM.
           IF WS-LINES-ON-PAGE + 4 > WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-DAY-LINE.
           MOVE "MONTH" TO DAY-LABEL.
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1 UNTIL WS-CNT-IDX > 8
               MOVE WS-MON-TOTAL (1, WS-CNT-IDX)
                   TO DAY-COUNT (WS-CNT-IDX)
           END-PERFORM.
           WRITE REPORT-LINE FROM WS-DAY-LINE.
           MOVE SPACES TO WS-DAY-LINE.
           MOVE "PRIOR" TO DAY-LABEL.
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1 UNTIL WS-CNT-IDX > 8
               MOVE WS-MON-TOTAL (2, WS-CNT-IDX)
                   TO DAY-COUNT (WS-CNT-IDX)
           END-PERFORM.
           IF WS-MON-DAYS-RECORDED (2) = 0
               MOVE "NO HISTORY" TO DAY-FLAG
           END-IF.
           WRITE REPORT-LINE FROM WS-DAY-LINE.
           MOVE SPACES TO WS-CHANGE-LINE.
           MOVE "CHANGE" TO CHG-LABEL.
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1 UNTIL WS-CNT-IDX > 8
               COMPUTE WS-CHANGE = WS-MON-TOTAL (1, WS-CNT-IDX)
                   - WS-MON-TOTAL (2, WS-CNT-IDX)
               MOVE WS-CHANGE TO CHG-COUNT (WS-CNT-IDX)
           END-PERFORM.
           WRITE REPORT-LINE FROM WS-CHANGE-LINE.
           ADD 4 TO WS-LINES-ON-PAGE.
           MOVE "MON" TO DASH-TYPE.
           MOVE WS-REPORT-MONTH-N TO DASH-KEY.
           MOVE 1 TO WS-MON-IDX.
           PERFORM WRITE-DASH-MONTH.
           MOVE "PRV" TO DASH-TYPE.
           MOVE WS-PRIOR-MONTH-N TO DASH-KEY.
           MOVE 2 TO WS-MON-IDX.
           PERFORM WRITE-DASH-MONTH.

       WRITE-DAY-LINE.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER
               WRITE REPORT-LINE FROM WS-DAY-HEADER
               ADD 1 TO WS-LINES-ON-PAGE
           END-IF.
           MOVE SPACES TO WS-DAY-LINE.
           STRING WS-REPORT-MONTH-N WS-DAY-IDX
               DELIMITED BY SIZE INTO DAY-LABEL.
           MOVE SPACES TO DASH-FLAG.
           IF WS-DAY-MISSING (1, WS-DAY-IDX) > 0
               MOVE "INCOMPLETE" TO DAY-FLAG
               MOVE 'I' TO DASH-FLAG
           END-IF.
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1 UNTIL WS-CNT-IDX > 8
               MOVE WS-DAY-COUNT (1, WS-DAY-IDX, WS-CNT-IDX)
                   TO DAY-COUNT (WS-CNT-IDX)
               MOVE WS-DAY-COUNT (1, WS-DAY-IDX, WS-CNT-IDX)
                   TO DASH-COUNT (WS-CNT-IDX)
           END-PERFORM.
           WRITE REPORT-LINE FROM WS-DAY-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.
           MOVE "DAY" TO DASH-TYPE.
           MOVE DAY-LABEL TO DASH-KEY.
           PERFORM WRITE-DASH-DETAIL.

      * DASH-TYPE and DASH-KEY are set by the caller.
       WRITE-DASH-MONTH.
           MOVE SPACES TO DASH-FLAG.
           IF WS-MON-DAYS-RECORDED (WS-MON-IDX) = 0
               MOVE 'N' TO DASH-FLAG
           END-IF.
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1 UNTIL WS-CNT-IDX > 8
               MOVE WS-MON-TOTAL (WS-MON-IDX, WS-CNT-IDX)
                   TO DASH-COUNT (WS-CNT-IDX)
           END-PERFORM.
           PERFORM WRITE-DASH-DETAIL.

       WRITE-DEPT-SECTION.
           IF WS-LINES-ON-PAGE + 4 > WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-DEPT-HEADER.
           ADD 2 TO WS-LINES-ON-PAGE.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-TREND-COUNT
               PERFORM WRITE-DEPT-LINE
           END-PERFORM.
           IF WS-LINES-ON-PAGE + 2 > WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-DEPT-LINE.
           MOVE "ALL DEPTS" TO DPT-CODE.
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1 UNTIL WS-CNT-IDX > 3
               MOVE WS-TREND-TOTAL (WS-CNT-IDX)
                   TO DPT-CURRENT (WS-CNT-IDX)
               MOVE WS-TREND-TOTAL (WS-CNT-IDX + 3)
                   TO DPT-PRIOR (WS-CNT-IDX)
               COMPUTE WS-CHANGE = WS-TREND-TOTAL (WS-CNT-IDX)
                   - WS-TREND-TOTAL (WS-CNT-IDX + 3)
               MOVE WS-CHANGE TO DPT-CHANGE (WS-CNT-IDX)
           END-PERFORM.
           WRITE REPORT-LINE FROM WS-DEPT-LINE.
           ADD 2 TO WS-LINES-ON-PAGE.

       WRITE-DEPT-LINE.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER
               WRITE REPORT-LINE FROM WS-DEPT-HEADER
               ADD 1 TO WS-LINES-ON-PAGE
           END-IF.
           MOVE SPACES TO WS-DEPT-LINE.
           MOVE WS-TREND-DEPT (WS-DEPT-IDX) TO DPT-CODE.
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1 UNTIL WS-CNT-IDX > 3
               MOVE WS-TREND-STATUS (WS-DEPT-IDX, WS-CNT-IDX)
                   TO DPT-CURRENT (WS-CNT-IDX)
               MOVE WS-TREND-STATUS (WS-DEPT-IDX, WS-CNT-IDX + 3)
                   TO DPT-PRIOR (WS-CNT-IDX)
               COMPUTE WS-CHANGE =
                   WS-TREND-STATUS (WS-DEPT-IDX, WS-CNT-IDX)
                   - WS-TREND-STATUS (WS-DEPT-IDX, WS-CNT-IDX + 3)
               MOVE WS-CHANGE TO DPT-CHANGE (WS-CNT-IDX)
           END-PERFORM.
           WRITE REPORT-LINE FROM WS-DEPT-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.
           MOVE "DPT" TO DASH-TYPE.
           MOVE WS-TREND-DEPT (WS-DEPT-IDX) TO DASH-KEY.
           MOVE SPACES TO DASH-FLAG.
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1 UNTIL WS-CNT-IDX > 6
               MOVE WS-TREND-STATUS (WS-DEPT-IDX, WS-CNT-IDX)
                   TO DASH-COUNT (WS-CNT-IDX)
               ADD WS-TREND-STATUS (WS-DEPT-IDX, WS-CNT-IDX)
                   TO WS-TREND-TOTAL (WS-CNT-IDX)
           END-PERFORM.
           MOVE 0 TO DASH-COUNT (7).
           MOVE 0 TO DASH-COUNT (8).
           PERFORM WRITE-DASH-DETAIL.

       WRITE-DASH-DETAIL.
           WRITE DASH-RECORD FROM WS-DASH-DETAIL.
           PERFORM CHECK-DASH-WRITE.
           ADD 1 TO WS-DASH-COUNT.
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1 UNTIL WS-CNT-IDX > 8
               ADD DASH-COUNT (WS-CNT-IDX) TO WS-DASH-HASH
           END-PERFORM.

       CHECK-DASH-WRITE.
           IF WS-DASH-STATUS NOT = '00'
               DISPLAY "ERROR WRITING DASH-FILE, FILE STATUS = "
                   WS-DASH-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN.

       WRITE-DASH-TRAILER.
           MOVE WS-DASH-COUNT TO DTRL-RECORD-COUNT.
           MOVE WS-DASH-HASH TO DTRL-COUNT-HASH.
           WRITE DASH-RECORD FROM WS-DASH-TRAILER.
           PERFORM CHECK-DASH-WRITE.

       WRITE-REPORT-TRAILER.
           MOVE WS-READ-COUNT TO TRL-READ-COUNT.
           MOVE WS-MON-DAYS-RECORDED (1) TO TRL-DAYS-RECORDED.
           MOVE WS-MON-DAYS-INCOMPLETE (1) TO TRL-DAYS-INCOMPLETE.
           MOVE WS-MON-DAYS-RECORDED (2) TO TRL-PRIOR-DAYS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-1.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-2.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-3.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-4.

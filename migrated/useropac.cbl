       IDENTIFICATION DIVISION.
       PROGRAM-ID. USEROPAC.
      * Operator activity and segregation-of-duties report over
      * useraudit.dat and the audarch.YYYYMMDD.dat generations
      * USERAUDA rolls off, listed one name per record in
      * opacgens.dat (the live file alone when that list is
      * absent; a listed generation that will not open ends the run
      * with return code 16, since it was named because it exists).
      * Every audit record with a person behind it is credited to
      * that operator: AUDIT-OPERATOR, except on the checker's own
      * decisions (APR-APPROV, APR-REJECT, APR-SELF), which are
      * credited to AUDIT-APPROVER. Batch records, which carry no
      * operator or USERHRRC's program name as the maker of an
      * HR-driven transfer, and USERAUDA's APR-EXPIRE are not
      * operator actions and are only counted. The actions print on
      * opacrpt.prt grouped by operator in time order, with an
      * operator total of unlocks and other actions, and each line
      * is flagged for:
      *   OWN - the operator acted on their own USER-ID. Operators
      *         are matched to USER-IDs through opacoper.dat (eight
      *         byte operator id, USER-ID); an operator id that is
      *         itself a seven-digit USER-ID needs no roster entry.
      *         An operator with neither is printed as NOT ON
      *         ROSTER and cannot be checked.
      *   ADM - an UNLOCK of an account on admin.dat.
      *   RPT - the account's Nth UNLOCK, by anyone, inside the
      *         repeat window.
      *   VOL - the operator's actions that day beyond the daily
      *         limit.
      *   HRS - outside business hours, or on a Saturday or Sunday.
      *         Only USERUNLK stamps its audit records at the moment
      *         the desk acts; everything else is stamped with the
      *         time of the batch step that wrote it (a maker-checker
      *         record carries the night USEREDIT or USERAPPR ran,
      *         not when the clerk keyed or approved), so only
      *         USERUNLK's records are checked for hours.
      * The period and the limits come from opacparm.dat: from and
      * to date (zero is open-ended, as in USERAUDQ), daily limit,
      * repeat count and window days, and the business day's start
      * and end as HHMM. Anything absent or not numeric takes the
      * defaults below. A record with an unreadable timestamp is
      * reported only on an unrestricted period and is never
      * flagged for hours, repeats or volume.
      * Return code 4 when any flagged action prints, so the
      * scheduler can route the report to security.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPAC-PARM-FILE ASSIGN TO "opacparm.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT GENS-PARM-FILE ASSIGN TO "opacgens.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GENS-STATUS.
           SELECT OPER-ROSTER-FILE ASSIGN TO "opacoper.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT ADMIN-FILE ASSIGN TO "admin.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADMIN-STATUS.
           SELECT WORK-FILE ASSIGN TO "opacwork.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT OPAC-REPORT ASSIGN TO "opacrpt.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT ACCT-SORT-FILE ASSIGN TO "sortwk1".
           SELECT OPER-SORT-FILE ASSIGN TO "sortwk2".

       DATA DIVISION.
       FILE SECTION.
       FD USER-AUDIT-FILE.
           COPY AUDITREC.

       FD OPAC-PARM-FILE.
       01 OPAC-PARM-RECORD.
           05 PARM-FROM-DATE PIC 9(8).
           05 PARM-TO-DATE PIC 9(8).
           05 PARM-DAILY-LIMIT PIC 9(3).
           05 PARM-REPEAT-COUNT PIC 9(2).
           05 PARM-REPEAT-DAYS PIC 9(3).
           05 PARM-DAY-START PIC 9(4).
           05 PARM-DAY-END PIC 9(4).

       FD GENS-PARM-FILE.
       01 GENS-PARM-RECORD.
           05 GEN-NAME PIC X(20).

       FD OPER-ROSTER-FILE.
       01 OPER-ROSTER-RECORD.
           05 OPR-OPERATOR-ID PIC X(8).
           05 OPR-USER-ID PIC 9(7).

       FD ADMIN-FILE.
       01 ADMIN-RECORD.
           05 ADMIN-ID PIC 9(7).

       FD WORK-FILE.
       01 WORK-RECORD PIC X(61).

       FD OPAC-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01 REPORT-LINE PIC X(80).

      * Pass one orders every operator action by account and time,
      * which is the order the repeat-unlock check needs.
       SD ACCT-SORT-FILE.
       01 ACCT-SORT-RECORD.
           05 AS-USER-ID PIC 9(7).
           05 AS-TIMESTAMP PIC X(14).
           05 AS-OPERATOR PIC X(8).
           05 AS-CLASS PIC X(10).
           05 AS-PROGRAM PIC X(12).
           05 AS-DATE-INT PIC 9(7).
           05 AS-FLAG-ADMIN PIC X(1).
           05 AS-FLAG-HOURS PIC X(1).

      * Pass two regroups the flagged actions by operator.
       SD OPER-SORT-FILE.
       01 OPER-SORT-RECORD.
           05 OS-OPERATOR PIC X(8).
           05 OS-TIMESTAMP PIC X(14).
           05 OS-USER-ID PIC 9(7).
           05 OS-CLASS PIC X(10).
           05 OS-PROGRAM PIC X(12).
           05 OS-FLAG-ADMIN PIC X(1).
           05 OS-FLAG-HOURS PIC X(1).
           05 OS-FLAG-REPEAT PIC X(1).
           05 OS-DATE-INT PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS PIC X(2) VALUE '00'.
       01 WS-PARM-STATUS PIC X(2) VALUE '00'.
       01 WS-GENS-STATUS PIC X(2) VALUE '00'.
       01 WS-OPER-STATUS PIC X(2) VALUE '00'.
       01 WS-ADMIN-STATUS PIC X(2) VALUE '00'.
       01 WS-WORK-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.

       01 WS-AUDIT-NAME PIC X(20).

       01 WS-AUDIT-EOF PIC X VALUE 'N'.
       01 WS-GENS-EOF PIC X VALUE 'N'.
       01 WS-OPER-EOF PIC X VALUE 'N'.
       01 WS-ADMIN-EOF PIC X VALUE 'N'.
       01 WS-SORT-EOF PIC X VALUE 'N'.

       01 WS-FROM-DATE PIC 9(8) VALUE 0.
       01 WS-TO-DATE PIC 9(8) VALUE 0.
       01 WS-DAILY-LIMIT PIC 9(3) VALUE 25.
       01 WS-REPEAT-COUNT PIC 9(2) VALUE 3.
       01 WS-REPEAT-DAYS PIC 9(3) VALUE 7.
       01 WS-DAY-START PIC 9(4) VALUE 0700.
       01 WS-DAY-END PIC 9(4) VALUE 1900.

       01 WS-AUDIT-DATE PIC 9(8) VALUE 0.
       01 WS-AUDIT-TIME PIC 9(4) VALUE 0.
       01 WS-DATE-INT PIC 9(7) VALUE 0.
       01 WS-WEEKS PIC 9(7) VALUE 0.
       01 WS-WEEKDAY PIC 9(1) VALUE 0.
       01 WS-IS-SELECTED PIC X VALUE 'N'.
       01 WS-ACTOR PIC X(8).

       01 WS-ADMIN-TABLE.
           05 WS-ADMIN-COUNT PIC 9(3) VALUE 0.
           05 WS-ADMIN-ENTRY OCCURS 500 TIMES.
               10 WS-ADMIN-TAB-ID PIC 9(7).
       01 WS-OPER-TABLE.
           05 WS-OPER-COUNT PIC 9(3) VALUE 0.
           05 WS-OPER-ENTRY OCCURS 100 TIMES.
               10 WS-OPER-TAB-ID PIC X(8).
               10 WS-OPER-TAB-USER-ID PIC 9(7).
       01 WS-SEARCH-IDX PIC 9(3) VALUE 0.
       01 WS-FOUND-IDX PIC 9(3) VALUE 0.

      * The current account's earlier unlocks, for the repeat
      * window; an account unlocked more than 50 times in the
      * period is long since flagged.
       01 WS-UNLOCK-TABLE.
           05 WS-UNLOCK-USER-ID PIC 9(7) VALUE 0.
           05 WS-UNLOCK-HELD PIC 9(2) VALUE 0.
           05 WS-UNLOCK-DATE-INT PIC 9(7) OCCURS 50 TIMES.
       01 WS-UNLOCK-IDX PIC 9(2) VALUE 0.
       01 WS-WINDOW-COUNT PIC 9(3) VALUE 0.
       01 WS-WINDOW-START PIC 9(7) VALUE 0.

       01 WS-FIRST-OPERATOR PIC X VALUE 'Y'.
       01 WS-PRIOR-OPERATOR PIC X(8).
       01 WS-OPER-USER-ID PIC 9(7) VALUE 0.
       01 WS-PRIOR-DATE-INT PIC 9(7) VALUE 0.
       01 WS-DAY-ACTIONS PIC 9(5) VALUE 0.
       01 WS-LINE-FLAGGED PIC X VALUE 'N'.

       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-BATCH-COUNT PIC 9(7) VALUE 0.
       01 WS-OUT-OF-PERIOD PIC 9(7) VALUE 0.
       01 WS-ACTION-COUNT PIC 9(7) VALUE 0.
       01 WS-GEN-COUNT PIC 9(3) VALUE 0.
       01 WS-OPERATOR-COUNT PIC 9(5) VALUE 0.
       01 WS-NO-ROSTER-COUNT PIC 9(5) VALUE 0.
       01 WS-OPER-UNLOCKS PIC 9(5) VALUE 0.
       01 WS-OPER-OTHERS PIC 9(5) VALUE 0.
       01 WS-OPER-FLAGGED PIC 9(5) VALUE 0.
       01 WS-OWN-COUNT PIC 9(5) VALUE 0.
       01 WS-ADMIN-UNLOCK-COUNT PIC 9(5) VALUE 0.
       01 WS-REPEAT-FLAG-COUNT PIC 9(5) VALUE 0.
       01 WS-VOLUME-COUNT PIC 9(5) VALUE 0.
       01 WS-HOURS-COUNT PIC 9(5) VALUE 0.
       01 WS-FLAGGED-COUNT PIC 9(5) VALUE 0.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MM PIC 9(2).
           05 WS-RUN-DD PIC 9(2).
       01 WS-RUN-DATE-X PIC X(10).
       01 WS-BUSDATE-RC PIC 9(2) VALUE 0.

       01 WS-PAGE-NO PIC 9(3) VALUE 0.
       01 WS-LINES-ON-PAGE PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 50.

       01 WS-REPORT-HEADER-1.
           05 FILLER PIC X(24) VALUE "OPERATOR ACTIVITY REPORT".
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 HDR-RUN-DATE PIC X(10).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "PAGE: ".
           05 HDR-PAGE-NO PIC ZZ9.
       01 WS-REPORT-HEADER-2.
           05 FILLER PIC X(6) VALUE "FROM: ".
           05 HDR-FROM-DATE PIC X(8).
           05 FILLER PIC X(6) VALUE "  TO: ".
           05 HDR-TO-DATE PIC X(8).
           05 FILLER PIC X(9) VALUE "  LIMIT: ".
           05 HDR-DAILY-LIMIT PIC ZZ9.
           05 FILLER PIC X(10) VALUE "  REPEAT: ".
           05 HDR-REPEAT-COUNT PIC Z9.
           05 FILLER PIC X(4) VALUE " IN ".
           05 HDR-REPEAT-DAYS PIC ZZ9.
           05 FILLER PIC X(9) VALUE "  HOURS: ".
           05 HDR-DAY-START PIC 9(4).
           05 FILLER PIC X(1) VALUE "-".
           05 HDR-DAY-END PIC 9(4).
       01 WS-REPORT-HEADER-3.
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(8) VALUE "TIME".
           05 FILLER PIC X(12) VALUE "ACTION".
           05 FILLER PIC X(9) VALUE "USER ID".
           05 FILLER PIC X(14) VALUE "PROGRAM".
           05 FILLER PIC X(5) VALUE "FLAGS".

       01 WS-OPERATOR-HEADER-LINE.
           05 FILLER PIC X(10) VALUE "OPERATOR: ".
           05 OPR-HDR-ID PIC X(8).
           05 FILLER PIC X(11) VALUE "  USER ID: ".
           05 OPR-HDR-USER-ID PIC X(13).

       01 WS-DETAIL-LINE.
           05 DTL-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-TIME PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-CLASS PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-USER-ID PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-PROGRAM PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-FLAG-OWN PIC X(4).
           05 DTL-FLAG-ADMIN PIC X(4).
           05 DTL-FLAG-REPEAT PIC X(4).
           05 DTL-FLAG-VOLUME PIC X(4).
           05 DTL-FLAG-HOURS PIC X(3).

       01 WS-OPERATOR-TOTAL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "UNLOCKS: ".
           05 OPR-TRL-UNLOCKS PIC ZZZZ9.
           05 FILLER PIC X(17) VALUE "  OTHER ACTIONS: ".
           05 OPR-TRL-OTHERS PIC ZZZZ9.
           05 FILLER PIC X(11) VALUE "  FLAGGED: ".
           05 OPR-TRL-FLAGGED PIC ZZZZ9.

       01 WS-TRAILER-LINE-1.
           05 FILLER PIC X(24) VALUE "AUDIT RECORDS READ:     ".
           05 TRL-READ-COUNT PIC ZZZZZZ9.
       01 WS-TRAILER-LINE-2.
           05 FILLER PIC X(24) VALUE "ARCHIVE GENERATIONS:    ".
           05 TRL-GEN-COUNT PIC ZZZZZZ9.
       01 WS-TRAILER-LINE-3.
           05 FILLER PIC X(24) VALUE "BATCH RECORDS SKIPPED:  ".
           05 TRL-BATCH-COUNT PIC ZZZZZZ9.
       01 WS-TRAILER-LINE-4.
           05 FILLER PIC X(24) VALUE "OUTSIDE PERIOD:         ".
           05 TRL-OUT-OF-PERIOD PIC ZZZZZZ9.
       01 WS-TRAILER-LINE-5.
           05 FILLER PIC X(24) VALUE "OPERATOR ACTIONS:       ".
           05 TRL-ACTION-COUNT PIC ZZZZZZ9.
       01 WS-TRAILER-LINE-6.
           05 FILLER PIC X(24) VALUE "OPERATORS REPORTED:     ".
           05 TRL-OPERATOR-COUNT PIC ZZZZZZ9.
       01 WS-TRAILER-LINE-7.
           05 FILLER PIC X(24) VALUE "OPERATORS NOT ON ROSTER:".
           05 TRL-NO-ROSTER-COUNT PIC ZZZZZZ9.
       01 WS-TRAILER-LINE-8.
           05 FILLER PIC X(24) VALUE "OWN USER-ID (OWN):      ".
           05 TRL-OWN-COUNT PIC ZZZZZZ9.
       01 WS-TRAILER-LINE-9.
           05 FILLER PIC X(24) VALUE "ADMIN UNLOCKS (ADM):    ".
           05 TRL-ADMIN-UNLOCK-COUNT PIC ZZZZZZ9.
       01 WS-TRAILER-LINE-10.
           05 FILLER PIC X(24) VALUE "REPEAT UNLOCKS (RPT):   ".
           05 TRL-REPEAT-COUNT PIC ZZZZZZ9.
       01 WS-TRAILER-LINE-11.
           05 FILLER PIC X(24) VALUE "OVER DAILY LIMIT (VOL): ".
           05 TRL-VOLUME-COUNT PIC ZZZZZZ9.
       01 WS-TRAILER-LINE-12.
           05 FILLER PIC X(24) VALUE "OUTSIDE HOURS (HRS):    ".
           05 TRL-HOURS-COUNT PIC ZZZZZZ9.
       01 WS-TRAILER-LINE-13.
           05 FILLER PIC X(24) VALUE "FLAGGED ACTIONS:        ".
           05 TRL-FLAGGED-COUNT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM READ-ACTIVITY-PARM.
           PERFORM LOAD-ADMIN-ROSTER.
           PERFORM LOAD-OPERATOR-ROSTER.
           PERFORM OPEN-OPAC-REPORT.
           SORT ACCT-SORT-FILE
               ON ASCENDING KEY AS-USER-ID AS-TIMESTAMP
               INPUT PROCEDURE IS COLLECT-OPERATOR-ACTIONS
               OUTPUT PROCEDURE IS FLAG-REPEAT-UNLOCKS.
           SORT OPER-SORT-FILE
               ON ASCENDING KEY OS-OPERATOR OS-TIMESTAMP OS-USER-ID
               USING WORK-FILE
               OUTPUT PROCEDURE IS REPORT-OPERATOR-ACTIONS.
           PERFORM WRITE-REPORT-TRAILER.
           CLOSE OPAC-REPORT.
           DISPLAY "USEROPAC COMPLETE - READ: " WS-READ-COUNT
               " ACTIONS: " WS-ACTION-COUNT
               " FLAGGED: " WS-FLAGGED-COUNT.
           IF WS-FLAGGED-COUNT > 0
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

       READ-ACTIVITY-PARM.
           OPEN INPUT OPAC-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY "WARNING: OPAC-PARM-FILE NOT AVAILABLE, FILE "
                   "STATUS = " WS-PARM-STATUS
                   ", REPORTING THE WHOLE TRAIL WITH DEFAULT LIMITS"
           ELSE
               READ OPAC-PARM-FILE INTO OPAC-PARM-RECORD
                   AT END
                       DISPLAY "WARNING: OPAC-PARM-FILE EMPTY, "
                           "REPORTING THE WHOLE TRAIL WITH DEFAULT "
                           "LIMITS"
                   NOT AT END
                       PERFORM APPLY-ACTIVITY-PARM
               END-READ
               CLOSE OPAC-PARM-FILE.

       APPLY-ACTIVITY-PARM.
           IF PARM-FROM-DATE NUMERIC
               MOVE PARM-FROM-DATE TO WS-FROM-DATE
           END-IF.
           IF PARM-TO-DATE NUMERIC
               MOVE PARM-TO-DATE TO WS-TO-DATE
           END-IF.
           IF PARM-DAILY-LIMIT NUMERIC AND PARM-DAILY-LIMIT > 0
               MOVE PARM-DAILY-LIMIT TO WS-DAILY-LIMIT
           END-IF.
           IF PARM-REPEAT-COUNT NUMERIC AND PARM-REPEAT-COUNT > 1
               MOVE PARM-REPEAT-COUNT TO WS-REPEAT-COUNT
           END-IF.
           IF PARM-REPEAT-DAYS NUMERIC AND PARM-REPEAT-DAYS > 0
               MOVE PARM-REPEAT-DAYS TO WS-REPEAT-DAYS
           END-IF.
           IF PARM-DAY-START NUMERIC AND PARM-DAY-END NUMERIC
                   AND PARM-DAY-START < PARM-DAY-END
                   AND PARM-DAY-END NOT > 2400
               MOVE PARM-DAY-START TO WS-DAY-START
               MOVE PARM-DAY-END TO WS-DAY-END
           ELSE
               DISPLAY "WARNING: INVALID BUSINESS HOURS PARAMETER, "
                   "USING " WS-DAY-START "-" WS-DAY-END
           END-IF.

       LOAD-ADMIN-ROSTER.
           OPEN INPUT ADMIN-FILE.
           IF WS-ADMIN-STATUS NOT = '00'
               DISPLAY "WARNING: ADMIN-FILE NOT AVAILABLE, FILE "
                   "STATUS = " WS-ADMIN-STATUS
                   ", NO UNLOCK IS FLAGGED AS AN ADMIN UNLOCK"
           ELSE
               PERFORM UNTIL WS-ADMIN-EOF = 'Y'
                   READ ADMIN-FILE INTO ADMIN-RECORD
                       AT END MOVE 'Y' TO WS-ADMIN-EOF
                       NOT AT END
                           IF WS-ADMIN-COUNT >= 500
                               DISPLAY "WARNING: ROSTER TABLE FULL "
                                   "AT 500 ENTRIES, IGNORING "
                                   "REMAINING ADMIN-FILE RECORDS"
                               MOVE 'Y' TO WS-ADMIN-EOF
                           ELSE
                               ADD 1 TO WS-ADMIN-COUNT
                               MOVE ADMIN-ID TO
                                   WS-ADMIN-TAB-ID (WS-ADMIN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADMIN-FILE.

       LOAD-OPERATOR-ROSTER.
           OPEN INPUT OPER-ROSTER-FILE.
           IF WS-OPER-STATUS NOT = '00'
               DISPLAY "WARNING: OPER-ROSTER-FILE NOT AVAILABLE, "
                   "FILE STATUS = " WS-OPER-STATUS
                   ", ONLY NUMERIC OPERATOR IDS ARE CHECKED FOR "
                   "OWN USER-ID"
           ELSE
               PERFORM UNTIL WS-OPER-EOF = 'Y'
                   READ OPER-ROSTER-FILE INTO OPER-ROSTER-RECORD
                       AT END MOVE 'Y' TO WS-OPER-EOF
                       NOT AT END
                           IF WS-OPER-COUNT >= 100
                               DISPLAY "WARNING: OPERATOR TABLE FULL "
                                   "AT 100 ENTRIES, IGNORING "
                                   "REMAINING OPER-ROSTER-FILE "
                                   "RECORDS"
                               MOVE 'Y' TO WS-OPER-EOF
                           ELSE
                               IF OPR-USER-ID NUMERIC
                                   ADD 1 TO WS-OPER-COUNT
                                   MOVE OPR-OPERATOR-ID TO
                                       WS-OPER-TAB-ID (WS-OPER-COUNT)
                                   MOVE OPR-USER-ID TO
                                       WS-OPER-TAB-USER-ID
                                           (WS-OPER-COUNT)
                               ELSE
                                   DISPLAY "WARNING: NON-NUMERIC "
                                       "USER-ID FOR OPERATOR "
                                       OPR-OPERATOR-ID " IGNORED"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPER-ROSTER-FILE.

       OPEN-OPAC-REPORT.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-X.
           OPEN OUTPUT OPAC-REPORT.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "ERROR OPENING OPAC-REPORT (opacrpt.prt), "
                   "FILE STATUS = " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM WRITE-REPORT-HEADER.

       WRITE-REPORT-HEADER.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE-X TO HDR-RUN-DATE.
           MOVE WS-PAGE-NO TO HDR-PAGE-NO.
           IF WS-FROM-DATE = ZERO
               MOVE "OPEN" TO HDR-FROM-DATE
           ELSE
               MOVE WS-FROM-DATE TO HDR-FROM-DATE
           END-IF.
           IF WS-TO-DATE = ZERO
               MOVE "OPEN" TO HDR-TO-DATE
           ELSE
               MOVE WS-TO-DATE TO HDR-TO-DATE
           END-IF.
           MOVE WS-DAILY-LIMIT TO HDR-DAILY-LIMIT.
           MOVE WS-REPEAT-COUNT TO HDR-REPEAT-COUNT.
           MOVE WS-REPEAT-DAYS TO HDR-REPEAT-DAYS.
           MOVE WS-DAY-START TO HDR-DAY-START.
           MOVE WS-DAY-END TO HDR-DAY-END.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-1.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-2.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-3.
           MOVE 3 TO WS-LINES-ON-PAGE.

       WRITE-REPORT-TRAILER.
           MOVE WS-READ-COUNT TO TRL-READ-COUNT.
           MOVE WS-GEN-COUNT TO TRL-GEN-COUNT.
           MOVE WS-BATCH-COUNT TO TRL-BATCH-COUNT.
           MOVE WS-OUT-OF-PERIOD TO TRL-OUT-OF-PERIOD.
           MOVE WS-ACTION-COUNT TO TRL-ACTION-COUNT.
           MOVE WS-OPERATOR-COUNT TO TRL-OPERATOR-COUNT.
           MOVE WS-NO-ROSTER-COUNT TO TRL-NO-ROSTER-COUNT.
           MOVE WS-OWN-COUNT TO TRL-OWN-COUNT.
           MOVE WS-ADMIN-UNLOCK-COUNT TO TRL-ADMIN-UNLOCK-COUNT.
           MOVE WS-REPEAT-FLAG-COUNT TO TRL-REPEAT-COUNT.
           MOVE WS-VOLUME-COUNT TO TRL-VOLUME-COUNT.
           MOVE WS-HOURS-COUNT TO TRL-HOURS-COUNT.
           MOVE WS-FLAGGED-COUNT TO TRL-FLAGGED-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-1.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-2.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-3.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-4.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-5.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-6.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-7.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-8.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-9.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-10.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-11.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-12.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-13.

      * The live trail first, then each listed generation.
       COLLECT-OPERATOR-ACTIONS.
           MOVE "useraudit.dat" TO WS-AUDIT-NAME.
           OPEN INPUT USER-AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY "ERROR OPENING USER-AUDIT-FILE "
                   "(useraudit.dat), FILE STATUS = " WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM SCAN-AUDIT-FILE.
           OPEN INPUT GENS-PARM-FILE.
           IF WS-GENS-STATUS NOT = '00'
               DISPLAY "WARNING: GENS-PARM-FILE (opacgens.dat) NOT "
                   "AVAILABLE, FILE STATUS = " WS-GENS-STATUS
                   " - LIVE AUDIT TRAIL ONLY"
           ELSE
               PERFORM UNTIL WS-GENS-EOF = 'Y'
                   READ GENS-PARM-FILE INTO GENS-PARM-RECORD
                       AT END MOVE 'Y' TO WS-GENS-EOF
                       NOT AT END PERFORM SCAN-ONE-GENERATION
                   END-READ
               END-PERFORM
               CLOSE GENS-PARM-FILE
           END-IF.

       SCAN-ONE-GENERATION.
           IF GEN-NAME = SPACES
               DISPLAY "ERROR: BLANK GENERATION NAME - FIX "
                   "opacgens.dat"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE GEN-NAME TO WS-AUDIT-NAME.
           OPEN INPUT USER-AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY "ERROR OPENING AUDIT GENERATION " WS-AUDIT-NAME
                   ", FILE STATUS = " WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO WS-GEN-COUNT.
           PERFORM SCAN-AUDIT-FILE.

      * Entered with USER-AUDIT-FILE open on WS-AUDIT-NAME.
       SCAN-AUDIT-FILE.
           MOVE 'N' TO WS-AUDIT-EOF.
           PERFORM UNTIL WS-AUDIT-EOF = 'Y'
               READ USER-AUDIT-FILE INTO AUDIT-RECORD
                   AT END MOVE 'Y' TO WS-AUDIT-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM SELECT-OPERATOR-ACTION
               END-READ
               IF WS-AUDIT-STATUS NOT = '00'
                       AND WS-AUDIT-STATUS NOT = '10'
                   DISPLAY "ERROR READING " WS-AUDIT-NAME
                       ", FILE STATUS = " WS-AUDIT-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.
           CLOSE USER-AUDIT-FILE.

       SELECT-OPERATOR-ACTION.
           EVALUATE TRUE
               WHEN AUDIT-CLASS = "APR-APPROV"
                       OR AUDIT-CLASS = "APR-REJECT"
                       OR AUDIT-CLASS = "APR-SELF"
                   MOVE AUDIT-APPROVER TO WS-ACTOR
               WHEN AUDIT-CLASS = "APR-EXPIRE"
                   MOVE SPACES TO WS-ACTOR
               WHEN AUDIT-OPERATOR = "USERHRRC"
                   MOVE SPACES TO WS-ACTOR
               WHEN OTHER
                   MOVE AUDIT-OPERATOR TO WS-ACTOR
           END-EVALUATE.
           IF WS-ACTOR = SPACES
               ADD 1 TO WS-BATCH-COUNT
           ELSE
               PERFORM CHECK-ACTION-PERIOD
               IF WS-IS-SELECTED = 'Y'
                   PERFORM RELEASE-OPERATOR-ACTION
               ELSE
                   ADD 1 TO WS-OUT-OF-PERIOD
               END-IF
           END-IF.

      * The same period rule as USERAUDQ; WS-DATE-INT is left zero
      * for a timestamp that cannot be placed.
       CHECK-ACTION-PERIOD.
           MOVE 'Y' TO WS-IS-SELECTED.
           MOVE 0 TO WS-DATE-INT.
           IF AUDIT-TIMESTAMP (1:12) NUMERIC
               MOVE AUDIT-TIMESTAMP (1:8) TO WS-AUDIT-DATE
               MOVE AUDIT-TIMESTAMP (9:4) TO WS-AUDIT-TIME
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-AUDIT-DATE)
           END-IF.
           IF WS-DATE-INT NOT = 0
               IF WS-FROM-DATE NOT = ZERO
                       AND WS-AUDIT-DATE < WS-FROM-DATE
                   MOVE 'N' TO WS-IS-SELECTED
               END-IF
               IF WS-TO-DATE NOT = ZERO
                       AND WS-AUDIT-DATE > WS-TO-DATE
                   MOVE 'N' TO WS-IS-SELECTED
               END-IF
           ELSE
               IF WS-FROM-DATE NOT = ZERO OR WS-TO-DATE NOT = ZERO
                   MOVE 'N' TO WS-IS-SELECTED
               END-IF
           END-IF.

       RELEASE-OPERATOR-ACTION.
           MOVE AUDIT-USER-ID TO AS-USER-ID.
           MOVE AUDIT-TIMESTAMP TO AS-TIMESTAMP.
           MOVE WS-ACTOR TO AS-OPERATOR.
           MOVE AUDIT-CLASS TO AS-CLASS.
           MOVE AUDIT-PROGRAM TO AS-PROGRAM.
           MOVE WS-DATE-INT TO AS-DATE-INT.
           MOVE 'N' TO AS-FLAG-ADMIN.
           MOVE 'N' TO AS-FLAG-HOURS.
           IF AUDIT-CLASS = "UNLOCK"
               PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX > WS-ADMIN-COUNT
                   IF AUDIT-USER-ID = WS-ADMIN-TAB-ID (WS-SEARCH-IDX)
                       MOVE 'Y' TO AS-FLAG-ADMIN
                       MOVE WS-ADMIN-COUNT TO WS-SEARCH-IDX
                   END-IF
               END-PERFORM
           END-IF.
      * Day 1 of the integer calendar, 1601-01-01, was a Monday, so
      * a remainder of 6 is a Saturday and 0 a Sunday.
           IF WS-DATE-INT NOT = 0 AND AUDIT-PROGRAM = "USERUNLK"
               DIVIDE WS-DATE-INT BY 7 GIVING WS-WEEKS
                   REMAINDER WS-WEEKDAY
               IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
                       OR WS-AUDIT-TIME < WS-DAY-START
                       OR WS-AUDIT-TIME NOT < WS-DAY-END
                   MOVE 'Y' TO AS-FLAG-HOURS
               END-IF
           END-IF.
           ADD 1 TO WS-ACTION-COUNT.
           RELEASE ACCT-SORT-RECORD.

      * Unlocks of one account arrive together in time order; each
      * is counted with the earlier ones still inside the window.
       FLAG-REPEAT-UNLOCKS.
           OPEN OUTPUT WORK-FILE.
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY "ERROR OPENING WORK-FILE (opacwork.tmp), "
                   "FILE STATUS = " WS-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN ACCT-SORT-FILE INTO ACCT-SORT-RECORD
                   AT END MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END PERFORM FLAG-ONE-ACTION
               END-RETURN
           END-PERFORM.
           CLOSE WORK-FILE.
           MOVE 'N' TO WS-SORT-EOF.

       FLAG-ONE-ACTION.
           MOVE AS-OPERATOR TO OS-OPERATOR.
           MOVE AS-TIMESTAMP TO OS-TIMESTAMP.
           MOVE AS-USER-ID TO OS-USER-ID.
           MOVE AS-CLASS TO OS-CLASS.
           MOVE AS-PROGRAM TO OS-PROGRAM.
           MOVE AS-FLAG-ADMIN TO OS-FLAG-ADMIN.
           MOVE AS-FLAG-HOURS TO OS-FLAG-HOURS.
           MOVE AS-DATE-INT TO OS-DATE-INT.
           MOVE 'N' TO OS-FLAG-REPEAT.
           IF AS-CLASS = "UNLOCK" AND AS-DATE-INT NOT = 0
               IF AS-USER-ID NOT = WS-UNLOCK-USER-ID
                   MOVE AS-USER-ID TO WS-UNLOCK-USER-ID
                   MOVE 0 TO WS-UNLOCK-HELD
               END-IF
               MOVE 1 TO WS-WINDOW-COUNT
               COMPUTE WS-WINDOW-START =
                   AS-DATE-INT - WS-REPEAT-DAYS + 1
               PERFORM VARYING WS-UNLOCK-IDX FROM 1 BY 1
                       UNTIL WS-UNLOCK-IDX > WS-UNLOCK-HELD
                   IF WS-UNLOCK-DATE-INT (WS-UNLOCK-IDX)
                           NOT < WS-WINDOW-START
                       ADD 1 TO WS-WINDOW-COUNT
                   END-IF
               END-PERFORM
               IF WS-WINDOW-COUNT NOT < WS-REPEAT-COUNT
                   MOVE 'Y' TO OS-FLAG-REPEAT
               END-IF
               IF WS-UNLOCK-HELD < 50
                   ADD 1 TO WS-UNLOCK-HELD
                   MOVE AS-DATE-INT
                       TO WS-UNLOCK-DATE-INT (WS-UNLOCK-HELD)
               END-IF
           END-IF.
           WRITE WORK-RECORD FROM OPER-SORT-RECORD.
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY "ERROR WRITING WORK-FILE, FILE STATUS = "
                   WS-WORK-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN.

       REPORT-OPERATOR-ACTIONS.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN OPER-SORT-FILE INTO OPER-SORT-RECORD
                   AT END MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END PERFORM REPORT-ONE-ACTION
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-OPERATOR NOT = 'Y'
               PERFORM WRITE-OPERATOR-TOTAL
           END-IF.

       REPORT-ONE-ACTION.
           IF WS-FIRST-OPERATOR = 'Y'
               MOVE 'N' TO WS-FIRST-OPERATOR
               PERFORM START-OPERATOR
           ELSE
               IF OS-OPERATOR NOT = WS-PRIOR-OPERATOR
                   PERFORM WRITE-OPERATOR-TOTAL
                   PERFORM START-OPERATOR
               END-IF
           END-IF.
           IF OS-DATE-INT NOT = WS-PRIOR-DATE-INT
               MOVE OS-DATE-INT TO WS-PRIOR-DATE-INT
               MOVE 0 TO WS-DAY-ACTIONS
           END-IF.
           ADD 1 TO WS-DAY-ACTIONS.
           PERFORM WRITE-DETAIL-LINE.

       START-OPERATOR.
           MOVE OS-OPERATOR TO WS-PRIOR-OPERATOR.
           MOVE 0 TO WS-PRIOR-DATE-INT.
           MOVE 0 TO WS-DAY-ACTIONS.
           MOVE 0 TO WS-OPER-UNLOCKS.
           MOVE 0 TO WS-OPER-OTHERS.
           MOVE 0 TO WS-OPER-FLAGGED.
           ADD 1 TO WS-OPERATOR-COUNT.
           PERFORM FIND-OPERATOR-USER-ID.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER
           END-IF.
           MOVE OS-OPERATOR TO OPR-HDR-ID.
           IF WS-OPER-USER-ID = ZERO
               MOVE "NOT ON ROSTER" TO OPR-HDR-USER-ID
               ADD 1 TO WS-NO-ROSTER-COUNT
           ELSE
               MOVE WS-OPER-USER-ID TO OPR-HDR-USER-ID
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-OPERATOR-HEADER-LINE.
           ADD 2 TO WS-LINES-ON-PAGE.

      * The roster wins; failing that, an operator who signs on with
      * their own seven-digit USER-ID is their own mapping.
       FIND-OPERATOR-USER-ID.
           MOVE 0 TO WS-OPER-USER-ID.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-OPER-COUNT
               IF OS-OPERATOR = WS-OPER-TAB-ID (WS-SEARCH-IDX)
                   MOVE WS-SEARCH-IDX TO WS-FOUND-IDX
                   MOVE WS-OPER-COUNT TO WS-SEARCH-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX NOT = 0
               MOVE WS-OPER-TAB-USER-ID (WS-FOUND-IDX)
                   TO WS-OPER-USER-ID
           ELSE
               IF OS-OPERATOR (1:7) NUMERIC
                       AND OS-OPERATOR (8:1) = SPACE
                   MOVE OS-OPERATOR (1:7) TO WS-OPER-USER-ID
               END-IF
           END-IF.

       WRITE-DETAIL-LINE.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER
           END-IF.
           MOVE 'N' TO WS-LINE-FLAGGED.
           MOVE SPACES TO DTL-FLAG-OWN DTL-FLAG-ADMIN DTL-FLAG-REPEAT
               DTL-FLAG-VOLUME DTL-FLAG-HOURS.
           IF WS-OPER-USER-ID NOT = ZERO
                   AND OS-USER-ID = WS-OPER-USER-ID
               MOVE "OWN" TO DTL-FLAG-OWN
               ADD 1 TO WS-OWN-COUNT
               MOVE 'Y' TO WS-LINE-FLAGGED
           END-IF.
           IF OS-FLAG-ADMIN = 'Y'
               MOVE "ADM" TO DTL-FLAG-ADMIN
               ADD 1 TO WS-ADMIN-UNLOCK-COUNT
               MOVE 'Y' TO WS-LINE-FLAGGED
           END-IF.
           IF OS-FLAG-REPEAT = 'Y'
               MOVE "RPT" TO DTL-FLAG-REPEAT
               ADD 1 TO WS-REPEAT-FLAG-COUNT
               MOVE 'Y' TO WS-LINE-FLAGGED
           END-IF.
           IF OS-DATE-INT NOT = 0 AND WS-DAY-ACTIONS > WS-DAILY-LIMIT
               MOVE "VOL" TO DTL-FLAG-VOLUME
               ADD 1 TO WS-VOLUME-COUNT
               MOVE 'Y' TO WS-LINE-FLAGGED
           END-IF.
           IF OS-FLAG-HOURS = 'Y'
               MOVE "HRS" TO DTL-FLAG-HOURS
               ADD 1 TO WS-HOURS-COUNT
               MOVE 'Y' TO WS-LINE-FLAGGED
           END-IF.
           IF WS-LINE-FLAGGED = 'Y'
               ADD 1 TO WS-FLAGGED-COUNT
               ADD 1 TO WS-OPER-FLAGGED
           END-IF.
           IF OS-CLASS = "UNLOCK"
               ADD 1 TO WS-OPER-UNLOCKS
           ELSE
               ADD 1 TO WS-OPER-OTHERS
           END-IF.
           MOVE OS-TIMESTAMP (1:8) TO DTL-DATE.
           MOVE OS-TIMESTAMP (9:6) TO DTL-TIME.
           MOVE OS-CLASS TO DTL-CLASS.
           MOVE OS-USER-ID TO DTL-USER-ID.
           MOVE OS-PROGRAM TO DTL-PROGRAM.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       WRITE-OPERATOR-TOTAL.
           MOVE WS-OPER-UNLOCKS TO OPR-TRL-UNLOCKS.
           MOVE WS-OPER-OTHERS TO OPR-TRL-OTHERS.
           MOVE WS-OPER-FLAGGED TO OPR-TRL-FLAGGED.
           WRITE REPORT-LINE FROM WS-OPERATOR-TOTAL-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

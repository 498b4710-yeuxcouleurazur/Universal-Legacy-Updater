       IDENTIFICATION DIVISION.
       PROGRAM-ID. USERSTRM.
      * Nightly stream driver: runs the thirteen batch steps in the
      * one fixed order that is currently only operator lore -
      *   USERUNLD, USERHRRC, USERAPPR, USEREDIT, USERMAINT,
      *   USERPOST, USERDORM, USERPEXP, USERORPH, LEGACY-COBOL,
      *   USERSTAT, USERBAL, BUSROLL -
      * so USERDORM can never again run ahead of USERPOST and retire
      * accounts whose logins simply had not been posted yet, and the
      * HR feed's terminations and transfers reach usertran.dat ahead
      * of the same night's USEREDIT. USERAPPR runs just ahead of
      * USEREDIT so the day's approved admin reactivations and
      * department changes are released onto tranappr.dat in time
      * to be applied the same night. USERSTAT records the night's
      * history ahead of USERBAL, which clears the control totals
      * it reads once the stream balances.
      * RUNCTRL stops overlap but cannot see order; this driver owns
      * order and leaves the overlap guard where it is - each step
      * still claims and releases the run-control slot itself, so
      * instead of rerunning the ones that completed - the completed
      * steps' outputs from the failed night are still on disk and
      * are exactly what the resumed steps expect.
      * Every step takes its processing date from the business date
      * control (busdate.dat, through BUSDATE), and BUSROLL, last,
      * rolls it to the next day only when everything ahead of it
      * ended clean. A stream that missed nights is brought up to
      * date in catch-up mode: strmparm.dat holding 'C' (and,
      * optionally, the last business date to run, default the
      * machine date) makes the driver run the full stream once for
      * each business date from the control's date through that
      * date, in order, so each night's backup name, cutoffs, and
      * effective-date releases come out as if it had run on time.
      * A catch-up stopped by a failed step resumes, like any other
      * run, at that step for the date it failed on, and carries on
      * through the remaining dates. More than 31 dates to catch up
      * is refused as a probable mis-set business date. Without the
      * parameter the driver runs one stream and only warns when
      * the business date is more than a day behind the machine
      * date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT STREAM-CHECKPOINT ASSIGN TO "streamchk.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT STREAM-PARM-FILE ASSIGN TO "strmparm.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 STREAM-CKPT-RECORD.
           05 CKPT-FAILED-STEP PIC 9(2).

       FD STREAM-PARM-FILE.
       01 STREAM-PARM-RECORD.
           05 PARM-STREAM-MODE PIC X(1).
           05 PARM-THROUGH-DATE PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS PIC X(2) VALUE '00'.
       01 WS-CKPT-STATUS PIC X(2) VALUE '00'.
       01 WS-PARM-STATUS PIC X(2) VALUE '00'.

       01 WS-STEP-DEFINITIONS.
           05 FILLER PIC X(32)
               VALUE "USERUNLD    ./userunld          ".
           05 FILLER PIC X(32)
               VALUE "USERHRRC    ./userhrrc          ".
           05 FILLER PIC X(32)
               VALUE "USERAPPR    ./userappr          ".
           05 FILLER PIC X(32)
               VALUE "USEREDIT    ./useredit          ".
           05 FILLER PIC X(32)
               VALUE "USERDORM    ./userdorm          ".
           05 FILLER PIC X(32)
               VALUE "USERPEXP    ./userpexp          ".
           05 FILLER PIC X(32)
               VALUE "USERORPH    ./userorph          ".
           05 FILLER PIC X(32)
               VALUE "LEGACY-COBOL./legacy_cobol      ".
           05 FILLER PIC X(32)
               VALUE "USERSTAT    ./userstat          ".
           05 FILLER PIC X(32)
               VALUE "USERBAL     ./userbal           ".
           05 FILLER PIC X(32)
               VALUE "BUSROLL     ./busroll           ".
       01 WS-STEP-TABLE REDEFINES WS-STEP-DEFINITIONS.
           05 WS-STEP-ENTRY OCCURS 13 TIMES.
               10 WS-STEP-NAME PIC X(12).
               10 WS-STEP-COMMAND PIC X(20).
       01 WS-STEP-COUNT PIC 9(2) VALUE 13.

       01 WS-STEP-IDX PIC 9(2) VALUE 0.
       01 WS-RESUME-STEP PIC 9(2) VALUE 1.
       01 WS-STEP-RC PIC 9(3) VALUE 0.
       01 WS-FINAL-RC PIC 9(3) VALUE 0.

       01 WS-CATCH-UP PIC X VALUE 'N'.
       01 WS-STREAM-DONE PIC X VALUE 'N'.
       01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
       01 WS-PRIOR-BUSINESS-DATE PIC 9(8) VALUE 0.
       01 WS-THROUGH-DATE PIC 9(8) VALUE 0.
       01 WS-MACHINE-DATE PIC 9(8) VALUE 0.
       01 WS-BUSDATE-RC PIC 9(2) VALUE 0.
       01 WS-DATES-RUN PIC 9(3) VALUE 0.
       01 WS-DATES-BEHIND PIC S9(7) VALUE 0.
       01 WS-MAX-CATCH-UP PIC 9(3) VALUE 31.

       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-NOW-TIMESTAMP PIC X(14).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM DETECT-RESTART.
           PERFORM READ-STREAM-PARM.
           PERFORM OPEN-STREAM-LOG.
           PERFORM READ-BUSINESS-DATE.
           PERFORM CHECK-DATE-LAG.
           PERFORM WRITE-STREAM-START.
           PERFORM RUN-BUSINESS-DATE
               UNTIL WS-STREAM-STOPPED = 'Y'
                   OR WS-STREAM-DONE = 'Y'.
           IF WS-STREAM-STOPPED = 'Y'
               PERFORM WRITE-STREAM-CHECKPOINT
               PERFORM WRITE-STREAM-STOPPED
               PERFORM CLEAR-STREAM-CHECKPOINT
               PERFORM WRITE-STREAM-COMPLETE
               CLOSE STREAM-LOG
               DISPLAY "USERSTRM COMPLETE - ALL STEPS RAN FOR "
                   WS-DATES-RUN " BUSINESS DATE(S)"
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
               DISPLAY "USERSTRM: NO STREAM CHECKPOINT - RUNNING "
                   "THE FULL STREAM".

      * No parameter file, or anything but 'C' in it, is the normal
      * single-night run.
       READ-STREAM-PARM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-MACHINE-DATE.
           MOVE WS-MACHINE-DATE TO WS-THROUGH-DATE.
           OPEN INPUT STREAM-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ STREAM-PARM-FILE INTO STREAM-PARM-RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-STREAM-MODE = 'C'
                           MOVE 'Y' TO WS-CATCH-UP
                           IF PARM-THROUGH-DATE NUMERIC
                               MOVE PARM-THROUGH-DATE
                                   TO WS-THROUGH-DATE
                           END-IF
                       END-IF
               END-READ
               CLOSE STREAM-PARM-FILE
           END-IF.
           IF WS-CATCH-UP = 'Y'
               DISPLAY "USERSTRM: CATCH-UP MODE - RUNNING EACH "
                   "BUSINESS DATE THROUGH " WS-THROUGH-DATE.

       READ-BUSINESS-DATE.
           CALL "BUSDATE" USING WS-BUSINESS-DATE WS-BUSDATE-RC.
           IF WS-BUSDATE-RC NOT = 0
               DISPLAY "USERSTRM: NO USABLE BUSINESS DATE - STREAM "
                   "NOT STARTED"
               CLOSE STREAM-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       CHECK-DATE-LAG.
           COMPUTE WS-DATES-BEHIND =
               FUNCTION INTEGER-OF-DATE(WS-THROUGH-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) + 1.
           IF WS-CATCH-UP = 'Y'
               IF WS-DATES-BEHIND > WS-MAX-CATCH-UP
                   DISPLAY "USERSTRM: BUSINESS DATE "
                       WS-BUSINESS-DATE " IS " WS-DATES-BEHIND
                       " DATES BEHIND " WS-THROUGH-DATE
                       " - MORE THAN " WS-MAX-CATCH-UP
                       ", CHECK busdate.dat - STREAM NOT STARTED"
                   CLOSE STREAM-LOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               IF WS-DATES-BEHIND > 2
                   DISPLAY "USERSTRM: WARNING - BUSINESS DATE "
                       WS-BUSINESS-DATE " IS MORE THAN A DAY BEHIND "
                       "THE MACHINE DATE " WS-MACHINE-DATE
                       " - MISSED NIGHTS NEED A CATCH-UP RUN"
               END-IF
           END-IF.

      * One full stream for the business date on the control. In
      * catch-up mode BUSROLL, the last step, has moved the date on
      * by the time the pass ends, so the next pass picks up the
      * next date; a date that failed to move stops the driver
      * rather than run the same night twice.
       RUN-BUSINESS-DATE.
           IF WS-CATCH-UP = 'Y'
                   AND WS-BUSINESS-DATE > WS-THROUGH-DATE
               MOVE 'Y' TO WS-STREAM-DONE
               IF WS-DATES-RUN = 0
                   DISPLAY "USERSTRM: BUSINESS DATE "
                       WS-BUSINESS-DATE " IS ALREADY PAST "
                       WS-THROUGH-DATE " - NOTHING TO CATCH UP"
               END-IF
           ELSE
               PERFORM WRITE-BUSINESS-DATE-START
               PERFORM RUN-ONE-STEP
                   VARYING WS-STEP-IDX FROM WS-RESUME-STEP BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                       OR WS-STREAM-STOPPED = 'Y'
               IF WS-STREAM-STOPPED NOT = 'Y'
                   ADD 1 TO WS-DATES-RUN
                   MOVE 1 TO WS-RESUME-STEP
                   IF WS-CATCH-UP = 'Y'
                       PERFORM CHECK-DATE-ROLLED
                   ELSE
                       MOVE 'Y' TO WS-STREAM-DONE
                   END-IF
               END-IF
           END-IF.

       CHECK-DATE-ROLLED.
           MOVE WS-BUSINESS-DATE TO WS-PRIOR-BUSINESS-DATE.
           PERFORM READ-BUSINESS-DATE.
           IF WS-BUSINESS-DATE NOT > WS-PRIOR-BUSINESS-DATE
               DISPLAY "USERSTRM: BUSINESS DATE DID NOT ROLL PAST "
                   WS-PRIOR-BUSINESS-DATE " - CATCH-UP STOPPED"
               MOVE 'Y' TO WS-STREAM-STOPPED
               MOVE WS-STEP-COUNT TO WS-FAILED-STEP
               MOVE 16 TO WS-STEP-RC
               MOVE 16 TO WS-FINAL-RC
           END-IF.

       OPEN-STREAM-LOG.
           OPEN EXTEND STREAM-LOG.
           IF WS-LOG-STATUS = '05' OR WS-LOG-STATUS = '35'
           MOVE 0 TO LOG-RC.
           PERFORM WRITE-LOG-LINE.

       WRITE-BUSINESS-DATE-START.
           PERFORM STAMP-NOW.
           MOVE WS-NOW-TIMESTAMP TO LOG-TIMESTAMP.
           MOVE WS-BUSINESS-DATE TO LOG-STEP-NAME.
           MOVE "BUSDATE" TO LOG-EVENT.
           MOVE 0 TO LOG-RC.
           PERFORM WRITE-LOG-LINE.

       WRITE-STREAM-COMPLETE.
           PERFORM STAMP-NOW.
           MOVE WS-NOW-TIMESTAMP TO LOG-TIMESTAMP.

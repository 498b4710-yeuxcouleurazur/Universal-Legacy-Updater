       IDENTIFICATION DIVISION.
       PROGRAM-ID. USERJRNL.
      * Shared change-journal writer over userjrnl.dat, CALLed by
      * every program that writes or rewrites users.dat, the way
      * RUNCTRL is CALLed by every program that opens it:
      *   CALL "USERJRNL" USING JRNL-CALL-PARMS   (see JRNLCALL)
      * An open request picks up the run number the caller's
      * RUNCTRL start just claimed on runctl.dat and opens the
      * journal for append; each write request stamps one entry
      * with that run number, the calling program, and the time of
      * the change; a close request closes the journal. The file
      * stays open between calls, so a writer pays for one open per
      * run, not one per record.
      * Any failure comes back as return code 8 with a message; the
      * caller stops rather than change the master unjournaled.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "runctl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT JRNL-FILE ASSIGN TO "userjrnl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUNCTL-FILE.
       01 RUNCTL-RECORD.
           05 RUN-NUMBER PIC 9(7).
           05 RUN-PROGRAM PIC X(12).
           05 RUN-MODE PIC X(1).
           05 RUN-IN-FLIGHT PIC X(1).
           05 RUN-START-TIMESTAMP PIC X(14).
           05 RUN-END-TIMESTAMP PIC X(14).

       FD JRNL-FILE.
           COPY JRNLREC.

       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-STATUS PIC X(2) VALUE '00'.
       01 WS-JRNL-STATUS PIC X(2) VALUE '00'.
       01 WS-JRNL-OPEN PIC X VALUE 'N'.
       01 WS-RUN-NUMBER PIC 9(7) VALUE 0.
       01 WS-CURRENT-DATE-TIME PIC X(21).

       LINKAGE SECTION.
           COPY JRNLCALL.

       PROCEDURE DIVISION USING JRNL-CALL-PARMS.
       MAIN-PROCEDURE.
           MOVE 0 TO JRNL-CALL-RC.
           EVALUATE JRNL-CALL-REQUEST
               WHEN 'O'
                   PERFORM OPEN-JOURNAL
               WHEN 'W'
                   PERFORM WRITE-JOURNAL
               WHEN 'C'
                   PERFORM CLOSE-JOURNAL
               WHEN OTHER
                   DISPLAY "USERJRNL: UNKNOWN REQUEST '"
                       JRNL-CALL-REQUEST "'"
                   MOVE 9 TO JRNL-CALL-RC
           END-EVALUATE.
           GOBACK.

      * The caller's RUNCTRL start has already bumped and stamped
      * the run number, so the single runctl.dat record names this
      * run. A slot held by someone else means the caller skipped
      * run control; the entries are still written, under the run
      * number found, with a warning.
       OPEN-JOURNAL.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY "USERJRNL: ERROR OPENING RUNCTL-FILE "
                   "(runctl.dat), FILE STATUS = " WS-RUNCTL-STATUS
               MOVE 8 TO JRNL-CALL-RC
               GOBACK
           END-IF.
           READ RUNCTL-FILE
               AT END MOVE 0 TO RUN-NUMBER
                   MOVE SPACES TO RUN-PROGRAM
           END-READ.
           CLOSE RUNCTL-FILE.
           MOVE RUN-NUMBER TO WS-RUN-NUMBER.
           IF RUN-PROGRAM NOT = JRNL-CALL-PROGRAM
               DISPLAY "USERJRNL: WARNING - " JRNL-CALL-PROGRAM
                   " DOES NOT HOLD THE RUN-CONTROL SLOT (HELD BY "
                   RUN-PROGRAM "), JOURNALING UNDER RUN "
                   WS-RUN-NUMBER
           END-IF.
           OPEN EXTEND JRNL-FILE.
           IF WS-JRNL-STATUS = '05' OR WS-JRNL-STATUS = '35'
               OPEN OUTPUT JRNL-FILE
           END-IF.
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY "USERJRNL: ERROR OPENING JRNL-FILE "
                   "(userjrnl.dat), FILE STATUS = " WS-JRNL-STATUS
               MOVE 8 TO JRNL-CALL-RC
           ELSE
               MOVE 'Y' TO WS-JRNL-OPEN
           END-IF.

       WRITE-JOURNAL.
           IF WS-JRNL-OPEN NOT = 'Y'
               DISPLAY "USERJRNL: WRITE REQUEST FROM "
                   JRNL-CALL-PROGRAM " BUT THE JOURNAL IS NOT OPEN"
               MOVE 8 TO JRNL-CALL-RC
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME (1:14) TO JRNL-TIMESTAMP.
           MOVE WS-RUN-NUMBER TO JRNL-RUN-NUMBER.
           MOVE JRNL-CALL-PROGRAM TO JRNL-PROGRAM.
           MOVE JRNL-CALL-ACTION TO JRNL-ACTION.
           MOVE JRNL-CALL-BEFORE TO JRNL-BEFORE-IMAGE.
           MOVE JRNL-CALL-AFTER TO JRNL-AFTER-IMAGE.
           EVALUATE TRUE
               WHEN JRNL-IS-ADD
                   MOVE JRNL-CALL-AFTER (1:7) TO JRNL-USER-ID
               WHEN JRNL-IS-CHANGE
                   MOVE JRNL-CALL-BEFORE (1:7) TO JRNL-USER-ID
               WHEN OTHER
                   MOVE 0 TO JRNL-USER-ID
           END-EVALUATE.
           WRITE JRNL-RECORD.
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY "USERJRNL: ERROR WRITING JRNL-FILE, FILE "
                   "STATUS = " WS-JRNL-STATUS
               MOVE 8 TO JRNL-CALL-RC
           END-IF.

       CLOSE-JOURNAL.
           IF WS-JRNL-OPEN = 'Y'
               CLOSE JRNL-FILE
               MOVE 'N' TO WS-JRNL-OPEN
           END-IF.

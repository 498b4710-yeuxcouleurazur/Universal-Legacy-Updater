      * USER-ID. USERRELD proves those controls before anyone runs
      * USERMAINT against a rebuilt file. Run this ahead of every
      * USERMAINT cycle so there is always a known-good fallback;
      * a rerun the same day replaces that day's generation. The
      * date in the name is the business date (BUSDATE), so each
      * night of a catch-up run leaves its own generation.
      * Each generation written is marked on the change journal
      * (USERJRNL action 'U', with its name, count and hash), which
      * is where USERFRCV starts rolling a restored copy forward.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY USERREC.

       FD BACKUP-FILE.
       01 BKP-RECORD PIC X(72).

       FD BALANCE-FILE.
           COPY BALREC.
       01 WS-BKP-HEADER.
           05 FILLER PIC X(3) VALUE "HDR".
           05 HDR-BACKUP-DATE PIC 9(8).
           05 FILLER PIC X(61) VALUE SPACES.
       01 WS-BKP-TRAILER.
           05 FILLER PIC X(3) VALUE "TRL".
           05 TRL-RECORD-COUNT PIC 9(7).
           05 TRL-ID-HASH PIC 9(12).
           05 FILLER PIC X(50) VALUE SPACES.

       01 WS-PROGRAM-NAME PIC X(12) VALUE "USERUNLD".
       01 WS-RUNCTL-START PIC X(1) VALUE 'S'.
       01 WS-RUNCTL-END PIC X(1) VALUE 'E'.
       01 WS-RUNCTL-MODE PIC X(1) VALUE 'R'.
       01 WS-RUNCTL-RC PIC 9(2) VALUE 0.
       01 WS-BUSDATE-RC PIC 9(2) VALUE 0.

           COPY JRNLCALL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM OPEN-JOURNAL.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X.
           STRING "userbkup." WS-RUN-DATE-X ".dat"
               DELIMITED BY SIZE INTO WS-BACKUP-NAME.
           PERFORM WRITE-BACKUP-TRAILER.
           CLOSE USER-FILE.
           CLOSE BACKUP-FILE.
           PERFORM WRITE-JOURNAL-MARKER.
           PERFORM WRITE-BALANCE-RECORD.
           PERFORM CLOSE-JOURNAL.
           PERFORM CLOSE-RUN-CONTROL.
           DISPLAY "USERUNLD COMPLETE - UNLOADED: " WS-READ-COUNT
               " ID HASH: " WS-ID-HASH
           CALL "RUNCTRL" USING WS-RUNCTL-END WS-PROGRAM-NAME
               WS-RUNCTL-MODE WS-RUNCTL-RC.

       GET-BUSINESS-DATE.
           CALL "BUSDATE" USING WS-RUN-DATE WS-BUSDATE-RC.
           IF WS-BUSDATE-RC NOT = 0
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      * The change journal is opened right after the run-control
      * start so the marker carries this run's number.
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

      * Written only once the TRL is safely on the generation: every
      * journal entry after this marker is a change the generation
      * does not hold.
       WRITE-JOURNAL-MARKER.
           MOVE 'W' TO JRNL-CALL-REQUEST.
           MOVE 'U' TO JRNL-CALL-ACTION.
           MOVE SPACES TO JRNL-CALL-BEFORE.
           MOVE SPACES TO JRNL-CALL-AFTER.
           MOVE WS-BACKUP-NAME TO JRNL-CALL-GEN-NAME.
           MOVE WS-READ-COUNT TO JRNL-CALL-COUNT.
           MOVE WS-ID-HASH TO JRNL-CALL-HASH.
           CALL "USERJRNL" USING JRNL-CALL-PARMS.
           IF JRNL-CALL-RC NOT = 0
               DISPLAY "ERROR MARKING " WS-BACKUP-NAME
                   " ON THE CHANGE JOURNAL"
               MOVE 20 TO RETURN-CODE
               STOP RUN.

      * The unload count doubles as the stream's master-in figure:
      * USERBAL proves master-in plus USERMAINT's adds against the
      * count LEGACY-COBOL reads back out at the end of the night.

      * REPLACES the live master. Any control mismatch, missing
      * HDR, or missing TRL ends with return code 16 and the
      * rebuilt file must not be trusted.
      * A proved reload is marked on the change journal (USERJRNL
      * action 'L', with the generation's name, count and hash):
      * the journal entries before it describe a master that no
      * longer exists, and USERFRCV will not roll forward across
      * it. Run USERFRCV straight after this step to bring the
      * reloaded master up to the point in time wanted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY USERREC.

       FD BACKUP-FILE.
       01 BKP-RECORD PIC X(72).

       FD RELD-PARM-FILE.
       01 RELD-PARM-RECORD.
           05 FILLER PIC X(3).
           05 TRL-RECORD-COUNT PIC 9(7).
           05 TRL-ID-HASH PIC 9(12).
           05 FILLER PIC X(50).

       01 WS-PROGRAM-NAME PIC X(12) VALUE "USERRELD".
       01 WS-RUNCTL-START PIC X(1) VALUE 'S'.
       01 WS-RUNCTL-MODE PIC X(1) VALUE 'W'.
       01 WS-RUNCTL-RC PIC 9(2) VALUE 0.

           COPY JRNLCALL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM OPEN-JOURNAL.
           PERFORM READ-RELOAD-PARM.
           PERFORM OPEN-FILES.
           PERFORM RELOAD-USERS.
           CLOSE BACKUP-FILE.
           CLOSE USER-FILE.
           PERFORM PROVE-CONTROLS.
           PERFORM WRITE-JOURNAL-MARKER.
           PERFORM CLOSE-JOURNAL.
           PERFORM CLOSE-RUN-CONTROL.
           DISPLAY "USERRELD COMPLETE - LOADED: " WS-LOAD-COUNT
               " ID HASH: " WS-ID-HASH
           CALL "RUNCTRL" USING WS-RUNCTL-END WS-PROGRAM-NAME
               WS-RUNCTL-MODE WS-RUNCTL-RC.

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

       WRITE-JOURNAL-MARKER.
           MOVE 'W' TO JRNL-CALL-REQUEST.
           MOVE 'L' TO JRNL-CALL-ACTION.
           MOVE SPACES TO JRNL-CALL-BEFORE.
           MOVE SPACES TO JRNL-CALL-AFTER.
           MOVE WS-BACKUP-NAME TO JRNL-CALL-GEN-NAME.
           MOVE WS-LOAD-COUNT TO JRNL-CALL-COUNT.
           MOVE WS-ID-HASH TO JRNL-CALL-HASH.
           CALL "USERJRNL" USING JRNL-CALL-PARMS.
           IF JRNL-CALL-RC NOT = 0
               DISPLAY "ERROR MARKING THE RELOAD OF "
                   WS-BACKUP-NAME " ON THE CHANGE JOURNAL"
               MOVE 20 TO RETURN-CODE
               STOP RUN.

       READ-RELOAD-PARM.
           OPEN INPUT RELD-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'

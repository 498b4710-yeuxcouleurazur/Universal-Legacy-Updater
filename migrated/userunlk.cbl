      * USERMAINT does, so an unlock can never collide with the
      * batch stream; exit promptly rather than leaving the prompt
      * idle holding the slot.
      * Every unlock is journaled through USERJRNL, before and after
      * image, for USERFRCV's forward recovery.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-RUNCTL-END PIC X(1) VALUE 'E'.
       01 WS-RUNCTL-MODE PIC X(1) VALUE 'W'.
       01 WS-RUNCTL-RC PIC 9(2) VALUE 0.
       01 WS-BUSDATE-RC PIC 9(2) VALUE 0.

           COPY JRNLCALL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-RUN-TIMESTAMP.
           PERFORM GET-BUSINESS-DATE.
           PERFORM ACCEPT-OPERATOR-ID.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM OPEN-JOURNAL.
           PERFORM READ-PASSWORD-PARM.
           PERFORM COMPUTE-STAMP-DATE.
           PERFORM OPEN-FILES.
           PERFORM COMMAND-LOOP UNTIL WS-DONE = 'Y'.
           PERFORM CLOSE-FILES.
           PERFORM CLOSE-JOURNAL.
           PERFORM CLOSE-RUN-CONTROL.
           DISPLAY "USERUNLK ENDED - UNLOCKED: " WS-UNLOCK-COUNT.
           MOVE 0 TO RETURN-CODE.
           CALL "RUNCTRL" USING WS-RUNCTL-END WS-PROGRAM-NAME
               WS-RUNCTL-MODE WS-RUNCTL-RC.

       GET-BUSINESS-DATE.
           CALL "BUSDATE" USING WS-RUN-DATE-N WS-BUSDATE-RC.
           IF WS-BUSDATE-RC NOT = 0
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      * The change journal is opened right after the run-control
      * start so every entry carries this run's number.
       OPEN-JOURNAL.
           MOVE 'O' TO JRNL-CALL-REQUEST.
           MOVE WS-PROGRAM-NAME TO JRNL-CALL-PROGRAM.
           CALL "USERJRNL" USING JRNL-CALL-PARMS.
           IF JRNL-CALL-RC NOT = 0
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-RUN-CONTROL
               STOP RUN.

       CLOSE-JOURNAL.
           MOVE 'C' TO JRNL-CALL-REQUEST.
           CALL "USERJRNL" USING JRNL-CALL-PARMS.

      * Called after every successful REWRITE of the master, with
      * JRNL-CALL-BEFORE already holding the record as read; the
      * after image is the record as it now stands.
       WRITE-JOURNAL-ENTRY.
           MOVE 'W' TO JRNL-CALL-REQUEST.
           MOVE 'C' TO JRNL-CALL-ACTION.
           MOVE USER-RECORD TO JRNL-CALL-AFTER.
           CALL "USERJRNL" USING JRNL-CALL-PARMS.
           IF JRNL-CALL-RC NOT = 0
               DISPLAY "ERROR JOURNALING CHANGE TO USER-ID " USER-ID
               MOVE 20 TO RETURN-CODE
               PERFORM CLOSE-FILES
               PERFORM CLOSE-RUN-CONTROL
               STOP RUN.

       READ-PASSWORD-PARM.
           OPEN INPUT PASS-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
      * relay, and never written anywhere - only the USERPASS
      * encoding reaches the master, same as the batch path.
       APPLY-UNLOCK.
           MOVE USER-RECORD TO JRNL-CALL-BEFORE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-RUN-TIMESTAMP.
           MOVE SPACES TO WS-TEMP-CLEAR.
           MOVE WS-RUN-TIMESTAMP TO AUDIT-TIMESTAMP.
           MOVE WS-PROGRAM-NAME TO AUDIT-PROGRAM.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE SPACES TO AUDIT-APPROVER.
           WRITE AUDIT-RECORD.
           DISPLAY "USER " USER-ID " UNLOCKED - TEMPORARY "
               "PASSWORD: " WS-TEMP-CLEAR.
           DISPLAY "TEMPORARY PASSWORD EXPIRES IN " WS-TEMP-DAYS
               " DAYS - THE USER MUST CHANGE IT AT FIRST SIGNON.".
      * Journaled last: the unlock is already on the master, so a
      * journal failure must not cost it its audit record or the
      * operator the temporary password.
           PERFORM WRITE-JOURNAL-ENTRY.

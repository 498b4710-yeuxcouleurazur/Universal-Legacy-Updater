       IDENTIFICATION DIVISION.
       PROGRAM-ID. USERFRCV.
      * Forward-recovery utility: rolls a users.dat that USERRELD has
      * just rebuilt from a backup generation forward to a chosen
      * point in time by re-applying the after images USERJRNL
      * recorded on userjrnl.dat since that generation was unloaded.
      * frcvparm.dat names the generation that was restored (the
      * same name given to USERRELD) and the timestamp to recover
      * to (YYYYMMDDHHMMSS; blank means the end of the journal).
      * The starting point is the last USERUNLD marker ('U') for
      * that generation at or before the target. Before anything
      * is applied the master's record count and USER-ID hash must
      * equal the marker's, proving the reload is the generation
      * the journal is measured from.
      * Every change is applied only if the record on the master
      * still matches the entry's before image (a masked password
      * in the before image matches any password), so a journal
      * that does not chain cleanly onto the master is caught at
      * the first broken link rather than papered over. Adds must
      * not already exist. Later USERUNLD markers inside the window
      * are checked against the running count and hash as they go
      * by. A reload ('L') or earlier recovery ('F') marker ends
      * the window: entries after it were made against a different
      * copy of the master. If there are entries past it up to the
      * target they are counted and reported with return code 4.
      * Any broken link, duplicate add, or control mismatch ends
      * with return code 16 without the run-control end stamp, the
      * same as a failed USERRELD: the master is part-recovered and
      * must not be used until the operator has restored again.
      * A completed recovery is marked on the journal (action 'F',
      * with the generation, the target, and the end count and
      * hash), and the end count is proved equal to the starting
      * count plus the adds applied.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT JRNL-FILE ASSIGN TO "userjrnl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT FRCV-PARM-FILE ASSIGN TO "frcvparm.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USER-FILE.
           COPY USERREC.

       FD JRNL-FILE.
           COPY JRNLREC.

       FD FRCV-PARM-FILE.
       01 FRCV-PARM-RECORD.
           05 PARM-GEN-NAME PIC X(21).
           05 PARM-TO-TIMESTAMP PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC X(2) VALUE '00'.
       01 WS-JRNL-STATUS PIC X(2) VALUE '00'.
       01 WS-PARM-STATUS PIC X(2) VALUE '00'.

       01 WS-GEN-NAME PIC X(21).
       01 WS-TO-TIMESTAMP PIC X(14).

       01 WS-JRNL-EOF PIC X VALUE 'N'.
       01 WS-USER-EOF PIC X VALUE 'N'.
       01 WS-WINDOW-ENDED PIC X VALUE 'N'.
       01 WS-MARKER-FOUND PIC X VALUE 'N'.

       01 WS-JRNL-ORDINAL PIC 9(7) VALUE 0.
       01 WS-MARK-ORDINAL PIC 9(7) VALUE 0.
       01 WS-MARK-COUNT PIC 9(7) VALUE 0.
       01 WS-MARK-HASH PIC 9(12) VALUE 0.
       01 WS-MARK-TIMESTAMP PIC X(14).
       01 WS-ENDED-BY-RUN PIC 9(7) VALUE 0.

       01 WS-START-COUNT PIC 9(7) VALUE 0.
       01 WS-START-HASH PIC 9(12) VALUE 0.
       01 WS-RUNNING-COUNT PIC 9(7) VALUE 0.
       01 WS-RUNNING-HASH PIC 9(12) VALUE 0.
       01 WS-END-COUNT PIC 9(7) VALUE 0.
       01 WS-END-HASH PIC 9(12) VALUE 0.
       01 WS-MASTER-COUNT PIC 9(7) VALUE 0.
       01 WS-MASTER-HASH PIC 9(12) VALUE 0.

       01 WS-ADDS-APPLIED PIC 9(7) VALUE 0.
       01 WS-CHANGES-APPLIED PIC 9(7) VALUE 0.
       01 WS-MARKERS-PROVED PIC 9(7) VALUE 0.
       01 WS-NOT-APPLIED PIC 9(7) VALUE 0.

       01 WS-EXPECTED-IMAGE PIC X(72).

       01 WS-PROGRAM-NAME PIC X(12) VALUE "USERFRCV".
       01 WS-RUNCTL-START PIC X(1) VALUE 'S'.
       01 WS-RUNCTL-END PIC X(1) VALUE 'E'.
       01 WS-RUNCTL-MODE PIC X(1) VALUE 'W'.
       01 WS-RUNCTL-RC PIC 9(2) VALUE 0.

           COPY JRNLCALL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM READ-RECOVERY-PARM.
           PERFORM FIND-START-MARKER.
           PERFORM COUNT-MASTER.
           MOVE WS-MASTER-COUNT TO WS-START-COUNT.
           MOVE WS-MASTER-HASH TO WS-START-HASH.
           PERFORM PROVE-START-POINT.
           MOVE WS-START-COUNT TO WS-RUNNING-COUNT.
           MOVE WS-START-HASH TO WS-RUNNING-HASH.
           PERFORM OPEN-FILES.
           PERFORM APPLY-JOURNAL.
           CLOSE JRNL-FILE.
           CLOSE USER-FILE.
           PERFORM COUNT-MASTER.
           MOVE WS-MASTER-COUNT TO WS-END-COUNT.
           MOVE WS-MASTER-HASH TO WS-END-HASH.
           PERFORM PROVE-END-POINT.
           PERFORM OPEN-JOURNAL.
           PERFORM WRITE-JOURNAL-MARKER.
           PERFORM CLOSE-JOURNAL.
           PERFORM CLOSE-RUN-CONTROL.
           DISPLAY "USERFRCV COMPLETE - ADDS: " WS-ADDS-APPLIED
               " CHANGES: " WS-CHANGES-APPLIED
               " MARKERS PROVED: " WS-MARKERS-PROVED.
           DISPLAY "MASTER NOW HOLDS " WS-END-COUNT
               " RECORDS, ID HASH " WS-END-HASH.
           IF WS-NOT-APPLIED > 0
               DISPLAY "WARNING: " WS-NOT-APPLIED " JOURNAL ENTRIES "
                   "UP TO THE TARGET FOLLOW THE RELOAD/RECOVERY "
                   "MARKER OF RUN " WS-ENDED-BY-RUN
                   " AND WERE NOT APPLIED"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       CHECK-RUN-CONTROL.
           CALL "RUNCTRL" USING WS-RUNCTL-START WS-PROGRAM-NAME
               WS-RUNCTL-MODE WS-RUNCTL-RC.
           IF WS-RUNCTL-RC NOT = 0
               MOVE 12 TO RETURN-CODE
               STOP RUN.

       CLOSE-RUN-CONTROL.
           CALL "RUNCTRL" USING WS-RUNCTL-END WS-PROGRAM-NAME
               WS-RUNCTL-MODE WS-RUNCTL-RC.

      * The journal is read as input while entries are applied, so
      * the recovery marker is only written, through USERJRNL, once
      * that input has been closed.
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
           MOVE 'F' TO JRNL-CALL-ACTION.
           MOVE SPACES TO JRNL-CALL-BEFORE.
           MOVE SPACES TO JRNL-CALL-AFTER.
           MOVE WS-GEN-NAME TO JRNL-CALL-GEN-NAME.
           MOVE WS-END-COUNT TO JRNL-CALL-COUNT.
           MOVE WS-END-HASH TO JRNL-CALL-HASH.
           MOVE WS-TO-TIMESTAMP TO JRNL-CALL-TO-TIMESTAMP.
           CALL "USERJRNL" USING JRNL-CALL-PARMS.
           IF JRNL-CALL-RC NOT = 0
               DISPLAY "ERROR MARKING THE RECOVERY OF "
                   WS-GEN-NAME " ON THE CHANGE JOURNAL"
               MOVE 20 TO RETURN-CODE
               STOP RUN.

       READ-RECOVERY-PARM.
           OPEN INPUT FRCV-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY "ERROR: FRCV-PARM-FILE (frcvparm.dat) NOT "
                   "AVAILABLE, FILE STATUS = " WS-PARM-STATUS
                   " - NAME THE GENERATION RESTORED"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           READ FRCV-PARM-FILE INTO FRCV-PARM-RECORD
               AT END
                   DISPLAY "ERROR: FRCV-PARM-FILE EMPTY - NAME THE "
                       "GENERATION RESTORED"
                   CLOSE FRCV-PARM-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE FRCV-PARM-FILE.
           IF PARM-GEN-NAME = SPACES
               DISPLAY "ERROR: FRCV-PARM-FILE NAMES NO GENERATION"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE PARM-GEN-NAME TO WS-GEN-NAME.
           IF PARM-TO-TIMESTAMP = SPACES
               MOVE ALL '9' TO WS-TO-TIMESTAMP
               DISPLAY "RECOVERING " WS-GEN-NAME
                   " TO THE END OF THE JOURNAL"
           ELSE
               IF PARM-TO-TIMESTAMP NOT NUMERIC
                   DISPLAY "ERROR: FRCV-PARM-FILE TARGET '"
                       PARM-TO-TIMESTAMP "' IS NOT YYYYMMDDHHMMSS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PARM-TO-TIMESTAMP TO WS-TO-TIMESTAMP
               DISPLAY "RECOVERING " WS-GEN-NAME " TO "
                   WS-TO-TIMESTAMP
           END-IF.

      * First pass: the starting point is the LAST unload marker for
      * the generation at or before the target, remembered by its
      * position on the journal so the second pass can skip to it.
       FIND-START-MARKER.
           OPEN INPUT JRNL-FILE.
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY "ERROR OPENING JRNL-FILE (userjrnl.dat), "
                   "FILE STATUS = " WS-JRNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE 0 TO WS-JRNL-ORDINAL.
           MOVE 'N' TO WS-JRNL-EOF.
           PERFORM UNTIL WS-JRNL-EOF = 'Y'
               READ JRNL-FILE
                   AT END MOVE 'Y' TO WS-JRNL-EOF
                   NOT AT END
                       ADD 1 TO WS-JRNL-ORDINAL
                       IF JRNL-IS-UNLOAD
                               AND JRNL-MARK-GEN-NAME = WS-GEN-NAME
                               AND JRNL-TIMESTAMP
                                   NOT > WS-TO-TIMESTAMP
                           MOVE 'Y' TO WS-MARKER-FOUND
                           MOVE WS-JRNL-ORDINAL TO WS-MARK-ORDINAL
                           MOVE JRNL-MARK-COUNT TO WS-MARK-COUNT
                           MOVE JRNL-MARK-HASH TO WS-MARK-HASH
                           MOVE JRNL-TIMESTAMP TO WS-MARK-TIMESTAMP
                       END-IF
               END-READ
               IF WS-JRNL-STATUS NOT = '00'
                       AND WS-JRNL-STATUS NOT = '10'
                   DISPLAY "ERROR READING JRNL-FILE, FILE STATUS = "
                       WS-JRNL-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.
           CLOSE JRNL-FILE.
           IF WS-MARKER-FOUND NOT = 'Y'
               DISPLAY "ERROR: NO UNLOAD MARKER FOR " WS-GEN-NAME
                   " AT OR BEFORE " WS-TO-TIMESTAMP
                   " ON THE JOURNAL - NOTHING TO ROLL FORWARD FROM"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           DISPLAY "STARTING FROM THE UNLOAD MARKER OF "
               WS-MARK-TIMESTAMP " (JOURNAL ENTRY "
               WS-MARK-ORDINAL ")".

       COUNT-MASTER.
           MOVE 0 TO WS-MASTER-COUNT.
           MOVE 0 TO WS-MASTER-HASH.
           MOVE 'N' TO WS-USER-EOF.
           OPEN INPUT USER-FILE.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "ERROR OPENING USER-FILE (users.dat), FILE "
                   "STATUS = " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM UNTIL WS-USER-EOF = 'Y'
               READ USER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-USER-EOF
                   NOT AT END
                       ADD 1 TO WS-MASTER-COUNT
                       ADD USER-ID TO WS-MASTER-HASH
               END-READ
               IF WS-FILE-STATUS NOT = '00'
                       AND WS-FILE-STATUS NOT = '10'
                   DISPLAY "ERROR READING USER-FILE, FILE STATUS = "
                       WS-FILE-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.
           CLOSE USER-FILE.

       PROVE-START-POINT.
           IF WS-START-COUNT NOT = WS-MARK-COUNT
                   OR WS-START-HASH NOT = WS-MARK-HASH
               DISPLAY "ERROR: MASTER HOLDS " WS-START-COUNT
                   " / HASH " WS-START-HASH " BUT THE UNLOAD MARKER "
                   "SAYS " WS-MARK-COUNT " / " WS-MARK-HASH
               DISPLAY "RELOAD " WS-GEN-NAME " WITH USERRELD "
                   "BEFORE RUNNING USERFRCV"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       OPEN-FILES.
           OPEN INPUT JRNL-FILE.
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY "ERROR OPENING JRNL-FILE (userjrnl.dat), "
                   "FILE STATUS = " WS-JRNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN I-O USER-FILE.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "ERROR OPENING USER-FILE (users.dat) FOR "
                   "UPDATE, FILE STATUS = " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      * Second pass: skip up to and including the starting marker,
      * then apply each entry until the target time, a reload or
      * recovery marker, or the end of the journal.
       APPLY-JOURNAL.
           MOVE 0 TO WS-JRNL-ORDINAL.
           MOVE 'N' TO WS-JRNL-EOF.
           PERFORM UNTIL WS-JRNL-EOF = 'Y'
               READ JRNL-FILE
                   AT END MOVE 'Y' TO WS-JRNL-EOF
                   NOT AT END
                       ADD 1 TO WS-JRNL-ORDINAL
                       IF WS-JRNL-ORDINAL > WS-MARK-ORDINAL
                           PERFORM APPLY-ONE-ENTRY
                       END-IF
               END-READ
               IF WS-JRNL-STATUS NOT = '00'
                       AND WS-JRNL-STATUS NOT = '10'
                   DISPLAY "ERROR READING JRNL-FILE, FILE STATUS = "
                       WS-JRNL-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.

       APPLY-ONE-ENTRY.
           IF JRNL-TIMESTAMP > WS-TO-TIMESTAMP
               MOVE 'Y' TO WS-JRNL-EOF
           ELSE
               IF WS-WINDOW-ENDED = 'Y'
                   ADD 1 TO WS-NOT-APPLIED
               ELSE
                   EVALUATE TRUE
                       WHEN JRNL-IS-ADD
                           PERFORM APPLY-ADD
                       WHEN JRNL-IS-CHANGE
                           PERFORM APPLY-CHANGE
                       WHEN JRNL-IS-UNLOAD
                           PERFORM PROVE-UNLOAD-MARKER
                       WHEN JRNL-IS-RELOAD
                       WHEN JRNL-IS-RECOVERY
                           MOVE 'Y' TO WS-WINDOW-ENDED
                           MOVE JRNL-RUN-NUMBER TO WS-ENDED-BY-RUN
                           DISPLAY "ROLL-FORWARD ENDS AT THE "
                               JRNL-PROGRAM " MARKER OF RUN "
                               JRNL-RUN-NUMBER " (" JRNL-TIMESTAMP
                               ")"
                       WHEN OTHER
                           DISPLAY "ERROR: UNKNOWN JOURNAL ACTION '"
                               JRNL-ACTION "' AT ENTRY "
                               WS-JRNL-ORDINAL
                           PERFORM STOP-BROKEN-CHAIN
                   END-EVALUATE
               END-IF
           END-IF.

       APPLY-ADD.
           MOVE JRNL-AFTER-IMAGE TO USER-RECORD.
           WRITE USER-RECORD
               INVALID KEY
                   DISPLAY "ERROR: ADD OF USER-ID " JRNL-USER-ID
                       " AT ENTRY " WS-JRNL-ORDINAL
                       " - ALREADY ON THE MASTER"
                   PERFORM STOP-BROKEN-CHAIN
               NOT INVALID KEY
                   ADD 1 TO WS-ADDS-APPLIED
                   ADD 1 TO WS-RUNNING-COUNT
                   ADD USER-ID TO WS-RUNNING-HASH
           END-WRITE.

      * The before image's password is masked when the change was a
      * clear-text encode, so a masked password matches whatever the
      * master holds.
       APPLY-CHANGE.
           MOVE JRNL-USER-ID TO USER-ID.
           READ USER-FILE
               INVALID KEY
                   DISPLAY "ERROR: CHANGE TO USER-ID " JRNL-USER-ID
                       " AT ENTRY " WS-JRNL-ORDINAL
                       " - NOT ON THE MASTER"
                   PERFORM STOP-BROKEN-CHAIN
           END-READ.
           MOVE JRNL-BEFORE-IMAGE TO WS-EXPECTED-IMAGE.
           IF WS-EXPECTED-IMAGE (28:10) = ALL '*'
               MOVE USER-PASS TO WS-EXPECTED-IMAGE (28:10).
           IF USER-RECORD NOT = WS-EXPECTED-IMAGE
               DISPLAY "ERROR: USER-ID " JRNL-USER-ID " AT ENTRY "
                   WS-JRNL-ORDINAL " (" JRNL-PROGRAM " RUN "
                   JRNL-RUN-NUMBER ") DOES NOT MATCH THE BEFORE "
                   "IMAGE"
               PERFORM STOP-BROKEN-CHAIN.
           MOVE JRNL-AFTER-IMAGE TO USER-RECORD.
           REWRITE USER-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING USER-ID " USER-ID
                       ", FILE STATUS = " WS-FILE-STATUS
                   PERFORM STOP-BROKEN-CHAIN
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGES-APPLIED
           END-REWRITE.

       PROVE-UNLOAD-MARKER.
           IF WS-RUNNING-COUNT NOT = JRNL-MARK-COUNT
                   OR WS-RUNNING-HASH NOT = JRNL-MARK-HASH
               DISPLAY "ERROR: AT THE UNLOAD MARKER FOR "
                   JRNL-MARK-GEN-NAME " (ENTRY " WS-JRNL-ORDINAL
                   ") THE MASTER HOLDS " WS-RUNNING-COUNT " / "
                   WS-RUNNING-HASH " BUT THE MARKER SAYS "
                   JRNL-MARK-COUNT " / " JRNL-MARK-HASH
               PERFORM STOP-BROKEN-CHAIN.
           ADD 1 TO WS-MARKERS-PROVED.

      * Stopping here without the run-control end stamp is
      * deliberate, as in USERRELD: the slot stays claimed until
      * the operator has restored again and cleared it with
      * RUNRESET.
       STOP-BROKEN-CHAIN.
           DISPLAY "FORWARD RECOVERY ABANDONED - " WS-ADDS-APPLIED
               " ADDS AND " WS-CHANGES-APPLIED " CHANGES WERE "
               "APPLIED BEFORE THE BREAK"
           DISPLAY "DO NOT RUN USERMAINT AGAINST THE MASTER - "
               "RELOAD AND RECOVER TO AN EARLIER POINT"
           CLOSE JRNL-FILE.
           CLOSE USER-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       PROVE-END-POINT.
           IF WS-END-COUNT NOT = WS-START-COUNT + WS-ADDS-APPLIED
                   OR WS-END-HASH NOT = WS-RUNNING-HASH
               DISPLAY "ERROR: MASTER ENDS WITH " WS-END-COUNT
                   " / HASH " WS-END-HASH " BUT START " WS-START-COUNT
                   " PLUS " WS-ADDS-APPLIED " ADDS GIVES "
                   WS-RUNNING-COUNT " / " WS-RUNNING-HASH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "CONTROLS PROVED - START " WS-START-COUNT
               " PLUS " WS-ADDS-APPLIED " ADDS EQUALS END "
               WS-END-COUNT.

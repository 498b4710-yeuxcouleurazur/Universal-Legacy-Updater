       IDENTIFICATION DIVISION.
       PROGRAM-ID. USERCNV4.
      * One-time layout conversion for a live site: the second
      * operator on maker-checker work widens two records - the
      * audit record gains AUDIT-APPROVER (51 to 59 bytes) and the
      * maintenance transaction gains TRAN-OPERATOR, the keying
      * clerk (65 to 73). Both new fields sit at the end of the
      * record, so every old record is carried across byte for byte
      * and padded with spaces - the value every writer now moves
      * in when there is no second operator or no named clerk. An
      * unconverted file opens with a record-length conflict (file
      * status 39). The cutover runs in one maintenance window,
      * after a clean stream (tranvald.dat is then consumed, and
      * aprvpend.dat, tranappr.dat and admrels.dat do not exist
      * yet):
      *     mv useraudit.dat useraudit.old
      *     mv tranpend.dat tranpend.old
      *     mv usertran.dat usertran.old
      *     usercnv4
      * Each of the three is skipped with a warning when its .old
      * file is absent. Audit archive generations written by
      * USERAUDA come from cnv4gens.dat - one record per generation,
      * old name then new name (normally the live audarch name,
      * after the old file is renamed aside) - and are optional the
      * same way, so USERAUDQ can still search them.
      * As in USERCNV3, a read/written mismatch on any file ends
      * with return code 16 and the output must not be trusted.
      * A site still on the 65-byte transaction runs this first and
      * USERCNV6 after it, which widens the same files to 81.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-AUDIT-FILE ASSIGN TO DYNAMIC WS-OLD-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-AUDIT-STATUS.
           SELECT NEW-AUDIT-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-AUDIT-STATUS.
           SELECT OLD-TRAN-FILE ASSIGN TO DYNAMIC WS-OLD-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-TRAN-STATUS.
           SELECT NEW-TRAN-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-TRAN-STATUS.
           SELECT GENS-PARM-FILE ASSIGN TO "cnv4gens.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GENS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-AUDIT-FILE.
       01 OLD-AUDIT-RECORD PIC X(51).

       FD NEW-AUDIT-FILE.
           COPY AUDITREC.

       FD OLD-TRAN-FILE.
       01 OLD-TRAN-RECORD PIC X(65).

      * Written at the 73-byte layout of this cutover, not the
      * current TRANREC - USERCNV6 reads it at 73 and widens it.
       FD NEW-TRAN-FILE.
       01 NEW-TRAN-RECORD PIC X(73).

       FD GENS-PARM-FILE.
       01 GENS-PARM-RECORD.
           05 GEN-OLD-NAME PIC X(21).
           05 GEN-NEW-NAME PIC X(21).

       WORKING-STORAGE SECTION.
       01 WS-OLD-AUDIT-STATUS PIC X(2) VALUE '00'.
       01 WS-NEW-AUDIT-STATUS PIC X(2) VALUE '00'.
       01 WS-OLD-TRAN-STATUS PIC X(2) VALUE '00'.
       01 WS-NEW-TRAN-STATUS PIC X(2) VALUE '00'.
       01 WS-GENS-STATUS PIC X(2) VALUE '00'.

       01 WS-OLD-NAME PIC X(21).
       01 WS-NEW-NAME PIC X(21).

       01 WS-OLD-EOF PIC X VALUE 'N'.
       01 WS-GENS-EOF PIC X VALUE 'N'.

       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-WRITTEN-COUNT PIC 9(7) VALUE 0.
       01 WS-AUDIT-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-AUDIT-WRITTEN-COUNT PIC 9(7) VALUE 0.
       01 WS-PEND-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-PEND-WRITTEN-COUNT PIC 9(7) VALUE 0.
       01 WS-TRAN-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-TRAN-WRITTEN-COUNT PIC 9(7) VALUE 0.
       01 WS-GEN-COUNT PIC 9(3) VALUE 0.
       01 WS-MISMATCH PIC X VALUE 'N'.

       01 WS-PROGRAM-NAME PIC X(12) VALUE "USERCNV4".
       01 WS-RUNCTL-START PIC X(1) VALUE 'S'.
       01 WS-RUNCTL-END PIC X(1) VALUE 'E'.
       01 WS-RUNCTL-MODE PIC X(1) VALUE 'W'.
       01 WS-RUNCTL-RC PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECK-RUN-CONTROL.
           MOVE "useraudit.old" TO WS-OLD-NAME.
           MOVE "useraudit.dat" TO WS-NEW-NAME.
           PERFORM CONVERT-AUDIT-FILE.
           MOVE WS-READ-COUNT TO WS-AUDIT-READ-COUNT.
           MOVE WS-WRITTEN-COUNT TO WS-AUDIT-WRITTEN-COUNT.
           MOVE "tranpend.old" TO WS-OLD-NAME.
           MOVE "tranpend.dat" TO WS-NEW-NAME.
           PERFORM CONVERT-TRAN-FILE.
           MOVE WS-READ-COUNT TO WS-PEND-READ-COUNT.
           MOVE WS-WRITTEN-COUNT TO WS-PEND-WRITTEN-COUNT.
           MOVE "usertran.old" TO WS-OLD-NAME.
           MOVE "usertran.dat" TO WS-NEW-NAME.
           PERFORM CONVERT-TRAN-FILE.
           MOVE WS-READ-COUNT TO WS-TRAN-READ-COUNT.
           MOVE WS-WRITTEN-COUNT TO WS-TRAN-WRITTEN-COUNT.
           PERFORM CONVERT-GENERATIONS.
           PERFORM CLOSE-RUN-CONTROL.
           DISPLAY "USERCNV4 COMPLETE - AUDIT: " WS-AUDIT-READ-COUNT
               "/" WS-AUDIT-WRITTEN-COUNT
               " PENDING: " WS-PEND-READ-COUNT
               "/" WS-PEND-WRITTEN-COUNT
               " TRANS: " WS-TRAN-READ-COUNT
               "/" WS-TRAN-WRITTEN-COUNT
               " GENERATIONS: " WS-GEN-COUNT.
           IF WS-MISMATCH = 'Y'
               DISPLAY "ERROR: READ AND WRITTEN COUNTS DIFFER - "
                   "DO NOT USE THE CONVERTED FILES, INVESTIGATE "
                   "THE .old ORIGINALS"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Nothing here touches users.dat, but the writer slot keeps
      * the stream out of the files while they are half converted.
       CHECK-RUN-CONTROL.
           CALL "RUNCTRL" USING WS-RUNCTL-START WS-PROGRAM-NAME
               WS-RUNCTL-MODE WS-RUNCTL-RC.
           IF WS-RUNCTL-RC NOT = 0
               MOVE 12 TO RETURN-CODE
               STOP RUN.

       CLOSE-RUN-CONTROL.
           CALL "RUNCTRL" USING WS-RUNCTL-END WS-PROGRAM-NAME
               WS-RUNCTL-MODE WS-RUNCTL-RC.

      * Converts WS-OLD-NAME to WS-NEW-NAME in the audit layout;
      * used for the live file and for every archive generation.
       CONVERT-AUDIT-FILE.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-WRITTEN-COUNT.
           MOVE 'N' TO WS-OLD-EOF.
           OPEN INPUT OLD-AUDIT-FILE.
           IF WS-OLD-AUDIT-STATUS NOT = '00'
               DISPLAY "WARNING: " WS-OLD-NAME " NOT AVAILABLE, "
                   "FILE STATUS = " WS-OLD-AUDIT-STATUS
                   " - CONVERSION SKIPPED"
           ELSE
               OPEN OUTPUT NEW-AUDIT-FILE
               IF WS-NEW-AUDIT-STATUS NOT = '00'
                   DISPLAY "ERROR OPENING " WS-NEW-NAME
                       ", FILE STATUS = " WS-NEW-AUDIT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-OLD-EOF = 'Y'
                   READ OLD-AUDIT-FILE
                       AT END MOVE 'Y' TO WS-OLD-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM CONVERT-ONE-AUDIT
                   END-READ
                   IF WS-OLD-AUDIT-STATUS NOT = '00'
                           AND WS-OLD-AUDIT-STATUS NOT = '10'
                       DISPLAY "ERROR READING " WS-OLD-NAME
                           ", FILE STATUS = " WS-OLD-AUDIT-STATUS
                       MOVE 20 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE OLD-AUDIT-FILE
               CLOSE NEW-AUDIT-FILE
               IF WS-READ-COUNT NOT = WS-WRITTEN-COUNT
                   MOVE 'Y' TO WS-MISMATCH
               END-IF
           END-IF.

       CONVERT-ONE-AUDIT.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE OLD-AUDIT-RECORD TO AUDIT-RECORD (1:51).
           WRITE AUDIT-RECORD.
           IF WS-NEW-AUDIT-STATUS NOT = '00'
               DISPLAY "ERROR WRITING " WS-NEW-NAME
                   ", FILE STATUS = " WS-NEW-AUDIT-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO WS-WRITTEN-COUNT.

      * Converts WS-OLD-NAME to WS-NEW-NAME in the usertran layout;
      * tranpend.dat carries the same record.
       CONVERT-TRAN-FILE.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-WRITTEN-COUNT.
           MOVE 'N' TO WS-OLD-EOF.
           OPEN INPUT OLD-TRAN-FILE.
           IF WS-OLD-TRAN-STATUS NOT = '00'
               DISPLAY "WARNING: " WS-OLD-NAME " NOT AVAILABLE, "
                   "FILE STATUS = " WS-OLD-TRAN-STATUS
                   " - CONVERSION SKIPPED"
           ELSE
               OPEN OUTPUT NEW-TRAN-FILE
               IF WS-NEW-TRAN-STATUS NOT = '00'
                   DISPLAY "ERROR OPENING " WS-NEW-NAME
                       ", FILE STATUS = " WS-NEW-TRAN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-OLD-EOF = 'Y'
                   READ OLD-TRAN-FILE
                       AT END MOVE 'Y' TO WS-OLD-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM CONVERT-ONE-TRAN
                   END-READ
                   IF WS-OLD-TRAN-STATUS NOT = '00'
                           AND WS-OLD-TRAN-STATUS NOT = '10'
                       DISPLAY "ERROR READING " WS-OLD-NAME
                           ", FILE STATUS = " WS-OLD-TRAN-STATUS
                       MOVE 20 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE OLD-TRAN-FILE
               CLOSE NEW-TRAN-FILE
               IF WS-READ-COUNT NOT = WS-WRITTEN-COUNT
                   MOVE 'Y' TO WS-MISMATCH
               END-IF
           END-IF.

       CONVERT-ONE-TRAN.
           MOVE SPACES TO NEW-TRAN-RECORD.
           MOVE OLD-TRAN-RECORD TO NEW-TRAN-RECORD (1:65).
           WRITE NEW-TRAN-RECORD.
           IF WS-NEW-TRAN-STATUS NOT = '00'
               DISPLAY "ERROR WRITING " WS-NEW-NAME
                   ", FILE STATUS = " WS-NEW-TRAN-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO WS-WRITTEN-COUNT.

       CONVERT-GENERATIONS.
           OPEN INPUT GENS-PARM-FILE.
           IF WS-GENS-STATUS NOT = '00'
               DISPLAY "WARNING: GENS-PARM-FILE (cnv4gens.dat) NOT "
                   "AVAILABLE, FILE STATUS = " WS-GENS-STATUS
                   " - NO ARCHIVE GENERATIONS CONVERTED"
           ELSE
               PERFORM UNTIL WS-GENS-EOF = 'Y'
                   READ GENS-PARM-FILE INTO GENS-PARM-RECORD
                       AT END MOVE 'Y' TO WS-GENS-EOF
                       NOT AT END PERFORM CONVERT-ONE-GENERATION
                   END-READ
               END-PERFORM
               CLOSE GENS-PARM-FILE
           END-IF.

      * A named generation that is missing is an error here, not a
      * warning - it was listed because it exists.
       CONVERT-ONE-GENERATION.
           IF GEN-OLD-NAME = SPACES OR GEN-NEW-NAME = SPACES
                   OR GEN-OLD-NAME = GEN-NEW-NAME
               DISPLAY "ERROR: BAD GENERATION PAIR '" GEN-OLD-NAME
                   "' / '" GEN-NEW-NAME "' - FIX cnv4gens.dat"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE GEN-OLD-NAME TO WS-OLD-NAME.
           MOVE GEN-NEW-NAME TO WS-NEW-NAME.
           PERFORM CONVERT-AUDIT-FILE.
           IF WS-OLD-AUDIT-STATUS NOT = '00'
                   AND WS-OLD-AUDIT-STATUS NOT = '10'
               DISPLAY "ERROR OPENING OLD GENERATION " WS-OLD-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO WS-GEN-COUNT.
           DISPLAY "CONVERTED " WS-OLD-NAME " TO "
               WS-NEW-NAME " - " WS-WRITTEN-COUNT " RECORDS".

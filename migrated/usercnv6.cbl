       IDENTIFICATION DIVISION.
       PROGRAM-ID. USERCNV6.
      * One-time layout conversion for a live site: the account type
      * and owner widen every record that carries a user image - the
      * indexed master (64 to 72 bytes), the change journal's before
      * and after images (169 to 185), the maintenance transaction
      * (73 to 81) with the approval record that holds one (97 to
      * 105), and the USERUNLD backup generations (64 to 72). The
      * new fields sit at the end of each image, so every old record
      * is carried across byte for byte: a user image gains type 'P'
      * and a zero owner - every account on the master today is a
      * person's - and a transaction gains a blank type and a zero
      * owner, which USERMAINT reads as "leave alone". Journal
      * images are widened the same way as the master, so USERFRCV
      * can still match a converted generation against them; a
      * blank image (the before image of an add) and the three
      * marker records stay blank-padded. An unconverted file opens
      * with a record-length conflict (file status 39).
      * The cutover runs in one maintenance window after a clean
      * stream (tranvald.dat is then consumed and tranappr.dat
      * emptied):
      *     mv users.dat users.old
      *     mv userjrnl.dat userjrnl.old
      *     mv usertran.dat usertran.old
      *     mv tranpend.dat tranpend.old
      *     mv aprvpend.dat aprvpend.old
      *     usercnv6
      * The master conversion is mandatory; each of the others is
      * skipped with a warning when its .old file is absent. Backup
      * generations come from cnv6gens.dat - one record per
      * generation, old name then new name (normally the live name,
      * after the old file is renamed aside) - and are optional the
      * same way. The TRL record count and USER-ID hash total carry
      * across unchanged, so USERRELD still proves a converted
      * generation.
      * Service and shared accounts are then keyed through USEREDIT
      * as 'C' transactions carrying the type and the owner.
      * As in USERCNV4, a read/written mismatch on any file ends
      * with return code 16 and the output must not be trusted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-USER-FILE ASSIGN TO "users.old"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-USER-ID
               FILE STATUS IS WS-OLD-STATUS.
           SELECT USER-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-NEW-STATUS.
           SELECT OLD-JRNL-FILE ASSIGN TO "userjrnl.old"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-JRNL-STATUS.
           SELECT JRNL-FILE ASSIGN TO "userjrnl.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-JRNL-STATUS.
           SELECT OLD-TRAN-FILE ASSIGN TO DYNAMIC WS-OLD-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-TRAN-STATUS.
           SELECT NEW-TRAN-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-TRAN-STATUS.
           SELECT OLD-APRV-FILE ASSIGN TO "aprvpend.old"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-APRV-STATUS.
           SELECT APRV-FILE ASSIGN TO "aprvpend.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-APRV-STATUS.
           SELECT GENS-PARM-FILE ASSIGN TO "cnv6gens.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GENS-STATUS.
           SELECT OLD-BACKUP-FILE ASSIGN TO DYNAMIC WS-OLD-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-BKP-STATUS.
           SELECT NEW-BACKUP-FILE ASSIGN TO DYNAMIC WS-NEW-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-BKP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-USER-FILE.
       01 OLD-USER-RECORD.
           05 OLD-USER-ID PIC 9(7).
           05 OLD-USER-REST PIC X(57).

       FD USER-FILE.
           COPY USERREC.

       FD OLD-JRNL-FILE.
       01 OLD-JRNL-RECORD.
           05 OLD-JRNL-TIMESTAMP PIC X(14).
           05 OLD-JRNL-RUN-NUMBER PIC 9(7).
           05 OLD-JRNL-PROGRAM PIC X(12).
           05 OLD-JRNL-ACTION PIC X(1).
           05 OLD-JRNL-USER-ID PIC 9(7).
           05 OLD-JRNL-BEFORE-IMAGE PIC X(64).
           05 OLD-JRNL-AFTER-IMAGE PIC X(64).

       FD JRNL-FILE.
           COPY JRNLREC.

       FD OLD-TRAN-FILE.
       01 OLD-TRAN-RECORD PIC X(73).

       FD NEW-TRAN-FILE.
           COPY TRANREC.

       FD OLD-APRV-FILE.
       01 OLD-APRV-RECORD.
           05 OLD-APRV-HEADER PIC X(24).
           05 OLD-APRV-TRAN-IMAGE PIC X(73).

       FD APRV-FILE.
           COPY APRVREC.

       FD GENS-PARM-FILE.
       01 GENS-PARM-RECORD.
           05 GEN-OLD-NAME PIC X(21).
           05 GEN-NEW-NAME PIC X(21).

       FD OLD-BACKUP-FILE.
       01 OLD-BKP-RECORD PIC X(64).

       FD NEW-BACKUP-FILE.
       01 NEW-BKP-RECORD PIC X(72).

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS PIC X(2) VALUE '00'.
       01 WS-NEW-STATUS PIC X(2) VALUE '00'.
       01 WS-OLD-JRNL-STATUS PIC X(2) VALUE '00'.
       01 WS-NEW-JRNL-STATUS PIC X(2) VALUE '00'.
       01 WS-OLD-TRAN-STATUS PIC X(2) VALUE '00'.
       01 WS-NEW-TRAN-STATUS PIC X(2) VALUE '00'.
       01 WS-OLD-APRV-STATUS PIC X(2) VALUE '00'.
       01 WS-NEW-APRV-STATUS PIC X(2) VALUE '00'.
       01 WS-GENS-STATUS PIC X(2) VALUE '00'.
       01 WS-OLD-BKP-STATUS PIC X(2) VALUE '00'.
       01 WS-NEW-BKP-STATUS PIC X(2) VALUE '00'.

       01 WS-OLD-NAME PIC X(21).
       01 WS-NEW-NAME PIC X(21).

       01 WS-OLD-EOF PIC X VALUE 'N'.
       01 WS-GENS-EOF PIC X VALUE 'N'.

       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-WRITTEN-COUNT PIC 9(7) VALUE 0.
       01 WS-MASTER-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-MASTER-WRITTEN-COUNT PIC 9(7) VALUE 0.
       01 WS-JRNL-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-JRNL-WRITTEN-COUNT PIC 9(7) VALUE 0.
       01 WS-TRAN-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-TRAN-WRITTEN-COUNT PIC 9(7) VALUE 0.
       01 WS-PEND-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-PEND-WRITTEN-COUNT PIC 9(7) VALUE 0.
       01 WS-APRV-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-APRV-WRITTEN-COUNT PIC 9(7) VALUE 0.
       01 WS-GEN-COUNT PIC 9(3) VALUE 0.
       01 WS-MISMATCH PIC X VALUE 'N'.

      * What every old user image gains: a person account with no
      * owner. A transaction gains a blank type and a zero owner.
       01 WS-PERSON-PAD.
           05 FILLER PIC X(1) VALUE 'P'.
           05 FILLER PIC 9(7) VALUE 0.
       01 WS-TRAN-PAD.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC 9(7) VALUE 0.

       01 WS-PROGRAM-NAME PIC X(12) VALUE "USERCNV6".
       01 WS-RUNCTL-START PIC X(1) VALUE 'S'.
       01 WS-RUNCTL-END PIC X(1) VALUE 'E'.
       01 WS-RUNCTL-MODE PIC X(1) VALUE 'W'.
       01 WS-RUNCTL-RC PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM CONVERT-MASTER.
           PERFORM CONVERT-JOURNAL.
           MOVE "usertran.old" TO WS-OLD-NAME.
           MOVE "usertran.dat" TO WS-NEW-NAME.
           PERFORM CONVERT-TRAN-FILE.
           MOVE WS-READ-COUNT TO WS-TRAN-READ-COUNT.
           MOVE WS-WRITTEN-COUNT TO WS-TRAN-WRITTEN-COUNT.
           MOVE "tranpend.old" TO WS-OLD-NAME.
           MOVE "tranpend.dat" TO WS-NEW-NAME.
           PERFORM CONVERT-TRAN-FILE.
           MOVE WS-READ-COUNT TO WS-PEND-READ-COUNT.
           MOVE WS-WRITTEN-COUNT TO WS-PEND-WRITTEN-COUNT.
           PERFORM CONVERT-APPROVALS.
           PERFORM CONVERT-GENERATIONS.
           PERFORM CLOSE-RUN-CONTROL.
           DISPLAY "USERCNV6 COMPLETE - MASTER: " WS-MASTER-READ-COUNT
               "/" WS-MASTER-WRITTEN-COUNT
               " JOURNAL: " WS-JRNL-READ-COUNT
               "/" WS-JRNL-WRITTEN-COUNT
               " TRANS: " WS-TRAN-READ-COUNT
               "/" WS-TRAN-WRITTEN-COUNT
               " PENDING: " WS-PEND-READ-COUNT
               "/" WS-PEND-WRITTEN-COUNT
               " APPROVALS: " WS-APRV-READ-COUNT
               "/" WS-APRV-WRITTEN-COUNT
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

       CHECK-RUN-CONTROL.
           CALL "RUNCTRL" USING WS-RUNCTL-START WS-PROGRAM-NAME
               WS-RUNCTL-MODE WS-RUNCTL-RC.
           IF WS-RUNCTL-RC NOT = 0
               MOVE 12 TO RETURN-CODE
               STOP RUN.

       CLOSE-RUN-CONTROL.
           CALL "RUNCTRL" USING WS-RUNCTL-END WS-PROGRAM-NAME
               WS-RUNCTL-MODE WS-RUNCTL-RC.

       CONVERT-MASTER.
           OPEN INPUT OLD-USER-FILE.
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY "ERROR OPENING OLD-USER-FILE (users.old), "
                   "FILE STATUS = " WS-OLD-STATUS
                   " - RENAME THE CURRENT users.dat TO users.old "
                   "BEFORE RUNNING"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT USER-FILE.
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY "ERROR OPENING USER-FILE (users.dat), "
                   "FILE STATUS = " WS-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM READ-NEXT-OLD-USER.
           PERFORM CONVERT-ONE-USER UNTIL WS-OLD-EOF = 'Y'.
           CLOSE OLD-USER-FILE.
           CLOSE USER-FILE.
           IF WS-MASTER-READ-COUNT NOT = WS-MASTER-WRITTEN-COUNT
               MOVE 'Y' TO WS-MISMATCH.

       READ-NEXT-OLD-USER.
           READ OLD-USER-FILE
               AT END MOVE 'Y' TO WS-OLD-EOF
               NOT AT END ADD 1 TO WS-MASTER-READ-COUNT
           END-READ.
           IF WS-OLD-STATUS NOT = '00' AND WS-OLD-STATUS NOT = '10'
               DISPLAY "ERROR READING OLD-USER-FILE, FILE STATUS = "
                   WS-OLD-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN.

       CONVERT-ONE-USER.
           MOVE OLD-USER-RECORD TO USER-RECORD (1:64).
           MOVE WS-PERSON-PAD TO USER-RECORD (65:8).
           WRITE USER-RECORD
               INVALID KEY
                   DISPLAY "ERROR: WRITE REJECTED FOR USER-ID "
                       USER-ID " - SOURCE INDEX SUSPECT, "
                       "INVESTIGATE users.old"
                   MOVE 16 TO RETURN-CODE
                   CLOSE OLD-USER-FILE
                   CLOSE USER-FILE
                   STOP RUN
               NOT INVALID KEY
                   ADD 1 TO WS-MASTER-WRITTEN-COUNT
           END-WRITE.
           PERFORM READ-NEXT-OLD-USER.

       CONVERT-JOURNAL.
           MOVE 'N' TO WS-OLD-EOF.
           OPEN INPUT OLD-JRNL-FILE.
           IF WS-OLD-JRNL-STATUS NOT = '00'
               DISPLAY "WARNING: OLD-JRNL-FILE (userjrnl.old) NOT "
                   "AVAILABLE, FILE STATUS = " WS-OLD-JRNL-STATUS
                   " - JOURNAL CONVERSION SKIPPED"
           ELSE
               OPEN OUTPUT JRNL-FILE
               IF WS-NEW-JRNL-STATUS NOT = '00'
                   DISPLAY "ERROR OPENING JRNL-FILE (userjrnl.dat), "
                       "FILE STATUS = " WS-NEW-JRNL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-OLD-EOF = 'Y'
                   READ OLD-JRNL-FILE
                       AT END MOVE 'Y' TO WS-OLD-EOF
                       NOT AT END
                           ADD 1 TO WS-JRNL-READ-COUNT
                           PERFORM CONVERT-ONE-JRNL
                   END-READ
                   IF WS-OLD-JRNL-STATUS NOT = '00'
                           AND WS-OLD-JRNL-STATUS NOT = '10'
                       DISPLAY "ERROR READING OLD-JRNL-FILE, FILE "
                           "STATUS = " WS-OLD-JRNL-STATUS
                       MOVE 20 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE OLD-JRNL-FILE
               CLOSE JRNL-FILE
               IF WS-JRNL-READ-COUNT NOT = WS-JRNL-WRITTEN-COUNT
                   MOVE 'Y' TO WS-MISMATCH
               END-IF
           END-IF.

      * Only the 'A' and 'C' entries carry user images; a blank one
      * stays blank, and the markers' fields are carried as they
      * stand.
       CONVERT-ONE-JRNL.
           MOVE SPACES TO JRNL-RECORD.
           MOVE OLD-JRNL-TIMESTAMP TO JRNL-TIMESTAMP.
           MOVE OLD-JRNL-RUN-NUMBER TO JRNL-RUN-NUMBER.
           MOVE OLD-JRNL-PROGRAM TO JRNL-PROGRAM.
           MOVE OLD-JRNL-ACTION TO JRNL-ACTION.
           MOVE OLD-JRNL-USER-ID TO JRNL-USER-ID.
           MOVE OLD-JRNL-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE (1:64).
           MOVE OLD-JRNL-AFTER-IMAGE TO JRNL-AFTER-IMAGE (1:64).
           IF JRNL-IS-ADD OR JRNL-IS-CHANGE
               IF OLD-JRNL-BEFORE-IMAGE NOT = SPACES
                   MOVE WS-PERSON-PAD TO JRNL-BEFORE-IMAGE (65:8)
               END-IF
               IF OLD-JRNL-AFTER-IMAGE NOT = SPACES
                   MOVE WS-PERSON-PAD TO JRNL-AFTER-IMAGE (65:8)
               END-IF
           END-IF.
           WRITE JRNL-RECORD.
           IF WS-NEW-JRNL-STATUS NOT = '00'
               DISPLAY "ERROR WRITING JRNL-FILE, FILE STATUS = "
                   WS-NEW-JRNL-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO WS-JRNL-WRITTEN-COUNT.

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
           MOVE OLD-TRAN-RECORD TO TRAN-RECORD (1:73).
           MOVE WS-TRAN-PAD TO TRAN-RECORD (74:8).
           WRITE TRAN-RECORD.
           IF WS-NEW-TRAN-STATUS NOT = '00'
               DISPLAY "ERROR WRITING " WS-NEW-NAME
                   ", FILE STATUS = " WS-NEW-TRAN-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO WS-WRITTEN-COUNT.

      * An admin grant ('G') carries no transaction image, so only a
      * non-blank image gains the transaction pad.
       CONVERT-APPROVALS.
           MOVE 'N' TO WS-OLD-EOF.
           OPEN INPUT OLD-APRV-FILE.
           IF WS-OLD-APRV-STATUS NOT = '00'
               DISPLAY "WARNING: OLD-APRV-FILE (aprvpend.old) NOT "
                   "AVAILABLE, FILE STATUS = " WS-OLD-APRV-STATUS
                   " - APPROVAL CONVERSION SKIPPED"
           ELSE
               OPEN OUTPUT APRV-FILE
               IF WS-NEW-APRV-STATUS NOT = '00'
                   DISPLAY "ERROR OPENING APRV-FILE (aprvpend.dat), "
                       "FILE STATUS = " WS-NEW-APRV-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-OLD-EOF = 'Y'
                   READ OLD-APRV-FILE
                       AT END MOVE 'Y' TO WS-OLD-EOF
                       NOT AT END
                           ADD 1 TO WS-APRV-READ-COUNT
                           PERFORM CONVERT-ONE-APRV
                   END-READ
                   IF WS-OLD-APRV-STATUS NOT = '00'
                           AND WS-OLD-APRV-STATUS NOT = '10'
                       DISPLAY "ERROR READING OLD-APRV-FILE, FILE "
                           "STATUS = " WS-OLD-APRV-STATUS
                       MOVE 20 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE OLD-APRV-FILE
               CLOSE APRV-FILE
               IF WS-APRV-READ-COUNT NOT = WS-APRV-WRITTEN-COUNT
                   MOVE 'Y' TO WS-MISMATCH
               END-IF
           END-IF.

       CONVERT-ONE-APRV.
           MOVE SPACES TO APRV-RECORD.
           MOVE OLD-APRV-RECORD TO APRV-RECORD (1:97).
           IF OLD-APRV-TRAN-IMAGE NOT = SPACES
               MOVE WS-TRAN-PAD TO APRV-TRAN-IMAGE (74:8)
           END-IF.
           WRITE APRV-RECORD.
           IF WS-NEW-APRV-STATUS NOT = '00'
               DISPLAY "ERROR WRITING APRV-FILE, FILE STATUS = "
                   WS-NEW-APRV-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO WS-APRV-WRITTEN-COUNT.

       CONVERT-GENERATIONS.
           OPEN INPUT GENS-PARM-FILE.
           IF WS-GENS-STATUS NOT = '00'
               DISPLAY "WARNING: GENS-PARM-FILE (cnv6gens.dat) NOT "
                   "AVAILABLE, FILE STATUS = " WS-GENS-STATUS
                   " - NO BACKUP GENERATIONS CONVERTED"
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
                   "' / '" GEN-NEW-NAME "' - FIX cnv6gens.dat"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE GEN-OLD-NAME TO WS-OLD-NAME.
           MOVE GEN-NEW-NAME TO WS-NEW-NAME.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-WRITTEN-COUNT.
           MOVE 'N' TO WS-OLD-EOF.
           OPEN INPUT OLD-BACKUP-FILE.
           IF WS-OLD-BKP-STATUS NOT = '00'
               DISPLAY "ERROR OPENING OLD BACKUP " WS-OLD-NAME
                   ", FILE STATUS = " WS-OLD-BKP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT NEW-BACKUP-FILE.
           IF WS-NEW-BKP-STATUS NOT = '00'
               DISPLAY "ERROR OPENING NEW BACKUP " WS-NEW-NAME
                   ", FILE STATUS = " WS-NEW-BKP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM UNTIL WS-OLD-EOF = 'Y'
               READ OLD-BACKUP-FILE
                   AT END MOVE 'Y' TO WS-OLD-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CONVERT-ONE-BKP-RECORD
               END-READ
               IF WS-OLD-BKP-STATUS NOT = '00'
                       AND WS-OLD-BKP-STATUS NOT = '10'
                   DISPLAY "ERROR READING OLD BACKUP, FILE "
                       "STATUS = " WS-OLD-BKP-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.
           CLOSE OLD-BACKUP-FILE.
           CLOSE NEW-BACKUP-FILE.
           ADD 1 TO WS-GEN-COUNT.
           DISPLAY "CONVERTED " WS-OLD-NAME " TO "
               WS-NEW-NAME " - " WS-WRITTEN-COUNT " RECORDS".
           IF WS-READ-COUNT NOT = WS-WRITTEN-COUNT
               MOVE 'Y' TO WS-MISMATCH.

      * HDR and TRL pass through blank-padded - the count and hash
      * inside the TRL keep their positions; detail records are the
      * old master layout and get the same pad as the live master.
       CONVERT-ONE-BKP-RECORD.
           MOVE SPACES TO NEW-BKP-RECORD.
           MOVE OLD-BKP-RECORD TO NEW-BKP-RECORD (1:64).
           IF OLD-BKP-RECORD (1:3) NOT = "HDR"
                   AND OLD-BKP-RECORD (1:3) NOT = "TRL"
               MOVE WS-PERSON-PAD TO NEW-BKP-RECORD (65:8)
           END-IF.
           WRITE NEW-BKP-RECORD.
           IF WS-NEW-BKP-STATUS NOT = '00'
               DISPLAY "ERROR WRITING NEW BACKUP, FILE STATUS = "
                   WS-NEW-BKP-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO WS-WRITTEN-COUNT.

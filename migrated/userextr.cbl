      * intact and the next changes run over-reports rather than
      * missing changes. A changes run with no snapshot falls back
      * to a full extract with a warning.
      * A companion entitlement extract, entlextr.dat, goes out in
      * the same run with the same HDR/TRL control records - always
      * the full entitle.dat, one record per entitlement in key
      * order, whatever the user extract's mode. Layout (42 bytes):
      *   ENX-ACTION X(1)      'A' active, 'R' revoke pending (the
      *                        account was deactivated - remove it)
      *   ENX-USER-ID 9(7), ENX-APP-CODE X(8), ENX-ROLE X(10),
      *   ENX-GRANTED-DATE 9(8), ENX-GRANTED-BY X(8)
      * A missing entitle.dat still produces the HDR/TRL pair with
      * a zero count, so the downstream load never picks up a stale
      * file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SNAP-OUT-FILE ASSIGN TO "extsnap.new"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-OUT-STATUS.
           SELECT ENTL-FILE ASSIGN TO "entitle.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENTL-KEY
               FILE STATUS IS WS-ENTL-STATUS.
           SELECT ENTL-EXTRACT-FILE ASSIGN TO "entlextr.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SNAP-OUT-FILE.
       01 SNAP-OUT-RECORD PIC X(82).

       FD ENTL-FILE.
           COPY ENTLREC.

       FD ENTL-EXTRACT-FILE.
       01 ENTL-EXTRACT-RECORD PIC X(42).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC X(2) VALUE '00'.
       01 WS-ADMIN-STATUS PIC X(2) VALUE '00'.
       01 WS-EXTRACT-STATUS PIC X(2) VALUE '00'.
       01 WS-SNAP-IN-STATUS PIC X(2) VALUE '00'.
       01 WS-SNAP-OUT-STATUS PIC X(2) VALUE '00'.
       01 WS-ENTL-STATUS PIC X(2) VALUE '00'.
       01 WS-ENX-STATUS PIC X(2) VALUE '00'.

       01 WS-USER-EOF PIC X VALUE 'N'.
       01 WS-ADMIN-EOF PIC X VALUE 'N'.
       01 WS-SNAP-EOF PIC X VALUE 'N'.
       01 WS-CURR-DONE PIC X VALUE 'N'.
       01 WS-CURR-GOT PIC X VALUE 'N'.
       01 WS-ENTL-EOF PIC X VALUE 'N'.

       01 WS-EXT-MODE PIC X(1) VALUE 'F'.
           88 EXT-MODE-FULL VALUE 'F'.
           05 TRL-ID-HASH PIC 9(12).
           05 FILLER PIC X(61) VALUE SPACES.

       01 WS-ENX-OUT.
           05 ENX-ACTION PIC X(1).
           05 ENX-USER-ID PIC 9(7).
           05 ENX-APP-CODE PIC X(8).
           05 ENX-ROLE PIC X(10).
           05 ENX-GRANTED-DATE PIC 9(8).
           05 ENX-GRANTED-BY PIC X(8).
       01 WS-ENX-HEADER.
           05 FILLER PIC X(3) VALUE "HDR".
           05 ENX-HDR-EXTRACT-DATE PIC 9(8).
           05 ENX-HDR-EXTRACT-MODE PIC X(1) VALUE 'F'.
           05 FILLER PIC X(30) VALUE SPACES.
       01 WS-ENX-TRAILER.
           05 FILLER PIC X(3) VALUE "TRL".
           05 ENX-TRL-RECORD-COUNT PIC 9(7).
           05 ENX-TRL-ID-HASH PIC 9(12).
           05 FILLER PIC X(20) VALUE SPACES.

       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-ACTIVE-COUNT PIC 9(7) VALUE 0.
       01 WS-WRITTEN-COUNT PIC 9(7) VALUE 0.
       01 WS-SNAP-COUNT PIC 9(7) VALUE 0.
       01 WS-COPY-COUNT PIC 9(7) VALUE 0.
       01 WS-ID-HASH PIC 9(12) VALUE 0.
       01 WS-ENX-WRITTEN-COUNT PIC 9(7) VALUE 0.
       01 WS-ENX-ID-HASH PIC 9(12) VALUE 0.

       01 WS-RUN-DATE PIC 9(8) VALUE 0.

       01 WS-RUNCTL-END PIC X(1) VALUE 'E'.
       01 WS-RUNCTL-MODE PIC X(1) VALUE 'R'.
       01 WS-RUNCTL-RC PIC 9(2) VALUE 0.
       01 WS-BUSDATE-RC PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM READ-EXTRACT-PARM.
           PERFORM LOAD-ADMIN-LIST.
               UNTIL WS-CURR-DONE = 'Y' AND WS-SNAP-EOF = 'Y'.
           PERFORM WRITE-EXTRACT-TRAILER.
           PERFORM CLOSE-FILES.
           PERFORM EXTRACT-ENTITLEMENTS.
           PERFORM REPLACE-SNAPSHOT.
           PERFORM CLOSE-RUN-CONTROL.
           DISPLAY "USEREXTR COMPLETE - READ: " WS-READ-COUNT
               " ACTIVE: " WS-ACTIVE-COUNT
               " EXTRACTED: " WS-WRITTEN-COUNT
               " DROPPED: " WS-DROPPED-COUNT
               " MODE: " WS-EXT-MODE
               " ENTITLEMENTS: " WS-ENX-WRITTEN-COUNT.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

           CALL "RUNCTRL" USING WS-RUNCTL-END WS-PROGRAM-NAME
               WS-RUNCTL-MODE WS-RUNCTL-RC.

       GET-BUSINESS-DATE.
           CALL "BUSDATE" USING WS-RUN-DATE WS-BUSDATE-RC.
           IF WS-BUSDATE-RC NOT = 0
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       READ-EXTRACT-PARM.
           OPEN INPUT EXT-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               CLOSE DEPT-FILE.

       OPEN-FILES.
           OPEN INPUT USER-FILE.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "ERROR OPENING USER-FILE (users.dat), "
               END-IF
           END-PERFORM.

      * The companion entitlement extract, always full. It runs
      * after the user extract has closed cleanly, so a failure
      * here leaves userextr.dat whole and extsnap.dat untouched.
       EXTRACT-ENTITLEMENTS.
           OPEN OUTPUT ENTL-EXTRACT-FILE.
           IF WS-ENX-STATUS NOT = '00'
               DISPLAY "ERROR OPENING ENTL-EXTRACT-FILE "
                   "(entlextr.dat), FILE STATUS = " WS-ENX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE WS-RUN-DATE TO ENX-HDR-EXTRACT-DATE.
           WRITE ENTL-EXTRACT-RECORD FROM WS-ENX-HEADER.
           PERFORM CHECK-ENX-WRITE.
           OPEN INPUT ENTL-FILE.
           IF WS-ENTL-STATUS NOT = '00'
               DISPLAY "WARNING: ENTL-FILE (entitle.dat) NOT "
                   "AVAILABLE, FILE STATUS = " WS-ENTL-STATUS
                   ", ENTITLEMENT EXTRACT WILL BE EMPTY"
           ELSE
               PERFORM UNTIL WS-ENTL-EOF = 'Y'
                   READ ENTL-FILE
                       AT END MOVE 'Y' TO WS-ENTL-EOF
                       NOT AT END PERFORM WRITE-ENTL-EXTRACT-RECORD
                   END-READ
                   IF WS-ENTL-STATUS NOT = '00'
                           AND WS-ENTL-STATUS NOT = '10'
                       DISPLAY "ERROR READING ENTL-FILE, FILE "
                           "STATUS = " WS-ENTL-STATUS
                       MOVE 20 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE ENTL-FILE.
           MOVE WS-ENX-WRITTEN-COUNT TO ENX-TRL-RECORD-COUNT.
           MOVE WS-ENX-ID-HASH TO ENX-TRL-ID-HASH.
           WRITE ENTL-EXTRACT-RECORD FROM WS-ENX-TRAILER.
           PERFORM CHECK-ENX-WRITE.
           CLOSE ENTL-EXTRACT-FILE.

       WRITE-ENTL-EXTRACT-RECORD.
           MOVE ENTL-STATUS TO ENX-ACTION.
           MOVE ENTL-USER-ID TO ENX-USER-ID.
           MOVE ENTL-APP-CODE TO ENX-APP-CODE.
           MOVE ENTL-ROLE TO ENX-ROLE.
           MOVE ENTL-GRANTED-DATE TO ENX-GRANTED-DATE.
           MOVE ENTL-GRANTED-BY TO ENX-GRANTED-BY.
           WRITE ENTL-EXTRACT-RECORD FROM WS-ENX-OUT.
           PERFORM CHECK-ENX-WRITE.
           ADD 1 TO WS-ENX-WRITTEN-COUNT.
           ADD ENTL-USER-ID TO WS-ENX-ID-HASH.

       CHECK-ENX-WRITE.
           IF WS-ENX-STATUS NOT = '00'
               DISPLAY "ERROR WRITING ENTL-EXTRACT-FILE, FILE "
                   "STATUS = " WS-ENX-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN.

      * Same replace-only-after-success pattern as USERMAINT's
      * pending rewrite: extsnap.dat is only overwritten once the
      * extract closed cleanly.

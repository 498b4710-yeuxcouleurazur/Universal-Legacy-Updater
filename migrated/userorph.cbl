       IDENTIFICATION DIVISION.
       PROGRAM-ID. USERORPH.
      * Orphaned service-account exceptions. Every service or shared
      * account names a person as its owner (USER-OWNER-ID); when
      * that person is deactivated - a leaver retired by USERHRRC,
      * USERDORM or USERCAPP - nobody answers for the account any
      * more, yet it still signs on. This sweep lists, on
      * orphrpt.prt, every service or shared account not itself
      * INACTIVE whose owner is INACTIVE, is no longer on the
      * master, is not a person account, or was never named, with
      * the account's department so the sheet can go to that
      * department's head to re-own or retire it through the normal
      * USEREDIT/USERMAINT cycle. Nothing here touches the master.
      * The owner is read by key in the middle of the sequential
      * pass, the same way USERCERT finds an owner's department.
      * Return code 4 when any orphan is listed, so the stream log
      * shows the exception; 0 when there are none.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ORPH-REPORT ASSIGN TO "orphrpt.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USER-FILE.
           COPY USERREC.

       FD ORPH-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.

       01 WS-USER-EOF PIC X VALUE 'N'.

       01 WS-SAVE-USER-RECORD PIC X(72).
       01 WS-ORPHAN-REASON PIC X(19).

       01 WS-PROGRAM-NAME PIC X(12) VALUE "USERORPH".
       01 WS-RUNCTL-START PIC X(1) VALUE 'S'.
       01 WS-RUNCTL-END PIC X(1) VALUE 'E'.
       01 WS-RUNCTL-MODE PIC X(1) VALUE 'R'.
       01 WS-RUNCTL-RC PIC 9(2) VALUE 0.
       01 WS-BUSDATE-RC PIC 9(2) VALUE 0.

       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-NON-PERSON-COUNT PIC 9(5) VALUE 0.
       01 WS-ORPHAN-COUNT PIC 9(5) VALUE 0.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 WS-RUN-MM PIC 9(2).
           05 WS-RUN-DD PIC 9(2).
       01 WS-RUN-DATE-X PIC X(10).

       01 WS-PAGE-NO PIC 9(3) VALUE 0.
       01 WS-LINES-ON-PAGE PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 50.

       01 WS-REPORT-HEADER-1.
           05 FILLER PIC X(26) VALUE "ORPHANED SERVICE ACCOUNTS".
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 HDR-RUN-DATE PIC X(10).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "PAGE: ".
           05 HDR-PAGE-NO PIC ZZ9.
       01 WS-REPORT-HEADER-2.
           05 FILLER PIC X(10) VALUE "USER ID".
           05 FILLER PIC X(22) VALUE "USER NAME".
           05 FILLER PIC X(8) VALUE "TYPE".
           05 FILLER PIC X(12) VALUE "DEPARTMENT".
           05 FILLER PIC X(9) VALUE "OWNER".
           05 FILLER PIC X(7) VALUE "FINDING".

       01 WS-DETAIL-LINE.
           05 DTL-USER-ID PIC 9(7).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DTL-USER-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-ACCT-TYPE PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DTL-USER-DEPT PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-OWNER-ID PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DTL-FINDING PIC X(19).

       01 WS-TRAILER-LINE-1.
           05 FILLER PIC X(24) VALUE "ACCOUNTS READ:          ".
           05 TRL-READ-COUNT PIC ZZZZZZ9.
       01 WS-TRAILER-LINE-2.
           05 FILLER PIC X(24) VALUE "NON-PERSON ACCOUNTS:    ".
           05 TRL-NON-PERSON-COUNT PIC ZZZZ9.
       01 WS-TRAILER-LINE-3.
           05 FILLER PIC X(24) VALUE "ORPHANED ACCOUNTS:      ".
           05 TRL-ORPHAN-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM OPEN-ORPH-REPORT.
           PERFORM SWEEP-USER-FILE.
           PERFORM WRITE-REPORT-TRAILER.
           CLOSE ORPH-REPORT.
           PERFORM CLOSE-RUN-CONTROL.
           DISPLAY "USERORPH COMPLETE - READ: " WS-READ-COUNT
               " NON-PERSON: " WS-NON-PERSON-COUNT
               " ORPHANED: " WS-ORPHAN-COUNT.
           IF WS-ORPHAN-COUNT > 0
               MOVE 4 TO RETURN-CODE
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

       GET-BUSINESS-DATE.
           CALL "BUSDATE" USING WS-RUN-DATE WS-BUSDATE-RC.
           IF WS-BUSDATE-RC NOT = 0
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       OPEN-ORPH-REPORT.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-X.
           OPEN OUTPUT ORPH-REPORT.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY "ERROR OPENING ORPH-REPORT (orphrpt.prt), "
                   "FILE STATUS = " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM WRITE-REPORT-HEADER.

       WRITE-REPORT-HEADER.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE-X TO HDR-RUN-DATE.
           MOVE WS-PAGE-NO TO HDR-PAGE-NO.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-1.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-2.
           MOVE 2 TO WS-LINES-ON-PAGE.

       WRITE-REPORT-TRAILER.
           MOVE WS-READ-COUNT TO TRL-READ-COUNT.
           MOVE WS-NON-PERSON-COUNT TO TRL-NON-PERSON-COUNT.
           MOVE WS-ORPHAN-COUNT TO TRL-ORPHAN-COUNT.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-1.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-2.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-3.

       SWEEP-USER-FILE.
           OPEN INPUT USER-FILE.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "ERROR OPENING USER-FILE (users.dat), "
                   "FILE STATUS = " WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM UNTIL WS-USER-EOF = 'Y'
               READ USER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-USER-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF USER-TYPE-NON-PERSON
                           ADD 1 TO WS-NON-PERSON-COUNT
                           IF NOT USER-STATUS-INACTIVE
                               PERFORM CHECK-OWNER
                           END-IF
                       END-IF
               END-READ
               IF WS-USER-EOF = 'N'
                       AND WS-FILE-STATUS NOT = '00'
                       AND WS-FILE-STATUS NOT = '10'
                   DISPLAY "ERROR READING USER-FILE, FILE STATUS = "
                       WS-FILE-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.
           CLOSE USER-FILE.

      * The owner read lands in the record area, so the account is
      * put back and the file repositioned just past it before the
      * sequential pass carries on.
       CHECK-OWNER.
           MOVE SPACES TO WS-ORPHAN-REASON.
           MOVE USER-RECORD TO WS-SAVE-USER-RECORD.
           IF USER-OWNER-ID = ZERO
               MOVE "NO OWNER NAMED" TO WS-ORPHAN-REASON
           ELSE
               MOVE USER-OWNER-ID TO USER-ID
               READ USER-FILE
                   INVALID KEY
                       MOVE "OWNER NOT ON MASTER" TO WS-ORPHAN-REASON
                   NOT INVALID KEY
                       IF USER-STATUS-INACTIVE
                           MOVE "OWNER DEACTIVATED" TO WS-ORPHAN-REASON
                       ELSE
                           IF USER-TYPE-NON-PERSON
                               MOVE "OWNER NOT A PERSON"
                                   TO WS-ORPHAN-REASON
                           END-IF
                       END-IF
               END-READ
               MOVE WS-SAVE-USER-RECORD TO USER-RECORD
               START USER-FILE KEY IS GREATER THAN USER-ID
                   INVALID KEY MOVE 'Y' TO WS-USER-EOF
               END-START
           END-IF.
           IF WS-ORPHAN-REASON NOT = SPACES
               PERFORM WRITE-DETAIL-LINE
           END-IF.

       WRITE-DETAIL-LINE.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER
           END-IF.
           ADD 1 TO WS-ORPHAN-COUNT.
           MOVE USER-ID TO DTL-USER-ID.
           MOVE USER-NAME TO DTL-USER-NAME.
           IF USER-TYPE-SERVICE
               MOVE "SERVICE" TO DTL-ACCT-TYPE
           ELSE
               MOVE "SHARED" TO DTL-ACCT-TYPE
           END-IF.
           MOVE USER-DEPT TO DTL-USER-DEPT.
           MOVE USER-OWNER-ID TO DTL-OWNER-ID.
           MOVE WS-ORPHAN-REASON TO DTL-FINDING.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

      * on a fresh page headed with the department code and the name
      * from deptmast.dat, then one line per user on the master
      * (USER-ID, name, status, last login) with a blank KEEP/REMOVE
      * column for the department head to mark. Under each user
      * line come that user's application entitlements from
      * entitle.dat (application, role, granted date and granted-by,
      * and any revoke-pending flag), so the head certifies the
      * access itself and not just the account. The keyed
      * dispositions come back on certdisp.dat and are applied by
      * USERCAPP, which routes every REMOVE through the normal
      * USEREDIT/USERMAINT cycle as a 'D' transaction.
      * Under the department line each worksheet names the head it
      * goes to - the head's USER-ID from deptmast.dat, with the
      * name and status as they stand on users.dat - so a sheet
      * routed to a head who has since left, or to a department with
      * no head keyed, is caught before it is posted.
      * A service or shared account is certified on its owner's
      * worksheet, under the owner's department, with a line naming
      * the type and the owner beneath it - the owner is the person
      * who can say whether it is still needed. One whose owner is
      * not on the master stays under its own department, flagged.
      * USERDORM only catches accounts that stopped logging in; this
      * sweep is how a department head retires access for someone
      * who still logs in but should no longer have it - the
       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO "users.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DEPT-FILE ASSIGN TO "deptmast.dat"
           SELECT CERT-REPORT ASSIGN TO "certwork.prt"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT ENTL-FILE ASSIGN TO "entitle.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENTL-KEY
               FILE STATUS IS WS-ENTL-STATUS.
           SELECT SORT-FILE ASSIGN TO "sortwk1".

       DATA DIVISION.
       FD DEPT-FILE.
           COPY DEPTREC.

       FD ENTL-FILE.
           COPY ENTLREC.

       FD CERT-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01 REPORT-LINE PIC X(80).
           05 SORT-USER-NAME PIC X(20).
           05 SORT-USER-STATUS PIC X(1).
           05 SORT-LAST-LOGIN PIC 9(8).
           05 SORT-ACCT-TYPE PIC X(1).
           05 SORT-OWNER-ID PIC 9(7).
           05 SORT-OWN-DEPT PIC X(10).
           05 SORT-OWNER-FOUND PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC X(2) VALUE '00'.
       01 WS-DEPT-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-ENTL-STATUS PIC X(2) VALUE '00'.

       01 WS-USER-EOF PIC X VALUE 'N'.
       01 WS-DEPT-EOF PIC X VALUE 'N'.
       01 WS-SORT-EOF PIC X VALUE 'N'.
       01 WS-ENTL-EOF PIC X VALUE 'N'.
       01 WS-HAVE-ENTL PIC X VALUE 'N'.

       01 WS-DEPT-TABLE.
           05 WS-DEPT-COUNT PIC 9(3) VALUE 0.
                   INDEXED BY WS-DEPT-IDX.
               10 WS-DEPT-TAB-CODE PIC X(10).
               10 WS-DEPT-TAB-NAME PIC X(30).
               10 WS-DEPT-TAB-HEAD-ID PIC 9(7).
               10 WS-DEPT-TAB-HEAD-NAME PIC X(20).
               10 WS-DEPT-TAB-HEAD-STATUS PIC X(1).
               10 WS-DEPT-TAB-HEAD-FOUND PIC X(1).
       01 WS-DEPT-FOUND-NAME PIC X(30).
       01 WS-DEPT-FOUND-IDX PIC 9(3) VALUE 0.
       01 WS-DEPT-SEARCH-IDX PIC 9(3) VALUE 0.

       01 WS-PROGRAM-NAME PIC X(12) VALUE "USERCERT".
       01 WS-RUNCTL-END PIC X(1) VALUE 'E'.
       01 WS-RUNCTL-MODE PIC X(1) VALUE 'R'.
       01 WS-RUNCTL-RC PIC 9(2) VALUE 0.
       01 WS-BUSDATE-RC PIC 9(2) VALUE 0.

       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-LISTED-COUNT PIC 9(7) VALUE 0.
       01 WS-DEPT-LISTED-COUNT PIC 9(5) VALUE 0.
       01 WS-WORKSHEET-COUNT PIC 9(5) VALUE 0.
       01 WS-ENTL-LISTED-COUNT PIC 9(7) VALUE 0.
       01 WS-PRIOR-DEPT PIC X(10).
       01 WS-FIRST-DEPT PIC X VALUE 'Y'.
       01 WS-STATUS-TEXT PIC X(8).
       01 WS-SAVE-USER-RECORD PIC X(72).
       01 WS-NON-PERSON-COUNT PIC 9(7) VALUE 0.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY PIC 9(4).
           05 DEPT-HDR-CODE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DEPT-HDR-NAME PIC X(30).
       01 WS-DEPT-HEAD-LINE.
           05 FILLER PIC X(12) VALUE "DEPT HEAD:  ".
           05 HEAD-HDR-ID PIC X(7).
           05 FILLER PIC X(5) VALUE SPACES.
           05 HEAD-HDR-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HEAD-HDR-NOTE PIC X(24).
       01 WS-REPORT-HEADER-2.
           05 FILLER PIC X(8) VALUE "USER ID ".
           05 FILLER PIC X(22) VALUE "USER NAME".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "_____________".

       01 WS-ENTL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "APP: ".
           05 ENT-APP-CODE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "ROLE: ".
           05 ENT-ROLE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "GRANTED ".
           05 ENT-GRANTED-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE " BY ".
           05 ENT-GRANTED-BY PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 ENT-FLAG PIC X(14).

       01 WS-OWNER-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 OWN-TYPE-TEXT PIC X(16).
           05 FILLER PIC X(7) VALUE "OWNER: ".
           05 OWN-OWNER-ID PIC 9(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 OWN-NOTE PIC X(30).

       01 WS-DEPT-TOTAL-LINE.
           05 FILLER PIC X(24) VALUE "USERS TO CERTIFY:       ".
           05 DEPT-TRL-COUNT PIC ZZZZ9.
       01 WS-TRAILER-LINE-2.
           05 FILLER PIC X(24) VALUE "WORKSHEETS PRODUCED:    ".
           05 TRL-WORKSHEET-COUNT PIC ZZZZ9.
       01 WS-TRAILER-LINE-3.
           05 FILLER PIC X(24) VALUE "ENTITLEMENTS LISTED:    ".
           05 TRL-ENTL-COUNT PIC ZZZZZZ9.
       01 WS-TRAILER-LINE-4.
           05 FILLER PIC X(24) VALUE "NON-PERSON ACCOUNTS:    ".
           05 TRL-NON-PERSON-COUNT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM LOAD-DEPT-LIST.
           PERFORM OPEN-CERT-REPORT.
           PERFORM OPEN-ENTL-FILE.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-USER-DEPT SORT-USER-ID
               INPUT PROCEDURE IS EXTRACT-USERS
               OUTPUT PROCEDURE IS PRINT-WORKSHEETS.
           PERFORM WRITE-REPORT-TRAILER.
           CLOSE CERT-REPORT.
           IF WS-HAVE-ENTL = 'Y'
               CLOSE ENTL-FILE
           END-IF.
           PERFORM CLOSE-RUN-CONTROL.
           DISPLAY "USERCERT COMPLETE - READ: " WS-READ-COUNT
               " LISTED: " WS-LISTED-COUNT
               " WORKSHEETS: " WS-WORKSHEET-COUNT
               " ENTITLEMENTS: " WS-ENTL-LISTED-COUNT.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

           CALL "RUNCTRL" USING WS-RUNCTL-END WS-PROGRAM-NAME
               WS-RUNCTL-MODE WS-RUNCTL-RC.

       GET-BUSINESS-DATE.
           CALL "BUSDATE" USING WS-RUN-DATE WS-BUSDATE-RC.
           IF WS-BUSDATE-RC NOT = 0
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       LOAD-DEPT-LIST.
           OPEN INPUT DEPT-FILE.
           IF WS-DEPT-STATUS NOT = '00'
                                   WS-DEPT-TAB-CODE (WS-DEPT-COUNT)
                               MOVE DEPT-NAME TO
                                   WS-DEPT-TAB-NAME (WS-DEPT-COUNT)
                               MOVE DEPT-HEAD-ID TO
                                   WS-DEPT-TAB-HEAD-ID (WS-DEPT-COUNT)
                               MOVE SPACES TO WS-DEPT-TAB-HEAD-NAME
                                   (WS-DEPT-COUNT)
                               MOVE SPACES TO WS-DEPT-TAB-HEAD-STATUS
                                   (WS-DEPT-COUNT)
                               MOVE 'N' TO WS-DEPT-TAB-HEAD-FOUND
                                   (WS-DEPT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-FILE.

       OPEN-CERT-REPORT.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-X.
           OPEN OUTPUT CERT-REPORT.
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      * Without entitle.dat the worksheets still go out, account
      * lines only, as they did before entitlements were tracked.
       OPEN-ENTL-FILE.
           OPEN INPUT ENTL-FILE.
           IF WS-ENTL-STATUS NOT = '00'
               DISPLAY "WARNING: ENTL-FILE (entitle.dat) NOT "
                   "AVAILABLE, FILE STATUS = " WS-ENTL-STATUS
                   ", WORKSHEETS WILL LIST ACCOUNTS ONLY"
           ELSE
               MOVE 'Y' TO WS-HAVE-ENTL.

       WRITE-REPORT-HEADER.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-RUN-DATE-X TO HDR-RUN-DATE.
           MOVE WS-PAGE-NO TO HDR-PAGE-NO.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-1.
           WRITE REPORT-LINE FROM WS-DEPT-HEADER-LINE.
           WRITE REPORT-LINE FROM WS-DEPT-HEAD-LINE.
           WRITE REPORT-LINE FROM WS-REPORT-HEADER-2.
           MOVE 4 TO WS-LINES-ON-PAGE.

       EXTRACT-USERS.
           OPEN INPUT USER-FILE.
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM UNTIL WS-USER-EOF = 'Y'
               READ USER-FILE NEXT RECORD INTO USER-RECORD
                   AT END MOVE 'Y' TO WS-USER-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE USER-NAME TO SORT-USER-NAME
                       MOVE USER-STATUS TO SORT-USER-STATUS
                       MOVE USER-LAST-LOGIN-DATE TO SORT-LAST-LOGIN
                       MOVE USER-ACCT-TYPE TO SORT-ACCT-TYPE
                       MOVE USER-OWNER-ID TO SORT-OWNER-ID
                       MOVE USER-DEPT TO SORT-OWN-DEPT
                       MOVE 'Y' TO SORT-OWNER-FOUND
                       PERFORM NOTE-DEPT-HEAD
                       IF USER-TYPE-NON-PERSON
                           PERFORM FIND-OWNER-DEPT
                       END-IF
                       RELEASE SORT-RECORD
               END-READ
               IF WS-USER-EOF = 'N'
                       AND WS-FILE-STATUS NOT = '00'
                   DISPLAY "ERROR READING USER-FILE, FILE STATUS = "
                       WS-FILE-STATUS
                   MOVE 20 TO RETURN-CODE
           END-PERFORM.
           CLOSE USER-FILE.

      * The heads' names and statuses are picked up on the same
      * pass over the master that feeds the sort; one person may
      * head more than one department.
       NOTE-DEPT-HEAD.
           PERFORM VARYING WS-DEPT-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-SEARCH-IDX > WS-DEPT-COUNT
               IF USER-ID = WS-DEPT-TAB-HEAD-ID (WS-DEPT-SEARCH-IDX)
                   MOVE USER-NAME
                       TO WS-DEPT-TAB-HEAD-NAME (WS-DEPT-SEARCH-IDX)
                   MOVE USER-STATUS
                       TO WS-DEPT-TAB-HEAD-STATUS (WS-DEPT-SEARCH-IDX)
                   MOVE 'Y'
                       TO WS-DEPT-TAB-HEAD-FOUND (WS-DEPT-SEARCH-IDX)
               END-IF
           END-PERFORM.

      * The owner is read by key in the middle of the sequential
      * pass, so the account is put back and the file repositioned
      * just past it before the pass carries on.
       FIND-OWNER-DEPT.
           MOVE USER-RECORD TO WS-SAVE-USER-RECORD.
           MOVE USER-OWNER-ID TO USER-ID.
           READ USER-FILE
               INVALID KEY
                   MOVE 'N' TO SORT-OWNER-FOUND
               NOT INVALID KEY
                   MOVE USER-DEPT TO SORT-USER-DEPT
           END-READ.
           MOVE WS-SAVE-USER-RECORD TO USER-RECORD.
           START USER-FILE KEY IS GREATER THAN USER-ID
               INVALID KEY MOVE 'Y' TO WS-USER-EOF
           END-START.

       PRINT-WORKSHEETS.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-FILE INTO SORT-RECORD
           ADD 1 TO WS-LINES-ON-PAGE.
           ADD 1 TO WS-DEPT-LISTED-COUNT.
           ADD 1 TO WS-LISTED-COUNT.
           IF SORT-ACCT-TYPE = 'S' OR SORT-ACCT-TYPE = 'H'
               PERFORM PRINT-OWNER-LINE
           END-IF.
           IF WS-HAVE-ENTL = 'Y'
               PERFORM PRINT-USER-ENTITLEMENTS
           END-IF.

       PRINT-OWNER-LINE.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER
           END-IF.
           ADD 1 TO WS-NON-PERSON-COUNT.
           IF SORT-ACCT-TYPE = 'S'
               MOVE "SERVICE ACCOUNT" TO OWN-TYPE-TEXT
           ELSE
               MOVE "SHARED ACCOUNT" TO OWN-TYPE-TEXT
           END-IF.
           MOVE SORT-OWNER-ID TO OWN-OWNER-ID.
           EVALUATE TRUE
               WHEN SORT-OWNER-FOUND = 'N'
                   MOVE "*OWNER NOT ON MASTER*" TO OWN-NOTE
               WHEN SORT-OWN-DEPT NOT = SORT-USER-DEPT
                   MOVE SPACES TO OWN-NOTE
                   STRING "ACCOUNT DEPT " SORT-OWN-DEPT
                       DELIMITED BY SIZE INTO OWN-NOTE
               WHEN OTHER
                   MOVE SPACES TO OWN-NOTE
           END-EVALUATE.
           WRITE REPORT-LINE FROM WS-OWNER-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

      * The USER-ID leads ENTL-KEY, so one START positions on the
      * user's first entitlement and READ NEXT walks the rest.
       PRINT-USER-ENTITLEMENTS.
           MOVE SORT-USER-ID TO ENTL-USER-ID.
           MOVE LOW-VALUES TO ENTL-APP-CODE.
           MOVE 'N' TO WS-ENTL-EOF.
           START ENTL-FILE KEY IS NOT LESS THAN ENTL-KEY
               INVALID KEY MOVE 'Y' TO WS-ENTL-EOF
           END-START.
           PERFORM UNTIL WS-ENTL-EOF = 'Y'
               READ ENTL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-ENTL-EOF
                   NOT AT END
                       IF ENTL-USER-ID NOT = SORT-USER-ID
                           MOVE 'Y' TO WS-ENTL-EOF
                       ELSE
                           PERFORM PRINT-ONE-ENTITLEMENT
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-ONE-ENTITLEMENT.
           IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER
           END-IF.
           MOVE ENTL-APP-CODE TO ENT-APP-CODE.
           MOVE ENTL-ROLE TO ENT-ROLE.
           MOVE ENTL-GRANTED-DATE TO ENT-GRANTED-DATE.
           MOVE ENTL-GRANTED-BY TO ENT-GRANTED-BY.
           IF ENTL-STATUS-REVOKE-PENDING
               MOVE "REVOKE PENDING" TO ENT-FLAG
           ELSE
               MOVE SPACES TO ENT-FLAG
           END-IF.
           WRITE REPORT-LINE FROM WS-ENTL-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.
           ADD 1 TO WS-ENTL-LISTED-COUNT.

      * Each department's worksheet starts on its own page so the
      * sheets can be torn apart and routed to the department heads.
           PERFORM FIND-DEPT-NAME.
           MOVE WS-PRIOR-DEPT TO DEPT-HDR-CODE.
           MOVE WS-DEPT-FOUND-NAME TO DEPT-HDR-NAME.
           PERFORM SET-DEPT-HEAD-LINE.
           PERFORM WRITE-REPORT-HEADER.
           ADD 1 TO WS-WORKSHEET-COUNT.

      * Force the next department onto a fresh page.
           MOVE WS-LINES-PER-PAGE TO WS-LINES-ON-PAGE.

      * A head no longer ACTIVE is still named, flagged, so the
      * sheet goes to whoever now acts for the department.
       SET-DEPT-HEAD-LINE.
           MOVE SPACES TO HEAD-HDR-ID.
           MOVE SPACES TO HEAD-HDR-NAME.
           MOVE SPACES TO HEAD-HDR-NOTE.
           IF WS-DEPT-FOUND-IDX = 0
               MOVE "*NO HEAD ON DEPT MASTER*" TO HEAD-HDR-NOTE
           ELSE
               IF WS-DEPT-TAB-HEAD-ID (WS-DEPT-FOUND-IDX) = ZERO
                   MOVE "*NO HEAD ON DEPT MASTER*" TO HEAD-HDR-NOTE
               ELSE
                   MOVE WS-DEPT-TAB-HEAD-ID (WS-DEPT-FOUND-IDX)
                       TO HEAD-HDR-ID
                   EVALUATE TRUE
                       WHEN WS-DEPT-TAB-HEAD-FOUND (WS-DEPT-FOUND-IDX)
                               = 'N'
                           MOVE "*NOT ON USER MASTER*"
                               TO HEAD-HDR-NOTE
                       WHEN WS-DEPT-TAB-HEAD-STATUS (WS-DEPT-FOUND-IDX)
                               NOT = 'A'
                           MOVE WS-DEPT-TAB-HEAD-NAME
                               (WS-DEPT-FOUND-IDX) TO HEAD-HDR-NAME
                           MOVE "(NOT ACTIVE)" TO HEAD-HDR-NOTE
                       WHEN OTHER
                           MOVE WS-DEPT-TAB-HEAD-NAME
                               (WS-DEPT-FOUND-IDX) TO HEAD-HDR-NAME
                   END-EVALUATE
               END-IF
           END-IF.

       FIND-DEPT-NAME.
           MOVE "*NOT ON DEPT MASTER*" TO WS-DEPT-FOUND-NAME.
           MOVE 0 TO WS-DEPT-FOUND-IDX.
           PERFORM VARYING WS-DEPT-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-SEARCH-IDX > WS-DEPT-COUNT
               IF WS-PRIOR-DEPT =
                       WS-DEPT-TAB-CODE (WS-DEPT-SEARCH-IDX)
                   MOVE WS-DEPT-TAB-NAME (WS-DEPT-SEARCH-IDX)
                       TO WS-DEPT-FOUND-NAME
                   MOVE WS-DEPT-SEARCH-IDX TO WS-DEPT-FOUND-IDX
                   MOVE WS-DEPT-COUNT TO WS-DEPT-SEARCH-IDX
               END-IF
           END-PERFORM.
           MOVE WS-WORKSHEET-COUNT TO TRL-WORKSHEET-COUNT.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-1.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-2.
           MOVE WS-ENTL-LISTED-COUNT TO TRL-ENTL-COUNT.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-3.
           MOVE WS-NON-PERSON-COUNT TO TRL-NON-PERSON-COUNT.
           WRITE REPORT-LINE FROM WS-TRAILER-LINE-4.

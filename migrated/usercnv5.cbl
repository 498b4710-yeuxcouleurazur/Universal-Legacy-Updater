       IDENTIFICATION DIVISION.
       PROGRAM-ID. USERCNV5.
      * One-time layout conversion for a live site: the department
      * master gains the parent division, the cost center and the
      * department head's USER-ID (40 to 67 bytes). The new fields
      * sit at the end of the record, so every old record is
      * carried across byte for byte, the division and cost center
      * padded with spaces and the head zero - no head named. The
      * cutover runs in one maintenance window:
      *     mv deptmast.dat deptmast.old
      *     usercnv5
      * after which the departments' divisions, cost centers and
      * heads are keyed through USERDMNT as 'C' transactions; until
      * then USERDEPT subtotals them under a blank division and
      * USERCERT prints their worksheets with no head named.
      * As in USERCNV4, a read/written mismatch ends with return
      * code 16 and the output must not be trusted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-DEPT-FILE ASSIGN TO "deptmast.old"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT DEPT-FILE ASSIGN TO "deptmast.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-DEPT-FILE.
       01 OLD-DEPT-RECORD PIC X(40).

       FD DEPT-FILE.
           COPY DEPTREC.

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS PIC X(2) VALUE '00'.
       01 WS-NEW-STATUS PIC X(2) VALUE '00'.

       01 WS-OLD-EOF PIC X VALUE 'N'.

       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-WRITTEN-COUNT PIC 9(7) VALUE 0.

       01 WS-PROGRAM-NAME PIC X(12) VALUE "USERCNV5".
       01 WS-RUNCTL-START PIC X(1) VALUE 'S'.
       01 WS-RUNCTL-END PIC X(1) VALUE 'E'.
       01 WS-RUNCTL-MODE PIC X(1) VALUE 'W'.
       01 WS-RUNCTL-RC PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM CONVERT-DEPT-MASTER.
           PERFORM CLOSE-RUN-CONTROL.
           DISPLAY "USERCNV5 COMPLETE - DEPARTMENTS: " WS-READ-COUNT
               "/" WS-WRITTEN-COUNT.
           IF WS-READ-COUNT NOT = WS-WRITTEN-COUNT
               DISPLAY "ERROR: READ AND WRITTEN COUNTS DIFFER - "
                   "DO NOT USE THE CONVERTED FILE, INVESTIGATE "
                   "deptmast.old"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Nothing here touches users.dat, but the writer slot keeps
      * the stream out of the department master while it is half
      * converted.
       CHECK-RUN-CONTROL.
           CALL "RUNCTRL" USING WS-RUNCTL-START WS-PROGRAM-NAME
               WS-RUNCTL-MODE WS-RUNCTL-RC.
           IF WS-RUNCTL-RC NOT = 0
               MOVE 12 TO RETURN-CODE
               STOP RUN.

       CLOSE-RUN-CONTROL.
           CALL "RUNCTRL" USING WS-RUNCTL-END WS-PROGRAM-NAME
               WS-RUNCTL-MODE WS-RUNCTL-RC.

       CONVERT-DEPT-MASTER.
           OPEN INPUT OLD-DEPT-FILE.
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY "ERROR OPENING OLD-DEPT-FILE (deptmast.old), "
                   "FILE STATUS = " WS-OLD-STATUS
                   " - RENAME THE CURRENT deptmast.dat TO "
                   "deptmast.old BEFORE RUNNING"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT DEPT-FILE.
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY "ERROR OPENING DEPT-FILE (deptmast.dat), "
                   "FILE STATUS = " WS-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM UNTIL WS-OLD-EOF = 'Y'
               READ OLD-DEPT-FILE
                   AT END MOVE 'Y' TO WS-OLD-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CONVERT-ONE-DEPT
               END-READ
               IF WS-OLD-STATUS NOT = '00' AND WS-OLD-STATUS NOT = '10'
                   DISPLAY "ERROR READING OLD-DEPT-FILE, FILE STATUS = "
                       WS-OLD-STATUS
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.
           CLOSE OLD-DEPT-FILE.
           CLOSE DEPT-FILE.

       CONVERT-ONE-DEPT.
           MOVE SPACES TO DEPT-RECORD.
           MOVE OLD-DEPT-RECORD TO DEPT-RECORD (1:40).
           MOVE ZERO TO DEPT-HEAD-ID.
           WRITE DEPT-RECORD.
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY "ERROR WRITING DEPT-FILE, FILE STATUS = "
                   WS-NEW-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO WS-WRITTEN-COUNT.

           05 PARM-RETAIN-DAYS PIC 9(3).

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD PIC X(59).

       FD KEEP-FILE.
       01 KEEP-RECORD PIC X(59).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS PIC X(2) VALUE '00'.
           05 WS-RUN-DD PIC 9(2).
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DATE-X PIC X(8).
       01 WS-BUSDATE-RC PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE.
           PERFORM READ-RETENTION-PARM.
           PERFORM COMPUTE-CUTOFF-DATE.
           PERFORM SPLIT-AUDIT-FILE.
           END-IF.
           STOP RUN.

       GET-BUSINESS-DATE.
           CALL "BUSDATE" USING WS-RUN-DATE WS-BUSDATE-RC.
           IF WS-BUSDATE-RC NOT = 0
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       READ-RETENTION-PARM.
           OPEN INPUT AUDA-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               CLOSE AUDA-PARM-FILE.

       COMPUTE-CUTOFF-DATE.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X.
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)

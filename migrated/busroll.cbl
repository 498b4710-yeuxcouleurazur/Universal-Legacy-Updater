       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSROLL.
      * Business-date roll: advances busdate.dat (see BDATREC) by one
      * calendar day. It is the last step of USERSTRM, so it is only
      * reached once every earlier step of the night has ended clean
      * - the business date never moves past a day whose stream did
      * not finish, and the resumed or catch-up run redoes that day
      * under the right date.
      * To set the date explicitly (the first time, or to correct
      * it after an operator error) put the wanted date in
      * bdatparm.dat; the next BUSROLL sets exactly that date
      * instead of rolling, and empties bdatparm.dat so the
      * instruction is only ever acted on once.
      * A roll that would put the business date more than one day
      * ahead of the machine date is refused with return code 16:
      * it means the date has already been rolled for tonight, and
      * rolling again would skip a business day.
      * Claims the run-control slot as a writer, so it cannot roll
      * the date under a program that is still running.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BDAT-FILE ASSIGN TO "busdate.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDAT-STATUS.
           SELECT BDAT-PARM-FILE ASSIGN TO "bdatparm.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BDAT-FILE.
           COPY BDATREC.

       FD BDAT-PARM-FILE.
       01 BDAT-PARM-RECORD.
           05 PARM-SET-DATE PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-BDAT-STATUS PIC X(2) VALUE '00'.
       01 WS-PARM-STATUS PIC X(2) VALUE '00'.

       01 WS-SET-REQUESTED PIC X VALUE 'N'.
       01 WS-OLD-DATE PIC 9(8) VALUE 0.
       01 WS-NEW-DATE PIC 9(8) VALUE 0.
       01 WS-CHECK-DATE.
           05 WS-CHECK-YYYY PIC 9(4).
           05 WS-CHECK-MM PIC 9(2).
           05 WS-CHECK-DD PIC 9(2).
       01 WS-MACHINE-DATE PIC 9(8) VALUE 0.
       01 WS-LIMIT-DATE PIC 9(8) VALUE 0.
       01 WS-DATE-INT PIC 9(7) VALUE 0.

       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-RUN-TIMESTAMP PIC X(14).

       01 WS-PROGRAM-NAME PIC X(12) VALUE "BUSROLL".
       01 WS-RUNCTL-START PIC X(1) VALUE 'S'.
       01 WS-RUNCTL-END PIC X(1) VALUE 'E'.
       01 WS-RUNCTL-MODE PIC X(1) VALUE 'W'.
       01 WS-RUNCTL-RC PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP (1:8) TO WS-MACHINE-DATE.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM READ-SET-PARM.
           PERFORM READ-BUSINESS-DATE.
           IF WS-SET-REQUESTED = 'Y'
               MOVE 'S' TO BDAT-ROLLED-BY
           ELSE
               PERFORM COMPUTE-NEXT-DATE
               MOVE 'R' TO BDAT-ROLLED-BY
           END-IF.
           PERFORM WRITE-BUSINESS-DATE.
           IF WS-SET-REQUESTED = 'Y'
               PERFORM CLEAR-SET-PARM
               DISPLAY "BUSROLL COMPLETE - BUSINESS DATE SET TO "
                   WS-NEW-DATE " (WAS " WS-OLD-DATE ")"
           ELSE
               DISPLAY "BUSROLL COMPLETE - BUSINESS DATE ROLLED "
                   "FROM " WS-OLD-DATE " TO " WS-NEW-DATE
           END-IF.
           PERFORM CLOSE-RUN-CONTROL.
           MOVE 0 TO RETURN-CODE.
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

      * An absent or empty bdatparm.dat is the normal nightly case:
      * no instruction, so roll.
       READ-SET-PARM.
           OPEN INPUT BDAT-PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ BDAT-PARM-FILE INTO BDAT-PARM-RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF PARM-SET-DATE NOT = SPACES
                           MOVE 'Y' TO WS-SET-REQUESTED
                       END-IF
               END-READ
               CLOSE BDAT-PARM-FILE
           END-IF.
           IF WS-SET-REQUESTED = 'Y'
               MOVE PARM-SET-DATE TO WS-CHECK-DATE
               IF PARM-SET-DATE NOT NUMERIC
                       OR WS-CHECK-YYYY < 1601
                       OR WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
                       OR WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
                   DISPLAY "ERROR: BDAT-PARM-FILE (bdatparm.dat) "
                       "HOLDS '" PARM-SET-DATE
                       "', NOT A YYYYMMDD DATE - NOTHING CHANGED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-CHECK-DATE TO WS-NEW-DATE
           END-IF.

      * With a set instruction in hand the control record need not
      * exist yet - that is how the date is set the first time.
       READ-BUSINESS-DATE.
           MOVE 0 TO WS-OLD-DATE.
           OPEN INPUT BDAT-FILE.
           IF WS-BDAT-STATUS = '00'
               READ BDAT-FILE
                   AT END MOVE 0 TO BDAT-BUSINESS-DATE
               END-READ
               CLOSE BDAT-FILE
               IF BDAT-BUSINESS-DATE NUMERIC
                   MOVE BDAT-BUSINESS-DATE TO WS-OLD-DATE
               END-IF
           END-IF.
           IF WS-OLD-DATE = 0 AND WS-SET-REQUESTED NOT = 'Y'
               DISPLAY "ERROR: NO BUSINESS DATE ON BDAT-FILE "
                   "(busdate.dat), FILE STATUS = " WS-BDAT-STATUS
                   " - NAME THE DATE TO SET IN bdatparm.dat"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

       COMPUTE-NEXT-DATE.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-OLD-DATE) + 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               TO WS-NEW-DATE.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-MACHINE-DATE) + 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               TO WS-LIMIT-DATE.
           IF WS-NEW-DATE > WS-LIMIT-DATE
               DISPLAY "ERROR: ROLLING " WS-OLD-DATE " TO "
                   WS-NEW-DATE " WOULD PUT THE BUSINESS DATE MORE "
                   "THAN ONE DAY AHEAD OF THE MACHINE DATE "
                   WS-MACHINE-DATE
               DISPLAY "THE DATE HAS ALREADY BEEN ROLLED FOR THIS "
                   "NIGHT - NOTHING CHANGED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-BUSINESS-DATE.
           MOVE WS-NEW-DATE TO BDAT-BUSINESS-DATE.
           MOVE WS-OLD-DATE TO BDAT-PRIOR-DATE.
           MOVE WS-RUN-TIMESTAMP TO BDAT-ROLLED-TIMESTAMP.
           OPEN OUTPUT BDAT-FILE.
           IF WS-BDAT-STATUS NOT = '00'
               DISPLAY "ERROR OPENING BDAT-FILE (busdate.dat), FILE "
                   "STATUS = " WS-BDAT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           WRITE BDAT-RECORD.
           IF WS-BDAT-STATUS NOT = '00'
               DISPLAY "ERROR WRITING BDAT-FILE, FILE STATUS = "
                   WS-BDAT-STATUS
               CLOSE BDAT-FILE
               MOVE 20 TO RETURN-CODE
               STOP RUN.
           CLOSE BDAT-FILE.

       CLEAR-SET-PARM.
           OPEN OUTPUT BDAT-PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY "WARNING: UNABLE TO EMPTY BDAT-PARM-FILE "
                   "(bdatparm.dat), FILE STATUS = " WS-PARM-STATUS
                   " - EMPTY IT BEFORE THE NEXT ROLL"
           ELSE
               CLOSE BDAT-PARM-FILE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDATE.
      * Shared business-date reader over busdate.dat, CALLed by every
      * batch program in place of the machine date, the way RUNCTRL
      * is CALLed for the run-control slot:
      *   CALL "BUSDATE" USING <date, PIC 9(8) YYYYMMDD>,
      *       <return code, PIC 9(2)>
      * Hands back the business date the stream is processing (see
      * BDATREC). A missing, empty, or non-date control record is
      * refused with return code 8 and a message: a program must
      * never quietly fall back to the machine clock, because that
      * is exactly the wrong date on a late finish or a catch-up
      * night. A business date ahead of the machine date is only
      * warned about - it is normal for a few hours after a stream
      * that ran its BUSROLL step before midnight.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BDAT-FILE ASSIGN TO "busdate.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BDAT-FILE.
           COPY BDATREC.

       WORKING-STORAGE SECTION.
       01 WS-BDAT-STATUS PIC X(2) VALUE '00'.
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-MACHINE-DATE PIC 9(8) VALUE 0.
       01 WS-CHECK-DATE.
           05 WS-CHECK-YYYY PIC 9(4).
           05 WS-CHECK-MM PIC 9(2).
           05 WS-CHECK-DD PIC 9(2).

       LINKAGE SECTION.
       01 BUSDATE-DATE PIC 9(8).
       01 BUSDATE-RC PIC 9(2).

       PROCEDURE DIVISION USING BUSDATE-DATE BUSDATE-RC.
       MAIN-PROCEDURE.
           MOVE 0 TO BUSDATE-RC.
           MOVE 0 TO BUSDATE-DATE.
           OPEN INPUT BDAT-FILE.
           IF WS-BDAT-STATUS NOT = '00'
               DISPLAY "BUSDATE: ERROR - BUSINESS DATE CONTROL "
                   "(busdate.dat) NOT AVAILABLE, FILE STATUS = "
                   WS-BDAT-STATUS
               DISPLAY "BUSDATE: SET THE BUSINESS DATE WITH BUSROLL "
                   "BEFORE RUNNING THE STREAM"
               MOVE 8 TO BUSDATE-RC
               GOBACK
           END-IF.
           READ BDAT-FILE
               AT END
                   DISPLAY "BUSDATE: ERROR - BUSINESS DATE CONTROL "
                       "(busdate.dat) IS EMPTY"
                   MOVE 8 TO BUSDATE-RC
           END-READ.
           CLOSE BDAT-FILE.
           IF BUSDATE-RC NOT = 0
               GOBACK
           END-IF.
           MOVE BDAT-BUSINESS-DATE TO WS-CHECK-DATE.
           IF BDAT-BUSINESS-DATE NOT NUMERIC
                   OR WS-CHECK-YYYY < 1601
                   OR WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
                   OR WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
               DISPLAY "BUSDATE: ERROR - BUSINESS DATE CONTROL "
                   "HOLDS '" BDAT-BUSINESS-DATE
                   "', NOT A YYYYMMDD DATE"
               MOVE 8 TO BUSDATE-RC
               GOBACK
           END-IF.
           MOVE BDAT-BUSINESS-DATE TO BUSDATE-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-MACHINE-DATE.
           IF BUSDATE-DATE > WS-MACHINE-DATE
               DISPLAY "BUSDATE: NOTE - BUSINESS DATE "
                   BUSDATE-DATE " IS AHEAD OF THE MACHINE DATE "
                   WS-MACHINE-DATE
           END-IF.
           GOBACK.

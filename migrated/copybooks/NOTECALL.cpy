      *****************************************************************
      * NOTECALL - parameter block for CALL "USERNOTE" USING
      * NOTE-CALL-PARMS, the one route onto the usernote.dat
      * notification file (layout in NOTEREC):
      *   'O' open - with NOTE-CALL-PROGRAM and NOTE-CALL-RUN-DATE
      *       set; call it before opening users.dat, since the open
      *       looks up the department heads' names on the master
      *   'W' write one notice - the type, the user's id, name,
      *       department and owner, the event and reference dates
      *   'C' close - writes the batch trailer
      * NOTE-CALL-RC comes back 0 when the notice was written, 4
      * when notectl.dat shows the same notice already went out
      * for the same event date, and 8 when the notification file
      * cannot be opened or written. A notice that cannot be sent
      * does not stop the caller's own work - it warns and ends
      * with return code 4.
      *****************************************************************
       01 NOTE-CALL-PARMS.
           05 NOTE-CALL-REQUEST PIC X(1).
           05 NOTE-CALL-PROGRAM PIC X(12).
           05 NOTE-CALL-RUN-DATE PIC 9(8).
           05 NOTE-CALL-TYPE PIC X(3).
           05 NOTE-CALL-USER-ID PIC 9(7).
           05 NOTE-CALL-USER-NAME PIC X(20).
           05 NOTE-CALL-USER-DEPT PIC X(10).
           05 NOTE-CALL-OWNER-ID PIC 9(7).
           05 NOTE-CALL-EVENT-DATE PIC 9(8).
           05 NOTE-CALL-REF-DATE PIC 9(8).
           05 NOTE-CALL-RC PIC 9(2).

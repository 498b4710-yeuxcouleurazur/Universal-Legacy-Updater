      *****************************************************************
      * JRNLCALL - parameter block for CALL "USERJRNL" USING
      * JRNL-CALL-PARMS, the one route onto the userjrnl.dat change
      * journal (layout in JRNLREC):
      *   'O' open - after CHECK-RUN-CONTROL, so the run number the
      *       slot was just given is the one stamped on every entry
      *   'W' write one entry - JRNL-CALL-ACTION plus the images
      *       (or the marker fields on 'U', 'L' and 'F')
      *   'C' close - before CLOSE-RUN-CONTROL
      * JRNL-CALL-RC comes back non-zero when the journal cannot be
      * opened or written; the caller stops, since a master change
      * the journal cannot hold is a change recovery would lose.
      *****************************************************************
       01 JRNL-CALL-PARMS.
           05 JRNL-CALL-REQUEST PIC X(1).
           05 JRNL-CALL-PROGRAM PIC X(12).
           05 JRNL-CALL-ACTION PIC X(1).
           05 JRNL-CALL-BEFORE PIC X(72).
           05 JRNL-CALL-MARKER REDEFINES JRNL-CALL-BEFORE.
               10 JRNL-CALL-GEN-NAME PIC X(21).
               10 JRNL-CALL-COUNT PIC 9(7).
               10 JRNL-CALL-HASH PIC 9(12).
               10 JRNL-CALL-TO-TIMESTAMP PIC X(14).
               10 FILLER PIC X(18).
           05 JRNL-CALL-AFTER PIC X(72).
           05 JRNL-CALL-RC PIC 9(2).

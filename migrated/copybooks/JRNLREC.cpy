      *****************************************************************
      * JRNLREC - JRNL-RECORD layout for userjrnl.dat, the shared
      * before/after-image change journal on users.dat. Appended
      * only through the USERJRNL subprogram, by every program that
      * writes or rewrites the master (USERMAINT, USERPOST,
      * USERPEXP, USERDMOV, USERUNLK); read by USERFRCV to roll a
      * restored generation forward.
      * JRNL-RUN-NUMBER is the writer's run number from runctl.dat,
      * JRNL-TIMESTAMP the moment of the change (YYYYMMDDHHMMSS).
      * JRNL-ACTION:
      *   'A' a record added - before image spaces
      *   'C' a record rewritten - both images complete, except
      *       that USERPEXP masks a clear-text password in the
      *       before image with asterisks
      *   'U' USERUNLD wrote a backup generation
      *   'L' USERRELD reloaded the master from a generation
      *   'F' USERFRCV rolled a reloaded master forward
      * On the three markers the before image carries the
      * generation name, its record count and USER-ID hash, and
      * (on 'F') the point in time recovered to; USER-ID is zero.
      *****************************************************************
       01 JRNL-RECORD.
           05 JRNL-TIMESTAMP PIC X(14).
           05 JRNL-RUN-NUMBER PIC 9(7).
           05 JRNL-PROGRAM PIC X(12).
           05 JRNL-ACTION PIC X(1).
               88 JRNL-IS-ADD VALUE 'A'.
               88 JRNL-IS-CHANGE VALUE 'C'.
               88 JRNL-IS-UNLOAD VALUE 'U'.
               88 JRNL-IS-RELOAD VALUE 'L'.
               88 JRNL-IS-RECOVERY VALUE 'F'.
           05 JRNL-USER-ID PIC 9(7).
           05 JRNL-BEFORE-IMAGE PIC X(72).
           05 JRNL-MARKER REDEFINES JRNL-BEFORE-IMAGE.
               10 JRNL-MARK-GEN-NAME PIC X(21).
               10 JRNL-MARK-COUNT PIC 9(7).
               10 JRNL-MARK-HASH PIC 9(12).
               10 JRNL-MARK-TO-TIMESTAMP PIC X(14).
               10 FILLER PIC X(18).
           05 JRNL-AFTER-IMAGE PIC X(72).

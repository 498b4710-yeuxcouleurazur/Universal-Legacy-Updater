      *****************************************************************
      * DAUDREC - DAUD-RECORD layout for deptaudit.dat, the audit
      * trail of every change to the department master. useraudit
      * .dat is keyed by USER-ID and has no room for a department
      * code, so department changes are kept apart, one record per
      * code added, changed or retired. Appended by USERDMNT (keyed
      * maintenance - DAUD-OPERATOR is the clerk who keyed it) and
      * USERDMOV (reorganization sweep - DAUD-OPERATOR spaces).
      * DAUD-TIMESTAMP is YYYYMMDDHHMMSS.
      * DAUD-ACTION:
      *   'A' code added   - before image spaces
      *   'C' code changed - rename, division, cost center or head
      *   'R' code retired - after image spaces
      * The images are whole DEPT-RECORDs (see DEPTREC).
      *****************************************************************
       01 DAUD-RECORD.
           05 DAUD-TIMESTAMP PIC X(14).
           05 DAUD-PROGRAM PIC X(12).
           05 DAUD-OPERATOR PIC X(8).
           05 DAUD-ACTION PIC X(1).
               88 DAUD-IS-ADD VALUE 'A'.
               88 DAUD-IS-CHANGE VALUE 'C'.
               88 DAUD-IS-RETIRE VALUE 'R'.
           05 DAUD-DEPT-CODE PIC X(10).
           05 DAUD-BEFORE-IMAGE PIC X(67).
           05 DAUD-AFTER-IMAGE PIC X(67).

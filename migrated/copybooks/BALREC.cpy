      * stream. Appended by USERUNLD (master-in count), USEREDIT,
      * USERMAINT and LEGACY-COBOL; read and cleared by USERBAL,
      * which proves the stream's balancing equations.
      * BAL-RUN-DATE is the business date the step processed (from
      * BUSDATE), so a step that finishes after midnight still
      * balances against the rest of its night.
      * BAL-ADD-COUNT is only meaningful from USERMAINT (adds alone,
      * the one action that grows the master); everyone else zeros.
      * BAL-PEND-COUNT is likewise USERMAINT's alone: the pending
      * USERBAL can prove reads against USEREDIT's accepted count
      * plus the carry-in. Held transactions (carried forward again)
      * ride in USERMAINT's BAL-EXCEPTION-COUNT.
      * USERPOST, USERPEXP and USERDORM append a record too, for
      * USERSTAT's daily history rather than for balancing (USERBAL
      * passes over them): USERPOST's BAL-EXCEPTION-COUNT is the
      * accounts locked at the failure limit and BAL-REJECT-COUNT
      * the unmatched feed records; USERPEXP's BAL-EXCEPTION-COUNT
      * is the expiry locks; USERDORM's is the dormant accounts.
      *****************************************************************
       01 BAL-RECORD.
           05 BAL-PROGRAM PIC X(12).

      *****************************************************************
      * APRVREC - APRV-RECORD layout for aprvpend.dat, the maker-
      * checker file of sensitive actions held for a second
      * operator's approval instead of being applied:
      *   'G' an admin grant keyed on admtran.dat (held by USERADMN)
      *   'R' a reactivation of a USER-ID on admin.dat, and
      *   'C' a CHANGE of an admin's department (both held by
      *       USEREDIT; the whole transaction rides in
      *       APRV-TRAN-IMAGE).
      * Appended by USERADMN and USEREDIT; worked by USERAPPR, which
      * releases approved items back into the USERADMN or
      * USEREDIT/USERMAINT flow, drops rejected ones, and ages off
      * anything left unapproved too long.
      * APRV-SUBMIT-OPERATOR is the maker - the clerk who keyed the
      * transaction, or USERHRRC for an HR-driven transfer - and is
      * never blank.
      *****************************************************************
       01 APRV-RECORD.
           05 APRV-ITEM-TYPE PIC X(1).
               88 APRV-ITEM-ADMIN-GRANT VALUE 'G'.
               88 APRV-ITEM-REACTIVATE VALUE 'R'.
               88 APRV-ITEM-DEPT-CHANGE VALUE 'C'.
           05 APRV-USER-ID PIC 9(7).
           05 APRV-SUBMIT-DATE PIC 9(8).
           05 APRV-SUBMIT-OPERATOR PIC X(8).
           05 APRV-TRAN-IMAGE PIC X(81).

      * text never lands on disk. USER-PASS-CHANGED-DATE drives
      * password aging (USERPEXP locks accounts past the policy
      * window).
      * Every program that writes or rewrites the master journals
      * the record's before and after images through USERJRNL
      * (see JRNLREC), so USERFRCV can roll a restored copy forward.
      * USER-ACCT-TYPE separates the accounts a person signs on with
      * from service and shared accounts; a non-person account must
      * name a person as USER-OWNER-ID (zero on a person account).
      * A blank type reads as a person account. The type alone
      * picks the longer non-person password window (USERPEXP and
      * LEGACY-COBOL, second passparm.dat record); the owner's
      * department places the account on the certification
      * worksheets (USERCERT) and the owner's status drives the
      * orphaned-account exceptions (USERORPH). USERDORM leaves
      * non-person accounts alone.
      *****************************************************************
       01 USER-RECORD.
           05 USER-ID PIC 9(7).
           05 USER-DEPT PIC X(10).
           05 USER-LAST-LOGIN-DATE PIC 9(8).
           05 USER-PASS-CHANGED-DATE PIC 9(8).
           05 USER-ACCT-TYPE PIC X(1).
               88 USER-TYPE-PERSON VALUE 'P' ' '.
               88 USER-TYPE-SERVICE VALUE 'S'.
               88 USER-TYPE-SHARED VALUE 'H'.
               88 USER-TYPE-NON-PERSON VALUE 'S' 'H'.
           05 USER-OWNER-ID PIC 9(7).

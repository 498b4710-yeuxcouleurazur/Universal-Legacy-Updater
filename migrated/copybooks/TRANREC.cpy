      * TRANREC - shared TRAN-RECORD layout for usertran.dat and
      * the validated tranvald.dat.
      * Used by USERDORM (appends 'D' deactivate transactions for
      * dormant accounts), USERHRRC (appends 'D' terminations and
      * 'C' department transfers from the HR feed), USEREDIT
      * (edits the raw transactions and writes the accepted ones to
      * tranvald.dat) and USERMAINT (applies the validated
      * transactions to the master).
      * 'R' reactivates an account currently 'I' or 'L' back to 'A';
      * it is the only sanctioned route back to ACTIVE, and it leaves
      * its own REACTIVATE trace on the audit file instead of hiding
      * key a change ahead of its date: USERMAINT applies only
      * transactions whose date has arrived and carries the rest
      * forward on the pending file night after night.
      * TRAN-OPERATOR names the clerk who keyed the transaction.
      * USERDORM and USERCAPP leave it blank; USERHRRC, whose
      * department changes can be held, signs with its program
      * name. It is the maker on a transaction USEREDIT holds for
      * a second operator's approval (see APRVREC), and USEREDIT
      * rejects such a transaction when it is blank; USERAPPR hands
      * approved ones back to USEREDIT on tranappr.dat in this same
      * layout.
      * TRAN-ACCT-TYPE and TRAN-OWNER-ID carry the account type and
      * owning person (see USERREC) on an 'A' or 'C'; blank type and
      * zero owner on a 'C' leave the master's values unchanged. The
      * batch submitters move zero to the owner.
      *****************************************************************
       01 TRAN-RECORD.
           05 TRAN-CODE PIC X(1).
           05 TRAN-USER-DEPT PIC X(10).
           05 TRAN-LAST-LOGIN PIC 9(8).
           05 TRAN-EFFECTIVE-DATE PIC 9(8).
           05 TRAN-OPERATOR PIC X(8).
           05 TRAN-ACCT-TYPE PIC X(1).
           05 TRAN-OWNER-ID PIC 9(7).

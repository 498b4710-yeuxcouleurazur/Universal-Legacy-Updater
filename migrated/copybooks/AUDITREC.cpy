      * rejected); read by USERAUDQ (inquiry) and USERAUDA (archive).
      * AUDIT-TIMESTAMP is YYYYMMDDHHMMSS.
      * AUDIT-OPERATOR names the person behind an intraday action
      * (USERUNLK's desk unlocks, USERENTL's keyed entitlement
      * grants and revokes); the batch programs, which act on their
      * own authority, write spaces.
      * AUDIT-APPROVER is the second operator on a maker-checker
      * item, and is carried only on USERAPPR's own APR- records
      * and on the admin grants USERADMN applies from admrels.dat -
      * AUDIT-OPERATOR is then the maker who submitted it. A user
      * transaction released through tranappr.dat goes back through
      * USEREDIT and USERMAINT, whose audit records carry spaces in
      * both fields; its maker and checker are on the APR- records
      * for the same USER-ID. Spaces everywhere else. The APR-
      * classes (APR-SUBMIT from USERADMN and USEREDIT; APR-APPROV,
      * APR-REJECT, APR-SELF and APR-EXPIRE from USERAPPR) trace
      * every step of an item's life on aprvpend.dat.
      *****************************************************************
       01 AUDIT-RECORD.
           05 AUDIT-USER-ID PIC 9(7).
           05 AUDIT-TIMESTAMP PIC X(14).
           05 AUDIT-PROGRAM PIC X(12).
           05 AUDIT-OPERATOR PIC X(8).
           05 AUDIT-APPROVER PIC X(8).

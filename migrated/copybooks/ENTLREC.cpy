      *****************************************************************
      * ENTLREC - ENTL-RECORD layout for entitle.dat, the application
      * entitlement master: one record per application a user may
      * get into, indexed on ENTL-KEY (USER-ID then APP-CODE) so one
      * user's entitlements sit together in key order.
      * Maintained by USERENTL (grants and revokes from enttran.dat);
      * USERMAINT flags every entitlement of a deactivated account
      * 'R' (revoke pending) for the downstream systems to act on;
      * the record stays until a 'V' through USERENTL deletes it. Read
      * by USERCERT (listed under each user on the worksheets) and
      * USEREXTR (the entlextr.dat companion extract).
      * ENTL-GRANTED-DATE is YYYYMMDD; ENTL-GRANTED-BY is the
      * operator who keyed the grant.
      *****************************************************************
       01 ENTL-RECORD.
           05 ENTL-KEY.
               10 ENTL-USER-ID PIC 9(7).
               10 ENTL-APP-CODE PIC X(8).
           05 ENTL-ROLE PIC X(10).
           05 ENTL-GRANTED-DATE PIC 9(8).
           05 ENTL-GRANTED-BY PIC X(8).
           05 ENTL-STATUS PIC X(1).
               88 ENTL-STATUS-ACTIVE VALUE 'A'.
               88 ENTL-STATUS-REVOKE-PENDING VALUE 'R'.

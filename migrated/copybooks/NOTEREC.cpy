      *****************************************************************
      * NOTEREC - record layouts for usernote.dat, the outbound
      * notification file the email gateway picks up. Appended
      * only through the USERNOTE subprogram (see NOTECALL), by
      * USERPEXP, USERPOST, USERDORM and USERCAPP.
      * Every run of a notifying program appends one batch: a HDR
      * record carrying the business date and the program, one
      * detail record per notice, and a TRL record carrying the
      * batch's detail count and USER-ID hash total, the same
      * control pair USEREXTR writes. A run with nothing to say
      * still appends its HDR/TRL pair with a zero count.
      * NOTE-TYPE:
      *   'PEW' password expiry warning - event date is the day
      *         the account locks if the password is not changed,
      *         reference date the last password change
      *   'PEL' locked, password expired - reference date the last
      *         password change
      *   'FLK' locked at the login failure limit - reference date
      *         the failing attempt's date
      *   'DMW' dormancy warning - event date is the day USERDORM
      *         would submit the retirement, reference date the
      *         last login
      *   'DMR' retired as dormant - reference date the last login
      *   'CRM' removed at recertification - reference date the
      *         last login
      * On the lock and removal notices the event date is the
      * business date of the action. NOTE-OWNER-ID is the owning
      * person on a service or shared account (zero otherwise),
      * for the gateway to address in the account's place. The
      * contact is the department head from deptmast.dat.
      *****************************************************************
       01 NOTE-RECORD.
           05 NOTE-TYPE PIC X(3).
               88 NOTE-IS-PASS-WARNING VALUE 'PEW'.
               88 NOTE-IS-PASS-LOCK VALUE 'PEL'.
               88 NOTE-IS-FAIL-LOCK VALUE 'FLK'.
               88 NOTE-IS-DORM-WARNING VALUE 'DMW'.
               88 NOTE-IS-DORM-RETIRE VALUE 'DMR'.
               88 NOTE-IS-CERT-REMOVE VALUE 'CRM'.
           05 NOTE-USER-ID PIC 9(7).
           05 NOTE-USER-NAME PIC X(20).
           05 NOTE-USER-DEPT PIC X(10).
           05 NOTE-DEPT-NAME PIC X(30).
           05 NOTE-OWNER-ID PIC 9(7).
           05 NOTE-BUS-DATE PIC 9(8).
           05 NOTE-EVENT-DATE PIC 9(8).
           05 NOTE-REF-DATE PIC 9(8).
           05 NOTE-CONTACT-ID PIC 9(7).
           05 NOTE-CONTACT-NAME PIC X(20).
           05 NOTE-PROGRAM PIC X(12).
       01 NOTE-HEADER.
           05 NOTE-HDR-ID PIC X(3).
           05 NOTE-HDR-BUS-DATE PIC 9(8).
           05 NOTE-HDR-PROGRAM PIC X(12).
           05 FILLER PIC X(117).
       01 NOTE-TRAILER.
           05 NOTE-TRL-ID PIC X(3).
           05 NOTE-TRL-RECORD-COUNT PIC 9(7).
           05 NOTE-TRL-ID-HASH PIC 9(12).
           05 FILLER PIC X(118).

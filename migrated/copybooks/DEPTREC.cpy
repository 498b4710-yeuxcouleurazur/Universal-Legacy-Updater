      *****************************************************************
      * DEPTREC - DEPT-RECORD layout for deptmast.dat, the department
      * master (one record per valid department code).
      * Each department rolls up to a parent division, is charged to
      * a cost center, and names its department head by USER-ID -
      * USERDMNT will only accept a head who is ACTIVE on users.dat.
      * Maintained by USERDMNT (add/rename/retire) and USERDMOV
      * (reorganization sweep). Used by USERMAINT (validates
      * TRAN-USER-DEPT on ADD/CHANGE), USERDEPT (department summary
      * report, subtotalled by division), USERCERT (names the
      * head on each certification worksheet) and USERNOTE (names
      * the head as the contact on each user notice).
      *****************************************************************
       01 DEPT-RECORD.
           05 DEPT-CODE PIC X(10).
           05 DEPT-NAME PIC X(30).
           05 DEPT-DIVISION PIC X(10).
           05 DEPT-COST-CENTER PIC X(10).
           05 DEPT-HEAD-ID PIC 9(7).

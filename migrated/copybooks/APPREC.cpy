      *****************************************************************
      * APPREC - APP-RECORD layout for appmast.dat, the application
      * code master (one record per application an entitlement may
      * name). Used by USERENTL, which refuses a grant to any code
      * not on it.
      *****************************************************************
       01 APP-RECORD.
           05 APP-CODE PIC X(8).
           05 APP-NAME PIC X(30).

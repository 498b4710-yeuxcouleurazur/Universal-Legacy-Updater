      *****************************************************************
      * STATREC - STAT-RECORD layout for statshist.dat, the daily
      * statistics history. One record per business date, appended
      * by USERSTAT near the end of the nightly stream; read by
      * USERTRND for the month-end trend report and dashboard file.
      * A rerun of the same date appends a second record, and
      * readers keep the last record for a date, the same rule
      * USERBAL applies to control records.
      * The activity counts come from that night's balance.dat
      * control records: adds and applies from USERMAINT, rejects
      * and held from USEREDIT and USERMAINT together, failure
      * locks and unmatched feed records from USERPOST, expiry
      * locks from USERPEXP, dormant accounts from USERDORM.
      * STAT-MISSING-COUNT is how many of those five programs had
      * no control record for the date - non-zero means the day's
      * counts are incomplete.
      * The department entries are the status counts on the master
      * at the time of the run, one per USER-DEPT value in code
      * order, up to the 100 departments the other department
      * tables hold.
      *****************************************************************
       01 STAT-RECORD.
           05 STAT-BUS-DATE PIC 9(8).
           05 STAT-TIMESTAMP PIC X(14).
           05 STAT-ADD-COUNT PIC 9(7).
           05 STAT-APPLY-COUNT PIC 9(7).
           05 STAT-REJECT-COUNT PIC 9(7).
           05 STAT-HELD-COUNT PIC 9(7).
           05 STAT-FAIL-LOCK-COUNT PIC 9(7).
           05 STAT-UNMATCHED-COUNT PIC 9(7).
           05 STAT-EXPIRE-LOCK-COUNT PIC 9(7).
           05 STAT-DORMANT-COUNT PIC 9(7).
           05 STAT-MISSING-COUNT PIC 9(1).
           05 STAT-DEPT-COUNT PIC 9(3).
           05 STAT-DEPT-ENTRY OCCURS 100 TIMES.
               10 STAT-DEPT-CODE PIC X(10).
               10 STAT-DEPT-ACTIVE PIC 9(5).
               10 STAT-DEPT-LOCKED PIC 9(5).
               10 STAT-DEPT-INACTIVE PIC 9(5).

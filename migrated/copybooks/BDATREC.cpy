      *****************************************************************
      * BDATREC - BDAT-RECORD layout for busdate.dat, the single-
      * record business date control. BDAT-BUSINESS-DATE is the
      * processing date every batch program works under, whatever
      * the machine clock says: a stream that finishes after
      * midnight, or a catch-up run for a missed night, still
      * dates its cutoffs, effective-date releases, backup name and
      * control totals for the business day it is processing.
      * Read through the BUSDATE subprogram; rolled forward (or set
      * by operator instruction) only by BUSROLL, the last step of
      * a clean USERSTRM stream. BDAT-PRIOR-DATE is the date it was
      * rolled from, BDAT-ROLLED-TIMESTAMP the machine time it was
      * rolled, and BDAT-ROLLED-BY 'R' for a normal roll or 'S' for
      * an operator set.
      *****************************************************************
       01 BDAT-RECORD.
           05 BDAT-BUSINESS-DATE PIC 9(8).
           05 BDAT-PRIOR-DATE PIC 9(8).
           05 BDAT-ROLLED-TIMESTAMP PIC X(14).
           05 BDAT-ROLLED-BY PIC X(1).
               88 BDAT-ROLLED-NORMALLY VALUE 'R'.
               88 BDAT-SET-BY-OPERATOR VALUE 'S'.

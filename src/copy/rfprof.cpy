      *************************************************************************
      *
      * Copybook: RFPROF
      *
      * Function: Reference-table compare profile.  One record in the
      *           shared RFPROF.DAT file for every REFRESHD table whose
      *           incoming source REFDIFF compares with the live table
      *           before the refresh is applied - the table, the work
      *           table (same columns, same column order) the incoming
      *           IXF is imported into for the comparison, the table's
      *           key columns as a comma-separated list with no
      *           blanks, the change volume (added + changed +
      *           vanished rows as a percentage of the current row
      *           count) above which the table is flagged, and
      *           whether the business must sign the change off.
      *           REFRESHD applies a sign-off table only when
      *           APPRTOK.DAT holds an approved token with action RFSH
      *           plus the refresh date (RFSHyyyymmdd) and the table
      *           as its object.  A table with no profile is not
      *           compared and refreshes as before.
      *
      *************************************************************************
       01  REFRESH-PROFILE-REC.
           05 RP-TABLE-NAME            PIC X(30).
           05 RP-STAGING-TABLE         PIC X(30).
           05 RP-KEY-COLUMNS           PIC X(100).
           05 RP-CHANGE-LIMIT-PCT      PIC 9(3).
           05 RP-SIGNOFF-SW            PIC X.
               88 RP-SIGNOFF-REQUIRED  VALUE "Y".

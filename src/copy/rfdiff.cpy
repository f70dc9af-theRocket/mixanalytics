      *************************************************************************
      *
      * Copybook: RFDIFF
      *
      * Function: Reference-table compare result.  REFDIFF appends one
      *           of these to RFDIFF.DAT for every profiled REFRESHD
      *           table it compares - when, the table and incoming
      *           source, the change report it wrote, the current row
      *           count, the added, changed and vanished key counts,
      *           the change volume against its limit and the
      *           verdict.  REFRESHD reads the latest result for each
      *           table back to hold sign-off tables that have no
      *           usable report for the source being applied and to
      *           carry the report's name on the table's refresh
      *           history row, so the report is the audit evidence for
      *           what the refresh changed.
      *
      *************************************************************************
       01  REFRESH-DIFF-REC.
           05 RD-RUN-TS                PIC X(14).
           05 RD-TABLE-NAME            PIC X(30).
           05 RD-SOURCE-PATH           PIC X(100).
           05 RD-REPORT-FILE           PIC X(100).
           05 RD-CURRENT-ROWS          PIC 9(18).
           05 RD-ADDED-KEYS            PIC 9(9).
           05 RD-CHANGED-KEYS          PIC 9(9).
           05 RD-VANISHED-KEYS         PIC 9(9).
           05 RD-CHANGE-PCT            PIC 9(5)V99.
           05 RD-CHANGE-LIMIT-PCT      PIC 9(3).
           05 RD-VERDICT               PIC X.
               88 RD-WITHIN-LIMIT      VALUE "W".
               88 RD-OVER-LIMIT        VALUE "L".
               88 RD-COMPARE-FAILED    VALUE "F".
           05 RD-SIGNOFF-SW            PIC X.
               88 RD-SIGNOFF-REQUIRED  VALUE "Y".
           05 RD-FINAL-SQLCODE         PIC S9(9) SIGN LEADING SEPARATE.

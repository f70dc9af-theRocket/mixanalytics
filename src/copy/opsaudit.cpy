      *           final SQLCODE - so "who ran the prune job on the
      *           14th and what did it do" is one query against one
      *           file in one layout (see AUDQUERY) instead of a grep
      *           across six unrelated log formats.  The run's
      *           correlation ID from RUNCORID closes the record, so
      *           the run can be followed into its alerts, its log and
      *           its database connections.
      *
      *************************************************************************
       01  OPS-AUDIT-REC.
           05 OA-KEY-COUNT-1           PIC 9(9).
           05 OA-KEY-COUNT-2           PIC 9(9).
           05 OA-FINAL-SQLCODE         PIC S9(9) SIGN LEADING SEPARATE.
           05 OA-RUN-ID                PIC X(25).

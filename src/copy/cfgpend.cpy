      *************************************************************************
      *
      * Copybook: CFGPEND
      *
      * Function: Approved configuration change awaiting baseline
      *           promotion.  CFGDEPLY appends one of these to the
      *           shared CFGPEND.DAT queue for every parameter it sets
      *           (or backs out) and proves by read-back - the change
      *           ticket, when it was applied, the parameter's scope,
      *           database, DB2-TOKEN and label, and the value now
      *           live.  CFGDRIFT's CHECK reads the queue so a live
      *           value that matches a queued approved change is
      *           reported as awaiting promotion rather than as drift,
      *           and its PROMOTE settles (removes) every queued entry
      *           the promoted generation now carries.
      *
      *************************************************************************
       01  CFG-PENDING-REC.
           05 CP-TICKET                PIC X(12).
           05 CP-APPLIED-TS            PIC X(14).
           05 CP-SCOPE                 PIC X.
           05 CP-DBNAME                PIC X(8).
           05 CP-TOKEN                 PIC 9(9).
           05 CP-PARAM-NAME            PIC X(18).
           05 CP-VALUE                 PIC 9(9).

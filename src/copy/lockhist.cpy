      *************************************************************************
      *
      * Copybook: LOCKHIST
      *
      * Function: Lock contention history record.  LOCKMON appends one
      *           per application holding or waiting on locks each
      *           cycle - when, the alias, the agent and its
      *           authorization ID, its lock waits, wait time and
      *           deadlocks, the application name and, where the
      *           application is a suite driver, that run's
      *           correlation ID.  LOCKTRND, METLOAD and CHGBACK read
      *           the history back through this copybook.
      *
      *************************************************************************
       01  CONTENTION-HISTORY-REC.
           05 LH-TIMESTAMP            PIC X(14).
           05 LH-DBALIAS              PIC X(8).
           05 LH-AGENT-ID             PIC S9(9) SIGN LEADING SEPARATE.
           05 LH-AUTH-ID              PIC X(8).
           05 LH-LOCK-WAITS           PIC S9(9) SIGN LEADING SEPARATE.
           05 LH-LOCK-WAIT-TIME       PIC S9(18)
                                          SIGN LEADING SEPARATE.
           05 LH-DEADLOCKS            PIC S9(9) SIGN LEADING SEPARATE.
           05 LH-APPL-NAME            PIC X(20).
           05 LH-RUN-ID               PIC X(25).

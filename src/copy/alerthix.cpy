      *************************************************************************
      *
      * Copybook: ALERTHIX
      *
      * Function: Keyed alert history master record.  AUDROLLR moves
      *           every ALERTHIS.DAT record past the retention cutoff
      *           into the indexed master ALERTHIX.DAT, keyed by the
      *           alert timestamp plus program-id with a collision
      *           sequence, and AUDQUERY reads it from a run's start
      *           date forward.  The rest of the record is the
      *           ALERT-HISTORY-REC it came from, run correlation ID
      *           included.
      *
      *************************************************************************
       01  ALERT-HISTORY-MASTER-REC.
           05 AX-KEY.
               10 AX-TIMESTAMP        PIC X(14).
               10 AX-PROGRAM-ID       PIC X(8).
               10 AX-SEQ              PIC 9(3).
           05 AX-SEVERITY             PIC X(8).
           05 AX-DBALIAS              PIC X(8).
           05 AX-OBJECT               PIC X(30).
           05 AX-MESSAGE              PIC X(80).
           05 AX-DISPATCHED-SW        PIC X.
           05 AX-RUN-ID               PIC X(25).

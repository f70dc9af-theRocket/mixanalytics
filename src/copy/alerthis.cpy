      *************************************************************************
      *
      * Copybook: ALERTHIS
      *
      * Function: Alert history record.  ALERTDSP moves every alert
      *           it has processed out of the ALERTQ queue into
      *           ALERTHIS.DAT in this layout - the ALERTQ record
      *           with its dispatched flag set, the raising run's
      *           correlation ID included - and the escalation,
      *           ticketing, console, shift-handover and audit-query
      *           readers all read it back through this copybook.
      *
      *************************************************************************
       01  ALERT-HISTORY-REC.
           05 AH-SEVERITY             PIC X(8).
           05 AH-PROGRAM-ID           PIC X(8).
           05 AH-DBALIAS              PIC X(8).
           05 AH-OBJECT               PIC X(30).
           05 AH-MESSAGE              PIC X(80).
           05 AH-TIMESTAMP            PIC X(14).
           05 AH-DISPATCHED-SW        PIC X.
           05 AH-RUN-ID               PIC X(25).

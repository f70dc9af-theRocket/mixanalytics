      *************************************************************************
      *
      * Copybook: OPSAUDIX
      *
      * Function: Keyed operations audit master record.  AUDROLLR
      *           moves every OPSAUDIT.DAT record past the retention
      *           cutoff into the indexed master OPSAUDIX.DAT, keyed
      *           by start timestamp plus program-id with a collision
      *           sequence for the rare pair of records sharing both,
      *           and AUDQUERY reads it with positioned date-range
      *           START/READ NEXT.  The rest of the record is the
      *           OPS-AUDIT-REC it came from, run correlation ID
      *           included.
      *
      *************************************************************************
       01  OPS-AUDIT-MASTER-REC.
           05 OX-KEY.
               10 OX-START-TS         PIC X(14).
               10 OX-PROGRAM-ID       PIC X(8).
               10 OX-SEQ              PIC 9(3).
           05 OX-END-TS               PIC X(14).
           05 OX-DBALIAS              PIC X(8).
           05 OX-ACTION-VERB          PIC X(12).
           05 OX-KEY-COUNT-1          PIC 9(9).
           05 OX-KEY-COUNT-2          PIC 9(9).
           05 OX-FINAL-SQLCODE        PIC S9(9) SIGN LEADING SEPARATE.
           05 OX-RUN-ID               PIC X(25).

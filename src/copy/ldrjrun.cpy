      *************************************************************************
      *
      * Copybook: LDRJRUN
      *
      * Function: Reject run index record.  LDHIST and LDRESTRT now
      *           keep a message file (and, for a delimited or
      *           positional feed, a dump file of the rejected rows)
      *           per load, and append one of these to LDREJRUN.DAT
      *           for every load that rejected rows - when, which
      *           driver, the table, where its message and dump files
      *           were written, how many rows the load rejected and
      *           its final SQLCODE.  REFRESHD appends one for every
      *           correction batch it resubmits, keyed by the batch ID
      *           instead of a load run, so LDREJWB can read the
      *           import's own message file back and settle each
      *           corrected row.  LDREJWB works through this index;
      *           the message and dump files themselves are never
      *           overwritten.
      *
      *************************************************************************
       01  LOAD-REJECT-RUN-REC.
           05 LR-RUN-TS                PIC X(14).
           05 LR-PROGRAM-ID            PIC X(8).
           05 LR-TABLE-NAME            PIC X(30).
           05 LR-MSG-FILE              PIC X(80).
           05 LR-DUMP-FILE             PIC X(80).
           05 LR-ROWS-REJECTED         PIC 9(18).
           05 LR-FINAL-SQLCODE         PIC S9(9) SIGN LEADING SEPARATE.

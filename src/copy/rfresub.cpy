      *************************************************************************
      *
      * Copybook: RFRESUB
      *
      * Function: REFRESHD resubmission queue record.  LDREJWB queues
      *           one of these in REFRESHD.RSB for every table in a
      *           correction batch - the batch ID, the table, the
      *           delimited file of corrected rows and the commit
      *           count to import with.  REFRESHD runs each through
      *           the same logged INSERT_UPDATE import as its own
      *           control entries, keeps a message file per batch,
      *           and empties the queue once every entry has been
      *           run, so a batch is never imported twice.
      *
      *************************************************************************
       01  REFRESH-RESUBMIT-REC.
           05 RS-BATCH-ID              PIC X(14).
           05 RS-TABLE-NAME            PIC X(30).
           05 RS-SOURCE-PATH           PIC X(100).
           05 RS-COMMIT-COUNT          PIC 9(9).

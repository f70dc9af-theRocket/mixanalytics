      *           restore side can see at a glance which chain of
      *           images a recovery needs, and BKRECON itself can
      *           force a full automatically when the chain's base
      *           has been pruned out of the history.  The image's
      *           size in kilobytes (DB2-O-BACKUP-SIZE, converted the
      *           way BKLASTSZ.DAT is) rides along, so RTOPROJ can
      *           size the restore a recovery would face; entries
      *           written before the size was carried read as
      *           non-numeric there.
      *
      *************************************************************************
       01  BACKUP-CHAIN-REC.
               88 CN-TYPE-INCREMENTAL  VALUE "I".
               88 CN-TYPE-DELTA        VALUE "D".
           05 CN-BASE-FULL-ID          PIC X(14).
           05 CN-IMAGE-SIZE-KB         PIC 9(9).

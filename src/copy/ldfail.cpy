      *************************************************************************
      *
      * Copybook: LDFAIL
      *
      * Function: Failed-load control record - LDHIST appends one to
      *           LDRESTRT.DAT for every load that died mid-run,
      *           naming the table, the source file and the source's
      *           compression and file types, so LDRESTRT can resume
      *           the load exactly as it was started and SHIFTHND can
      *           list what is still waiting for a restart.
      *
      *************************************************************************
       01  FAILED-LOAD-REC.
           05 FAILED-LOAD-TABLE       PIC X(30).
           05 FAILED-LOAD-SOURCE      PIC X(100).
           05 FAILED-LOAD-COMPRESS-TYPE PIC X(4).
           05 FAILED-LOAD-FILE-TYPE   PIC X(3).

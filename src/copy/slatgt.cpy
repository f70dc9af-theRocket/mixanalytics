      *************************************************************************
      *
      * Copybook: SLATGT
      *
      * Function: Service-level target record.  The shared SLATGT.DAT
      *           file carries the service catalogue's promises to each
      *           business owner, one T entry per database alias:
      *             ST-AVAIL-PCT        - share of DBPINGM pings that
      *                                   must reach the database
      *             ST-LATENCY-US       - ceiling on the average ping
      *                                   round trip, microseconds
      *             ST-BATCH-PROGRAM-ID - the batch driver whose
      *             ST-BATCH-BY-HHMM      OPSAUDIT end time must fall
      *                                   by this time each day
      *             ST-DELIVERY-MINUTES - extracts acknowledged by the
      *                                   consumer within this long of
      *                                   shipping
      *             ST-RESPONSE-MINUTES - CRITICAL alerts acknowledged
      *                                   within this long of raising
      *           A zero (or blank program-id) means that target is not
      *           part of the database's agreement.  F entries name an
      *           extract feed table (ST-FEED-TABLE) whose deliveries
      *           count toward the alias's delivery target; the target
      *           fields are not used on them.
      *
      *************************************************************************
       01  SLA-TARGET-REC.
           05 ST-RECORD-TYPE           PIC X.
               88 ST-TARGET-ENTRY      VALUE "T".
               88 ST-FEED-ENTRY        VALUE "F".
           05 ST-DBALIAS               PIC X(8).
           05 ST-BUSINESS-OWNER        PIC X(30).
           05 ST-AVAIL-PCT             PIC 9(3)V9(2).
           05 ST-LATENCY-US            PIC 9(9).
           05 ST-BATCH-PROGRAM-ID      PIC X(8).
           05 ST-BATCH-BY-HHMM         PIC 9(4).
           05 ST-DELIVERY-MINUTES      PIC 9(5).
           05 ST-RESPONSE-MINUTES      PIC 9(5).
           05 ST-FEED-TABLE            PIC X(30).

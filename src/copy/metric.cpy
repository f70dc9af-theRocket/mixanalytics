      *************************************************************************
      *
      * Copybook: METRIC
      *
      * Function: Shared metrics history record - one measured value
      *           per record in the keyed metrics store METRICIX.DAT,
      *           whichever monitor produced it.  METLOAD normalizes
      *           the monitors' own files into it nightly (DBPINGM
      *           latencies, HADRLAGM log gaps, DBKPICSV counters,
      *           TBSCAPTR capacity rows, LOCKMON contention rows and
      *           BKRECON's backup image sizes), METQUERY and BKFCAST
      *           read it by positioned START/READ NEXT on
      *           metric name plus alias plus timestamp, and AUDROLLR
      *           rolls records past the retention cutoff out of it
      *           monthly.  The object (a tablespace, a standby, an
      *           application) is the last part of the key, so two
      *           values of the same metric taken in the same second
      *           for different objects are both kept while a second
      *           load of the same source row is refused as a
      *           duplicate.  The value carries three decimals so a
      *           ratio metric can share the layout with the counters.
      *
      *************************************************************************
       01  METRIC-REC.
           05 MT-KEY.
               10 MT-METRIC-NAME       PIC X(18).
               10 MT-DBALIAS           PIC X(8).
               10 MT-TIMESTAMP         PIC X(14).
               10 MT-OBJECT            PIC X(30).
           05 MT-VALUE                 PIC S9(15)V9(3)
                                           SIGN LEADING SEPARATE.
           05 MT-SOURCE-PROGRAM        PIC X(8).
           05 MT-LOAD-TS               PIC X(14).

      *************************************************************************
      *
      * Copybook: COSTCTR
      *
      * Function: Cost-center mapping entry.  The shared COSTCTR.DAT
      *           file assigns each billable piece of the estate to
      *           the business unit that pays for it:
      *             A - a database alias (transaction and buffer pool
      *                 activity)
      *             T - a tablespace (storage)
      *             F - a feed or extract table (rows loaded by LDHIST,
      *                 rows shipped by TBEXTRCT)
      *             U - an authorization ID (an unmapped alias's
      *                 activity is shared out by the IDs seen working
      *                 on it)
      *             O - an owning team as named in APPLDIR.DAT, so
      *                 every authorization ID the directory gives to
      *                 that team follows it
      *           Anything with no entry is billed as unallocated
      *           until one is added.
      *
      *************************************************************************
       01  COST-CENTER-MAP-REC.
           05 CC-MAP-TYPE              PIC X.
               88 CC-MAP-ALIAS         VALUE "A".
               88 CC-MAP-TABLESPACE    VALUE "T".
               88 CC-MAP-FEED-TABLE    VALUE "F".
               88 CC-MAP-AUTH-ID       VALUE "U".
               88 CC-MAP-TEAM          VALUE "O".
           05 CC-MAP-KEY               PIC X(30).
           05 CC-COST-CENTER           PIC X(10).

      *************************************************************************
      *
      * Copybook: STATPROF
      *
      * Function: Statistics profile library entry.  The shared
      *           STATPROF.DAT file holds one named profile per table,
      *           each made of any number of these entries:
      *             C - a column to collect statistics on
      *                 (DB2G-COLUMN-DATA), SP-LIKE-STATS "Y" adding
      *                 LIKE-predicate statistics
      *             D - a column to collect distribution statistics
      *                 on, with its own frequent-value and quantile
      *                 counts (DB2G-COLUMN-DIST-DATA)
      *             G - one member column of column group
      *                 SP-GROUP-NUM (DB2G-COLUMN-GRP-DATA); every
      *                 member of a group carries the group's
      *                 frequent-value and quantile counts
      *           STATPMNT validates the library, RUNSTSCH builds its
      *           column, distribution and group lists from the
      *           profile its control entry names, and RSANALYZ
      *           carries each table's profile name into the control
      *           file it generates.
      *
      *************************************************************************
       01  STAT-PROFILE-REC.
           05 SP-PROFILE-NAME          PIC X(18).
           05 SP-TABLE-NAME            PIC X(30).
           05 SP-ENTRY-TYPE            PIC X.
               88 SP-COLUMN-ENTRY      VALUE "C".
               88 SP-DIST-ENTRY        VALUE "D".
               88 SP-GROUP-ENTRY       VALUE "G".
           05 SP-COLUMN-NAME           PIC X(30).
           05 SP-GROUP-NUM             PIC 9(2).
           05 SP-LIKE-STATS            PIC X.
               88 SP-LIKE-STATS-ON     VALUE "Y".
           05 SP-NUM-FREQ-VALUES       PIC 9(4).
           05 SP-NUM-QUANTILES         PIC 9(4).

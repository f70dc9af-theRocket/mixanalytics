      *************************************************************************
      *
      * Copybook: LDREJECT
      *
      * Function: Rejected-row store record - one row db2gLoad refused,
      *           kept in the keyed store LDREJIX.DAT.  LDREJWB parses
      *           each load's message file (and, for a delimited or
      *           positional feed, its dump file) into these, keyed by
      *           the load run (the run timestamp LDHIST writes on its
      *           history row, or LDRESTRT's restart timestamp), the
      *           table and the source record number, so "which rows
      *           and why" is one keyed read rather than a search
      *           through a message file nobody kept.  The reason is
      *           the SQLCODE and SQLSTATE of the message that named
      *           the row and the column it named; the raw row is the
      *           dump-file record (spaces for an IXF feed, whose
      *           load keeps no dump).  A correction moves the row
      *           from open to submitted with the REFRESHD batch and
      *           line that carried it, and the import's outcome then
      *           moves it to accepted - or to failed, reopening it
      *           for another correction.
      *
      *************************************************************************
       01  LOAD-REJECT-REC.
           05 LJ-KEY.
               10 LJ-RUN-TS            PIC X(14).
               10 LJ-TABLE-NAME        PIC X(30).
               10 LJ-RECORD-NUM        PIC 9(9).
           05 LJ-PROGRAM-ID            PIC X(8).
           05 LJ-SQLCODE               PIC S9(9) SIGN LEADING SEPARATE.
           05 LJ-SQLSTATE              PIC X(5).
           05 LJ-COLUMN                PIC X(30).
           05 LJ-STATUS                PIC X.
               88 LJ-STATUS-OPEN       VALUE "O".
               88 LJ-STATUS-SUBMITTED  VALUE "S".
               88 LJ-STATUS-ACCEPTED   VALUE "A".
               88 LJ-STATUS-FAILED     VALUE "F".
               88 LJ-CORRECTABLE       VALUE "O" "F".
           05 LJ-CORR-BATCH-ID         PIC X(14).
           05 LJ-CORR-SEQ              PIC 9(9).
           05 LJ-CORR-TS               PIC X(14).
           05 LJ-CORRECTED-BY          PIC X(8).
           05 LJ-RAW-ROW               PIC X(400).

      *************************************************************************
      *
      * Copybook: LDRJCOR
      *
      * Function: Reject correction trail record.  LDREJWB appends one
      *           of these to LDREJCOR.DAT for every step a correction
      *           takes - submitted (the corrected row written to a
      *           REFRESHD resubmission batch), accepted (the import
      *           took it) or failed (the import refused it again) -
      *           each carrying the full key of the original reject,
      *           the batch and line the corrected row travelled on,
      *           who corrected it and the row as corrected.  Any
      *           corrected row in any table can therefore be traced
      *           back to the load run and source record it replaced,
      *           and FEEDBAL counts the accepted ones into its
      *           balance line.
      *
      *************************************************************************
       01  REJECT-CORRECTION-REC.
           05 LX-EVENT                 PIC X.
               88 LX-EVENT-SUBMITTED   VALUE "S".
               88 LX-EVENT-ACCEPTED    VALUE "A".
               88 LX-EVENT-FAILED      VALUE "F".
           05 LX-EVENT-TS              PIC X(14).
           05 LX-BATCH-ID              PIC X(14).
           05 LX-BATCH-SEQ             PIC 9(9).
           05 LX-REJECT-KEY.
               10 LX-RUN-TS            PIC X(14).
               10 LX-TABLE-NAME        PIC X(30).
               10 LX-RECORD-NUM        PIC 9(9).
           05 LX-SQLCODE               PIC S9(9) SIGN LEADING SEPARATE.
           05 LX-CORRECTED-BY          PIC X(8).
           05 LX-ROW                   PIC X(400).

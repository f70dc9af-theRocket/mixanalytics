      *************************************************************************
      *
      * Copybook: XMLPROF
      *
      * Function: Per-table XML validation profile.  One record in the
      *           shared XMLPROF.DAT file for every target table that
      *           carries an XML column fed by a vendor - the table,
      *           the XML column, and how its documents are to be
      *           validated as LDHIST and REFRESHD move them in:
      *             S - against the registered XSR schema named in
      *                 XP-SCHEMA-NAME (XMLVALIDATE USING SCHEMA)
      *             X - by the schema each document's XDS names, with
      *                 XP-SCHEMA-NAME as the default and one optional
      *                 mapping of XP-MAP-FROM-SCHEMA to
      *                 XP-MAP-TO-SCHEMA (XMLVALIDATE USING XDS)
      *             H - by the schemaLocation hints inside each
      *                 document (XMLVALIDATE USING SCHEMALOCATION
      *                 HINTS)
      *           A table with no profile loads without validation, as
      *           before.  Schema names are fully qualified XSR object
      *           names (SQLSCHEMA.NAME).
      *
      *************************************************************************
       01  XML-PROFILE-REC.
           05 XP-TABLE-NAME            PIC X(30).
           05 XP-XML-COLUMN            PIC X(30).
           05 XP-VALIDATE-USING        PIC X.
               88 XP-USING-SCHEMA      VALUE "S".
               88 XP-USING-XDS         VALUE "X".
               88 XP-USING-HINTS       VALUE "H".
           05 XP-SCHEMA-NAME           PIC X(60).
           05 XP-MAP-FROM-SCHEMA       PIC X(60).
           05 XP-MAP-TO-SCHEMA         PIC X(60).

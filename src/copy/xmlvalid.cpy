      *************************************************************************
      *
      * Copybook: XMLVALID
      *
      * Function: Per-feed XML validation report record.  LDHIST,
      *           LDRESTRT and REFRESHD append one of these to the
      *           shared XMLVALID.DAT file for every load, restart or
      *           import they run under an XMLPROF profile - the run
      *           timestamp (the same one on the run's history row),
      *           which driver, the table and XML column, how and
      *           against what schema the documents were validated,
      *           the rows read and the documents rejected (those the
      *           run's message file reports under an SQL16xxxN
      *           validation message - rows refused for conversion,
      *           null or length reasons are not counted), and the
      *           final SQLCODE.  FEEDBAL takes the LDHIST record
      *           whose run timestamp matches the load on its balance
      *           line, so a vendor's bad documents show up by name
      *           instead of as an unexplained reject count.
      *
      *************************************************************************
       01  XML-VALID-REC.
           05 XV-RUN-TS                PIC X(14).
           05 XV-PROGRAM-ID            PIC X(8).
           05 XV-TABLE-NAME            PIC X(30).
           05 XV-XML-COLUMN            PIC X(30).
           05 XV-VALIDATE-USING        PIC X.
           05 XV-SCHEMA-NAME           PIC X(60).
           05 XV-ROWS-READ             PIC 9(18).
           05 XV-DOCS-REJECTED         PIC 9(18).
           05 XV-FINAL-SQLCODE         PIC S9(9) SIGN LEADING SEPARATE.

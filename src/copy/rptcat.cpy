      *************************************************************************
      *
      * Copybook: RPTCAT
      *
      * Function: Report library catalogue record - one record per
      *           report or log filed into the dated report library by
      *           RPTLIB at the end of each night's stream, in the
      *           keyed catalogue RPTCATIX.DAT.  The key is the
      *           producing program, the report type and the start of
      *           the run that produced it, so RPTGET can position on
      *           program plus type plus a FROM date and READ NEXT
      *           through a date range, and a second filing of the
      *           same run's report is refused as already filed.  The
      *           run reference is the OPSAUDIT correlation ID of that
      *           run (see RUNCORID), the member name is the library
      *           file holding the exact copy, and the line and page
      *           counts are those of the copy.
      *
      *************************************************************************
       01  REPORT-CATALOGUE-REC.
           05 RC-KEY.
               10 RC-PROGRAM-ID        PIC X(8).
               10 RC-REPORT-TYPE       PIC X(8).
               10 RC-RUN-DATE          PIC X(8).
               10 RC-RUN-TIME          PIC X(6).
           05 RC-DBALIAS               PIC X(8).
           05 RC-RUN-ID                PIC X(25).
           05 RC-RUN-COUNT             PIC 9(5).
           05 RC-SOURCE-FILE           PIC X(40).
           05 RC-MEMBER-NAME           PIC X(80).
           05 RC-LINE-COUNT            PIC 9(9).
           05 RC-PAGE-COUNT            PIC 9(7).
           05 RC-FILED-TS              PIC X(14).
           05 RC-FILED-BY-RUN-ID       PIC X(25).

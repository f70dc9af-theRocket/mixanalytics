      *************************************************************************
      *
      * Copybook: SCHEDEXP
      *
      * Function: Schedule-expectation record.  One entry per driver
      *           run the scheduler is supposed to make, in
      *           SCHEDEXP.DAT - the program-id, the alias it covers
      *           (spaces where the driver is not alias-scoped), its
      *           frequency (N nightly, W weekly, M every-N-minutes)
      *           and, for the forward look, when it is launched: the
      *           time of day (the first launch of the day for an
      *           every-N-minutes entry) and, for a weekly entry, the
      *           day of the week (1 Monday through 7 Sunday, as
      *           MNTCAL.DAT counts them).  SCHEDCHK checks the trail
      *           behind; SCHDFCST projects the runs ahead against
      *           the maintenance and blackout calendar.
      *
      *************************************************************************
       01  SCHEDULE-EXPECT-REC.
           05 SE-PROGRAM-ID            PIC X(8).
           05 SE-DBALIAS               PIC X(8).
           05 SE-FREQUENCY             PIC X.
               88 SE-FREQ-NIGHTLY      VALUE "N".
               88 SE-FREQ-WEEKLY       VALUE "W".
               88 SE-FREQ-MINUTES      VALUE "M".
           05 SE-EVERY-MINUTES         PIC 9(5).
           05 SE-RUN-HHMM              PIC 9(4).
           05 SE-RUN-DAY-OF-WEEK       PIC 9.

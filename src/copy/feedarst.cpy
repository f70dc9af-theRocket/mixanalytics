      *************************************************************************
      *
      * Copybook: FEEDARST
      *
      * Function: Feed arrival state record - one per feed in the
      *           expected-feed calendar, rewritten by FEEDARRV on
      *           every pass through the evening.  Carries the day the
      *           state belongs to, where the feed stands (awaited,
      *           overdue, missing, released, late, duplicate, or not
      *           expected today) and the size, file timestamp and
      *           leading-bytes fingerprint of the last landed file
      *           the monitor examined, so a file is judged once and
      *           an alert is raised once.  FEEDGATE reads the same
      *           file: a feed that appears here is gated only when
      *           its status is R - arrived on time and not a copy of
      *           an earlier arrival.
      *
      *************************************************************************
       01  FEED-ARRIVAL-STATE-REC.
           05 FS-FEED-NAME             PIC X(30).
           05 FS-STATE-DATE            PIC 9(8).
           05 FS-STATUS                PIC X.
               88 FS-AWAITED           VALUE "P".
               88 FS-OVERDUE           VALUE "W".
               88 FS-MISSING           VALUE "C".
               88 FS-RELEASED          VALUE "R".
               88 FS-LATE              VALUE "L".
               88 FS-DUPLICATE         VALUE "D".
               88 FS-NOT-DUE           VALUE "N".
           05 FS-FILE-SIZE             PIC 9(12).
           05 FS-FILE-STAMP            PIC 9(14).
           05 FS-FINGERPRINT           PIC 9(10).
           05 FS-ARRIVAL-TS            PIC X(14).

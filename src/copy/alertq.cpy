      *           moves every processed entry - dispatched flag on -
      *           to the ALERTHIS history file, leaving the live queue
      *           holding only undispatched work.  Nothing is paged
      *           twice or lost in a report nobody opened.  The
      *           raising run's correlation ID from RUNCORID closes
      *           the record and is carried into ALERTHIS with it.
      *
      *************************************************************************
       01  ALERT-QUEUE-REC.
           05 AQ-TIMESTAMP             PIC X(14).
           05 AQ-DISPATCHED-SW         PIC X.
               88 AQ-DISPATCHED        VALUE "Y".
           05 AQ-RUN-ID                PIC X(25).

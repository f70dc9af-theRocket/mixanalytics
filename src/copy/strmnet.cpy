      *************************************************************************
      *
      * Copybook: STRMNET
      *
      * Function: Nightly stream job-network record.  One entry per
      *           step in STRMNET.DAT - the step name, the driver
      *           program-id it runs, whether it is on the critical
      *           path (Y), and up to five predecessor steps with the
      *           return-code condition each must have met (LT, LE,
      *           EQ, NE, GE or GT against SN-PRED-RC; a blank
      *           operator means LE).  STRMCTL runs the network; the
      *           authority audit reads it to tell a critical-path
      *           driver from the rest.
      *
      *************************************************************************
       01  STREAM-NETWORK-REC.
           05 SN-STEP-NAME             PIC X(8).
           05 SN-PROGRAM-ID            PIC X(8).
           05 SN-CRITICAL-SW           PIC X.
           05 SN-PREDECESSOR OCCURS 5 TIMES.
               10 SN-PRED-STEP         PIC X(8).
               10 SN-PRED-OPERATOR     PIC X(2).
               10 SN-PRED-RC           PIC 9(2).

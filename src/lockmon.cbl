      *           and time-of-day band across weeks instead of each
      *           interval's report replacing the last one's memory.
      *
      *           Each application's client accounting string and
      *           client application name come through the same
      *           convert.  Every suite driver sets those two to its
      *           run correlation ID and program-id at start-up
      *           (RUNCORID), so a connection whose accounting string
      *           is "<its application name>.<timestamp>" is one of
      *           our own drivers - the report labels it "ours, run
      *           <id>" and the history row carries the run ID, where
      *           anything else is user workload and shows its
      *           application name.
      *
      *           As with SNAPCSV/BKTHROT/TBSCAPTR, the vendor
      *           copybook library carries neither the sqlmon.h
      *           request-type constants nor converted-counter
      * cycle - the trend report's raw material.
       FD  CONTENTION-HISTORY-FILE
           RECORDING MODE IS F.
           COPY "lockhist.cpy".

       FD  OPS-AUDIT-FILE
           RECORDING MODE IS F.
               10 WS-AP-LOCK-WAITS    PIC S9(9) COMP-5.
               10 WS-AP-LOCK-WAIT-TIME PIC S9(18) COMP-5.
               10 WS-AP-DEADLOCKS     PIC S9(9) COMP-5.
      * appl_info client application name, and the leading part of
      * the client accounting string - enough to hold a suite run
      * correlation ID.
               10 WS-AP-APPL-NAME     PIC X(20).
               10 WS-AP-ACCTNG-STRING PIC X(25).
       01  WS-APPL-COUNTER-TABLE-LEN  PIC 9(9)  COMP-5 VALUE 3650.

      * Suite-owned check - the run ID of the application under
      * WS-CHK-SUB when it is one of our own drivers, else spaces.
       01  WS-CHK-SUB                 PIC 9(4)  VALUE 0.
       01  WS-PREFIX-LEN              PIC 9(4)  VALUE 0.
       01  WS-OURS-RUN-ID             PIC X(25) VALUE SPACES.

       01  WS-ALIAS-CONTROL-DD        PIC X(40) VALUE "LOCKMON.DAT".
       01  WS-REPORT-DD               PIC X(40) VALUE "LOCKMON.RPT".
       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "LOCKMON".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.

       01  WS-KB-SQLCODE              PIC S9(9) COMP-5 VALUE 0.
       01  WS-KB-EXPLAIN-LINE         PIC X(132) VALUE SPACES.
           PERFORM 9500-WRITE-AUDIT-RECORD
           PERFORM 9000-TERMINATE
           MOVE WS-JOB-SEVERITY TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-START-TS
           CALL "RUNCORID" USING BY REFERENCE WS-RUN-PROGRAM-ID
                                 BY REFERENCE WS-RUN-ID
           OPEN INPUT ALIAS-CONTROL-FILE
           OPEN OUTPUT CONTENTION-REPORT-FILE
           OPEN EXTEND CONTENTION-HISTORY-FILE
           END-IF
           STRING "LOCK CONTENTION REPORT  RUN="
                  FUNCTION CURRENT-DATE (1:14)
                  "  RUN ID=" WS-RUN-ID
               DELIMITED BY SIZE INTO CONTENTION-REPORT-REC
           WRITE CONTENTION-REPORT-REC.

                   MOVE WS-AP-LOCK-WAIT-TIME (WS-SUB)
                       TO LH-LOCK-WAIT-TIME
                   MOVE WS-AP-DEADLOCKS (WS-SUB) TO LH-DEADLOCKS
                   MOVE WS-AP-APPL-NAME (WS-SUB) TO LH-APPL-NAME
                   MOVE WS-SUB TO WS-CHK-SUB
                   PERFORM 4600-CHECK-SUITE-OWNED
                   MOVE WS-OURS-RUN-ID TO LH-RUN-ID
                   WRITE CONTENTION-HISTORY-REC
               END-IF
           END-PERFORM.

      * Ours when the accounting string is a run correlation ID -
      * program-id, a point, the sixteen-digit start stamp - and the
      * program-id part is the connection's application name.
       4600-CHECK-SUITE-OWNED.
           MOVE SPACES TO WS-OURS-RUN-ID
           MOVE 0 TO WS-PREFIX-LEN
           INSPECT WS-AP-ACCTNG-STRING (WS-CHK-SUB)
               TALLYING WS-PREFIX-LEN FOR CHARACTERS BEFORE INITIAL "."
           IF WS-PREFIX-LEN > 0 AND WS-PREFIX-LEN < 9
               IF WS-AP-ACCTNG-STRING (WS-CHK-SUB) (1:WS-PREFIX-LEN)
                       = WS-AP-APPL-NAME (WS-CHK-SUB) (1:WS-PREFIX-LEN)
                   AND WS-AP-APPL-NAME (WS-CHK-SUB)
                       (WS-PREFIX-LEN + 1:) = SPACES
                   AND WS-AP-ACCTNG-STRING (WS-CHK-SUB)
                       (WS-PREFIX-LEN + 2:16) IS NUMERIC
                   MOVE WS-AP-ACCTNG-STRING (WS-CHK-SUB)
                       TO WS-OURS-RUN-ID
               END-IF
           END-IF.

       5000-REPORT-WORST-FIRST.
           MOVE SPACES TO CONTENTION-REPORT-REC
           WRITE CONTENTION-REPORT-REC
                  " WAITTIME=" WS-WAIT-TIME-DISP
                  " DEADLOCKS=" WS-DEADLOCKS-DISP
               DELIMITED BY SIZE INTO CONTENTION-REPORT-REC
           WRITE CONTENTION-REPORT-REC
           MOVE WS-BEST-SUB TO WS-CHK-SUB
           PERFORM 4600-CHECK-SUITE-OWNED
           MOVE SPACES TO CONTENTION-REPORT-REC
           IF WS-OURS-RUN-ID NOT = SPACES
               STRING "    ours, run " WS-OURS-RUN-ID
                   DELIMITED BY SIZE INTO CONTENTION-REPORT-REC
           ELSE
               STRING "    APPL=" WS-AP-APPL-NAME (WS-BEST-SUB)
                   DELIMITED BY SIZE INTO CONTENTION-REPORT-REC
           END-IF
           WRITE CONTENTION-REPORT-REC
           MOVE SPACES TO CONTENTION-REPORT-REC.

       9000-TERMINATE.
           CLOSE CONTENTION-REPORT-FILE
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "LOCKMON" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE WS-DB-ALIAS TO OA-DBALIAS

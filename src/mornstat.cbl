      *
      * Program: MORNSTAT
      *
      * Function: Morning go/no-go console.  Rolls the seven overnight
      *           report files the morning check currently opens by
      *           hand - BKRECON.RPT, the MEDIACHK log, TSINSPCT's
      *           summary, RFWDMON's dashboard, LDRESTRT's restart log,
      *           the MONSWCHK alert log and the FEEDARRV feed arrival
      *           log - into a single one-page status report: one line
      *           per subsystem, PASS/WARN/FAIL, with the first
      *           failing detail line quoted.
      *           The status rule per source is the signal that driver
      *           already writes: BKRECON's "*** PARTIAL BACKUP" line,
      *           MEDIACHK's ABORT verdict, TSINSPCT's CORRUPTION
      *           banner, any negative SQLCODE in the RFWDMON or
      *           LDRESTRT output, MONSWCHK's ALERT lines, and
      *           FEEDARRV's "*** MISSING" / "*** DUPLICATE" feed lines
      *           (FAIL) and "*** LATE" feed lines (WARN).  A
      *           source file that does not exist reports WARN -
      *           a check that did not run is not a check that
      *           passed.
      * One entry per overnight source: which file to open, and which
      * rule code decides its status.  P = partial-backup banner,
      * A = abort verdict, C = corruption banner, S = negative
      * SQLCODE, M = ALERT line or negative SQLCODE, F = FEEDARRV
      * missing/duplicate (FAIL) or late (WARN) feed line.
       01  WS-SOURCE-TABLE.
           05 WS-SOURCE-ENTRY OCCURS 7 TIMES INDEXED BY WS-SRC-IDX.
               10 WS-SRC-NAME         PIC X(12).
               10 WS-SRC-PATH         PIC X(40).
               10 WS-SRC-RULE         PIC X.
       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "MORNSTAT".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.
       01  WS-AUDIT-FAIL-COUNT        PIC 9(9)  VALUE 0.

      * Scheduler return-code severity for this run: 0 clean, 4
           PERFORM 9500-WRITE-AUDIT-RECORD
           PERFORM 9000-TERMINATE
           MOVE WS-JOB-SEVERITY TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-START-TS
           CALL "RUNCORID" USING BY REFERENCE WS-RUN-PROGRAM-ID
                                 BY REFERENCE WS-RUN-ID
           MOVE "BKRECON"      TO WS-SRC-NAME (1)
           MOVE "BKRECON.RPT"  TO WS-SRC-PATH (1)
           MOVE "P"            TO WS-SRC-RULE (1)
           MOVE "MONSWCHK"     TO WS-SRC-NAME (6)
           MOVE "MONSWCHK.LOG" TO WS-SRC-PATH (6)
           MOVE "M"            TO WS-SRC-RULE (6)
           MOVE "FEEDARRV"     TO WS-SRC-NAME (7)
           MOVE "FEEDARRV.LOG" TO WS-SRC-PATH (7)
           MOVE "F"            TO WS-SRC-RULE (7)

           OPEN OUTPUT MORNING-STATUS-FILE
           STRING "MORNING STATUS  RUN=" FUNCTION CURRENT-DATE (1:14)
                  "  RUN ID=" WS-RUN-ID
               DELIMITED BY SIZE INTO MORNING-STATUS-REC
           WRITE MORNING-STATUS-REC
           MOVE SPACES TO MORNING-STATUS-REC

       2000-CHECK-EACH-SOURCE.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 7
               PERFORM 3000-SCAN-ONE-SOURCE
               PERFORM 4000-WRITE-SOURCE-LINE
           END-PERFORM.
                           PERFORM 3600-MARK-SOURCE-WARN
                       END-IF
                   END-IF
               WHEN "F"
                   IF WS-SCAN-LINE (1:11) = "*** MISSING"
                           OR WS-SCAN-LINE (1:13) = "*** DUPLICATE"
                       PERFORM 3500-MARK-SOURCE-FAIL
                   ELSE
                       IF WS-SCAN-LINE (1:8) = "*** LATE"
                           PERFORM 3600-MARK-SOURCE-WARN
                       END-IF
                   END-IF
           END-EVALUATE.

      * A negative SQLCODE prints as a "-" inside the nine edited
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "MORNSTAT" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS

      *           - and then filters the small live tail sequentially
      *           for the records not yet rolled.
      *
      *           Given a run correlation ID (the one RUNCORID builds
      *           at every driver's start-up) the query becomes that
      *           run's whole trail in one report: its audit records
      *           from the master and the live file, every alert it
      *           raised - still queued in ALERTQ.DAT, dispatched to
      *           ALERTHIS.DAT, or rolled into the keyed ALERTHIX.DAT
      *           - and its own log, from the header line carrying
      *           the ID down to the next run's header.  The log is
      *           found from the program-id leading the ID: its .LOG,
      *           else its .RPT (BKTHROT's is THROT.LOG).  With no
      *           FROM date given, the ID's own start date is used.
      *
      *           A keyed master that is not there yet simply means
      *           nothing has been rolled; one that is there but will
      *           not open or read is reported on the query and ends
      *           the run at severity 12, so an answer missing its
      *           rolled-out years is never mistaken for a complete
      *           one.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDQUERY.
           SELECT QUERY-REPORT-FILE ASSIGN TO WS-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT ALERT-QUEUE-FILE ASSIGN TO WS-ALERTQ-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTQ-STATUS.
           SELECT ALERT-HISTORY-FILE ASSIGN TO WS-ALERTHIS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTHIS-STATUS.
           SELECT ALERT-HISTORY-MASTER-FILE ASSIGN TO WS-ALT-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-KEY
               FILE STATUS IS WS-ALT-MASTER-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO WS-RUN-LOG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 QF-TO-DATE              PIC X(8).
           05 QF-PROGRAM-FILTER       PIC X(8).
           05 QF-ALIAS-FILTER         PIC X(8).
           05 QF-RUN-ID-FILTER        PIC X(25).

       FD  OPS-AUDIT-FILE
           RECORDING MODE IS F.
      * Keyed audit master AUDROLLR maintains - timestamp plus
      * program-id plus a collision sequence.
       FD  OPS-AUDIT-MASTER-FILE.
           COPY "opsaudix.cpy".

      * The live alert queue, the dispatched history ALERTDSP keeps
      * and its keyed master AUDROLLR maintains - read only for a
      * run-ID query.
       FD  ALERT-QUEUE-FILE
           RECORDING MODE IS F.
           COPY "alertq.cpy".

       FD  ALERT-HISTORY-FILE
           RECORDING MODE IS F.
           COPY "alerthis.cpy".

       FD  ALERT-HISTORY-MASTER-FILE.
           COPY "alerthix.cpy".

      * The run's own log or report - the widest log line in the
      * suite is 200 bytes.
       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       01  RUN-LOG-REC                PIC X(200).

       FD  QUERY-REPORT-FILE
           RECORDING MODE IS F.
       01  WS-REPORT-DD               PIC X(40) VALUE "AUDQUERY.RPT".

       01  WS-MASTER-DD               PIC X(40) VALUE "OPSAUDIX.DAT".
       01  WS-ALERTQ-DD               PIC X(40) VALUE "ALERTQ.DAT".
       01  WS-ALERTHIS-DD             PIC X(40) VALUE "ALERTHIS.DAT".
       01  WS-ALT-MASTER-DD           PIC X(40) VALUE "ALERTHIX.DAT".
       01  WS-RUN-LOG-DD              PIC X(40) VALUE SPACES.

       01  WS-FILTER-STATUS           PIC XX.
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-MASTER-STATUS           PIC XX.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-ALERTQ-STATUS           PIC XX.
       01  WS-ALERTHIS-STATUS         PIC XX.
       01  WS-ALT-MASTER-STATUS       PIC XX.
       01  WS-RUN-LOG-STATUS          PIC XX.
       01  WS-MASTER-EOF-SW           PIC X     VALUE "N".
           88 WS-MASTER-EOF           VALUE "Y".
       01  WS-FAILED-MASTER-DD        PIC X(40) VALUE SPACES.
       01  WS-FAILED-MASTER-STATUS    PIC XX    VALUE SPACES.
       01  WS-EOF-SW                  PIC X     VALUE "N".
           88 WS-EOF                  VALUE "Y".

       01  WS-TO-DATE                 PIC X(8)  VALUE SPACES.
       01  WS-PROGRAM-FILTER          PIC X(8)  VALUE SPACES.
       01  WS-ALIAS-FILTER            PIC X(8)  VALUE SPACES.
       01  WS-RUN-ID-FILTER           PIC X(25) VALUE SPACES.

      * Run-ID query working fields - the ID's length, the length of
      * its program-id part, and whether the log read is inside the
      * asked-for run's stretch of lines.
       01  WS-RUN-ID-LEN              PIC 9(4)  VALUE 0.
       01  WS-RUN-PREFIX-LEN          PIC 9(4)  VALUE 0.
       01  WS-RUN-LOG-PROGRAM         PIC X(8)  VALUE SPACES.
       01  WS-HIT-COUNT               PIC 9(4)  VALUE 0.
       01  WS-IN-TRAIL-SW             PIC X     VALUE "N".
           88 WS-IN-TRAIL             VALUE "Y".
       01  WS-ALERT-MATCH-COUNT       PIC 9(9)  VALUE 0.
       01  WS-LOG-LINE-COUNT          PIC 9(9)  VALUE 0.

       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "AUDQUERY".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.

      * Scheduler return-code severity for this run: 0 clean, 4
      * warnings, 8 check failed / do not proceed, 12 driver
           PERFORM 1000-INITIALIZE
           PERFORM 1500-RANGE-READ-MASTER
           PERFORM 2000-SCAN-AUDIT-TRAIL
           IF WS-RUN-ID-FILTER NOT = SPACES
               PERFORM 5000-PRINT-RUN-ALERTS
               PERFORM 6000-PRINT-RUN-LOG
           END-IF
           PERFORM 8000-WRITE-TOTALS
           PERFORM 9500-WRITE-AUDIT-RECORD
           PERFORM 9000-TERMINATE
           MOVE WS-JOB-SEVERITY TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-START-TS
           CALL "RUNCORID" USING BY REFERENCE WS-RUN-PROGRAM-ID
                                 BY REFERENCE WS-RUN-ID
           OPEN INPUT QUERY-FILTER-FILE
           IF WS-FILTER-STATUS = "00"
               READ QUERY-FILTER-FILE
                       MOVE QF-TO-DATE TO WS-TO-DATE
                       MOVE QF-PROGRAM-FILTER TO WS-PROGRAM-FILTER
                       MOVE QF-ALIAS-FILTER TO WS-ALIAS-FILTER
                       MOVE QF-RUN-ID-FILTER TO WS-RUN-ID-FILTER
               END-READ
               CLOSE QUERY-FILTER-FILE
           END-IF
           IF WS-RUN-ID-FILTER NOT = SPACES
               PERFORM 1100-PARSE-RUN-ID
           END-IF
           OPEN INPUT OPS-AUDIT-FILE
           OPEN OUTPUT QUERY-REPORT-FILE
           MOVE SPACES TO QUERY-REPORT-REC
           STRING "AUDQUERY  RUN ID=" WS-RUN-ID
                  "  START=" WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO QUERY-REPORT-REC
           WRITE QUERY-REPORT-REC
           MOVE SPACES TO QUERY-REPORT-REC
           STRING "OPERATIONS AUDIT TRAIL  FROM=" WS-FROM-DATE
                  " TO=" WS-TO-DATE
                  " PROGRAM=" WS-PROGRAM-FILTER
                  " ALIAS=" WS-ALIAS-FILTER
                  " RUN ID=" WS-RUN-ID-FILTER
               DELIMITED BY SIZE INTO QUERY-REPORT-REC
           WRITE QUERY-REPORT-REC
           MOVE SPACES TO QUERY-REPORT-REC
           WRITE QUERY-REPORT-REC.

      * The ID is <program-id>.<yyyymmddhhmmsscc>.  The program-id
      * names the log to follow, and the start date is where the
      * positioned master reads begin when no FROM date was given.
       1100-PARSE-RUN-ID.
           MOVE 0 TO WS-RUN-ID-LEN
           INSPECT WS-RUN-ID-FILTER
               TALLYING WS-RUN-ID-LEN FOR CHARACTERS BEFORE INITIAL " "
           MOVE 0 TO WS-RUN-PREFIX-LEN
           INSPECT WS-RUN-ID-FILTER
               TALLYING WS-RUN-PREFIX-LEN
               FOR CHARACTERS BEFORE INITIAL "."
           MOVE SPACES TO WS-RUN-LOG-PROGRAM
           IF WS-RUN-PREFIX-LEN > 0 AND WS-RUN-PREFIX-LEN < 9
               MOVE WS-RUN-ID-FILTER (1:WS-RUN-PREFIX-LEN)
                   TO WS-RUN-LOG-PROGRAM
               IF WS-FROM-DATE = SPACES
                       AND WS-RUN-ID-FILTER (WS-RUN-PREFIX-LEN + 2:8)
                           IS NUMERIC
                   MOVE WS-RUN-ID-FILTER (WS-RUN-PREFIX-LEN + 2:8)
                       TO WS-FROM-DATE
               END-IF
           END-IF.

      * Positioned date-range read of the keyed master: START at the
      * FROM date and read forward until the TO date passes - the
      * rolled-out years are never touched beyond the asked-for
      * range.  No master on file just means nothing has been rolled
      * yet; the live scan below still answers.  A master that is
      * there but cannot be opened or read is reported, not skipped.
       1500-RANGE-READ-MASTER.
           OPEN INPUT OPS-AUDIT-MASTER-FILE
           EVALUATE WS-MASTER-STATUS
               WHEN "00"
                   MOVE SPACES TO OX-KEY
                   IF WS-FROM-DATE NOT = SPACES
                       MOVE WS-FROM-DATE TO OX-START-TS (1:8)
                       MOVE "000000" TO OX-START-TS (9:6)
                   END-IF
                   START OPS-AUDIT-MASTER-FILE
                       KEY IS >= OX-KEY
                       INVALID KEY MOVE "Y" TO WS-MASTER-EOF-SW
                   END-START
                   PERFORM 1550-CHECK-OPS-MASTER-STATUS
                   PERFORM UNTIL WS-MASTER-EOF
                       READ OPS-AUDIT-MASTER-FILE NEXT
                           AT END MOVE "Y" TO WS-MASTER-EOF-SW
                           NOT AT END
                               PERFORM 1600-APPLY-ONE-MASTER-REC
                       END-READ
                       PERFORM 1550-CHECK-OPS-MASTER-STATUS
                   END-PERFORM
                   CLOSE OPS-AUDIT-MASTER-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-MASTER-DD TO WS-FAILED-MASTER-DD
                   MOVE WS-MASTER-STATUS TO WS-FAILED-MASTER-STATUS
                   PERFORM 1700-REPORT-MASTER-FAILURE
           END-EVALUATE.

      * Successful, end-of-file and no-record-found statuses are the
      * only ones the read loop expects; anything else ends it.
       1550-CHECK-OPS-MASTER-STATUS.
           IF WS-MASTER-STATUS (1:1) NOT = "0"
                   AND WS-MASTER-STATUS NOT = "10"
                   AND WS-MASTER-STATUS NOT = "23"
               MOVE "Y" TO WS-MASTER-EOF-SW
               MOVE WS-MASTER-DD TO WS-FAILED-MASTER-DD
               MOVE WS-MASTER-STATUS TO WS-FAILED-MASTER-STATUS
               PERFORM 1700-REPORT-MASTER-FAILURE
           END-IF.

       1600-APPLY-ONE-MASTER-REC.
               MOVE OX-KEY-COUNT-1 TO OA-KEY-COUNT-1
               MOVE OX-KEY-COUNT-2 TO OA-KEY-COUNT-2
               MOVE OX-FINAL-SQLCODE TO OA-FINAL-SQLCODE
               MOVE OX-RUN-ID TO OA-RUN-ID
               PERFORM 3000-APPLY-FILTERS
               IF WS-MATCH
                   ADD 1 TO WS-MATCH-COUNT
               END-IF
           END-IF.

       1700-REPORT-MASTER-FAILURE.
           MOVE SPACES TO QUERY-REPORT-REC
           STRING WS-FAILED-MASTER-DD DELIMITED BY SPACE
                  " COULD NOT BE READ STATUS=" WS-FAILED-MASTER-STATUS
                  " - ROLLED RECORDS NOT SEARCHED"
                      DELIMITED BY SIZE
               INTO QUERY-REPORT-REC
           WRITE QUERY-REPORT-REC
           MOVE 12 TO WS-JOB-SEVERITY.

       2000-SCAN-AUDIT-TRAIL.
           IF WS-OPSAUDIT-STATUS NOT = "00"
               MOVE "NO AUDIT TRAIL FILE FOUND" TO QUERY-REPORT-REC
           IF WS-ALIAS-FILTER NOT = SPACES
                   AND OA-DBALIAS NOT = WS-ALIAS-FILTER
               MOVE "N" TO WS-MATCH-SW
           END-IF
           IF WS-RUN-ID-FILTER NOT = SPACES
                   AND OA-RUN-ID NOT = WS-RUN-ID-FILTER
               MOVE "N" TO WS-MATCH-SW
           END-IF.

       4000-PRINT-TRAIL-LINE.
               DELIMITED BY SIZE INTO QUERY-REPORT-REC
           WRITE QUERY-REPORT-REC.

      * Every alert the run raised, wherever it now lives.  The
      * keyed master is read from the run's start date forward.
       5000-PRINT-RUN-ALERTS.
           MOVE SPACES TO QUERY-REPORT-REC
           WRITE QUERY-REPORT-REC
           MOVE "ALERTS RAISED BY THIS RUN" TO QUERY-REPORT-REC
           WRITE QUERY-REPORT-REC
           OPEN INPUT ALERT-HISTORY-MASTER-FILE
           EVALUATE WS-ALT-MASTER-STATUS
               WHEN "00"
                   PERFORM 5050-READ-ALERT-MASTER
                   CLOSE ALERT-HISTORY-MASTER-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-ALT-MASTER-DD TO WS-FAILED-MASTER-DD
                   MOVE WS-ALT-MASTER-STATUS TO WS-FAILED-MASTER-STATUS
                   PERFORM 1700-REPORT-MASTER-FAILURE
           END-EVALUATE
           OPEN INPUT ALERT-HISTORY-FILE
           IF WS-ALERTHIS-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ALERT-HISTORY-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF AH-RUN-ID = WS-RUN-ID-FILTER
                               MOVE AH-SEVERITY TO AQ-SEVERITY
                               MOVE AH-PROGRAM-ID TO AQ-PROGRAM-ID
                               MOVE AH-DBALIAS TO AQ-DBALIAS
                               MOVE AH-OBJECT TO AQ-OBJECT
                               MOVE AH-MESSAGE TO AQ-MESSAGE
                               MOVE AH-TIMESTAMP TO AQ-TIMESTAMP
                               MOVE AH-DISPATCHED-SW
                                   TO AQ-DISPATCHED-SW
                               PERFORM 5100-PRINT-ALERT-LINES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-HISTORY-FILE
           END-IF
           OPEN INPUT ALERT-QUEUE-FILE
           IF WS-ALERTQ-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ALERT-QUEUE-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF AQ-RUN-ID = WS-RUN-ID-FILTER
                               PERFORM 5100-PRINT-ALERT-LINES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-QUEUE-FILE
           END-IF
           IF WS-ALERT-MATCH-COUNT = 0
               MOVE "  NONE" TO QUERY-REPORT-REC
               WRITE QUERY-REPORT-REC
           END-IF.

       5050-READ-ALERT-MASTER.
           MOVE SPACES TO AX-KEY
           IF WS-FROM-DATE NOT = SPACES
               MOVE WS-FROM-DATE TO AX-TIMESTAMP (1:8)
               MOVE "000000" TO AX-TIMESTAMP (9:6)
           END-IF
           MOVE "N" TO WS-MASTER-EOF-SW
           START ALERT-HISTORY-MASTER-FILE
               KEY IS >= AX-KEY
               INVALID KEY MOVE "Y" TO WS-MASTER-EOF-SW
           END-START
           PERFORM 5060-CHECK-ALERT-MASTER-STATUS
           PERFORM UNTIL WS-MASTER-EOF
               READ ALERT-HISTORY-MASTER-FILE NEXT
                   AT END MOVE "Y" TO WS-MASTER-EOF-SW
                   NOT AT END
                       IF AX-RUN-ID = WS-RUN-ID-FILTER
                           MOVE AX-SEVERITY TO AQ-SEVERITY
                           MOVE AX-PROGRAM-ID TO AQ-PROGRAM-ID
                           MOVE AX-DBALIAS TO AQ-DBALIAS
                           MOVE AX-OBJECT TO AQ-OBJECT
                           MOVE AX-MESSAGE TO AQ-MESSAGE
                           MOVE AX-TIMESTAMP TO AQ-TIMESTAMP
                           MOVE AX-DISPATCHED-SW
                               TO AQ-DISPATCHED-SW
                           PERFORM 5100-PRINT-ALERT-LINES
                       END-IF
               END-READ
               PERFORM 5060-CHECK-ALERT-MASTER-STATUS
           END-PERFORM.

       5060-CHECK-ALERT-MASTER-STATUS.
           IF WS-ALT-MASTER-STATUS (1:1) NOT = "0"
                   AND WS-ALT-MASTER-STATUS NOT = "10"
                   AND WS-ALT-MASTER-STATUS NOT = "23"
               MOVE "Y" TO WS-MASTER-EOF-SW
               MOVE WS-ALT-MASTER-DD TO WS-FAILED-MASTER-DD
               MOVE WS-ALT-MASTER-STATUS TO WS-FAILED-MASTER-STATUS
               PERFORM 1700-REPORT-MASTER-FAILURE
           END-IF.

       5100-PRINT-ALERT-LINES.
           ADD 1 TO WS-ALERT-MATCH-COUNT
           MOVE SPACES TO QUERY-REPORT-REC
           STRING "  " AQ-TIMESTAMP
                  " " AQ-SEVERITY
                  " " AQ-PROGRAM-ID
                  " ALIAS=" AQ-DBALIAS
                  " DISPATCHED=" AQ-DISPATCHED-SW
                  " OBJECT=" AQ-OBJECT
               DELIMITED BY SIZE INTO QUERY-REPORT-REC
           WRITE QUERY-REPORT-REC
           MOVE SPACES TO QUERY-REPORT-REC
           STRING "    " AQ-MESSAGE
               DELIMITED BY SIZE INTO QUERY-REPORT-REC
           WRITE QUERY-REPORT-REC.

      * The run's stretch of its own log - from the first line that
      * carries the ID (its header) until another run's header.
       6000-PRINT-RUN-LOG.
           MOVE SPACES TO QUERY-REPORT-REC
           WRITE QUERY-REPORT-REC
           MOVE SPACES TO WS-RUN-LOG-DD
           IF WS-RUN-LOG-PROGRAM = "BKTHROT"
               MOVE "THROT.LOG" TO WS-RUN-LOG-DD
           ELSE
               STRING WS-RUN-LOG-PROGRAM DELIMITED BY SPACE
                      ".LOG" DELIMITED BY SIZE
                   INTO WS-RUN-LOG-DD
           END-IF
           OPEN INPUT RUN-LOG-FILE
           IF WS-RUN-LOG-STATUS NOT = "00"
                   AND WS-RUN-LOG-PROGRAM NOT = "BKTHROT"
               MOVE SPACES TO WS-RUN-LOG-DD
               STRING WS-RUN-LOG-PROGRAM DELIMITED BY SPACE
                      ".RPT" DELIMITED BY SIZE
                   INTO WS-RUN-LOG-DD
               OPEN INPUT RUN-LOG-FILE
           END-IF
           IF WS-RUN-LOG-STATUS NOT = "00"
                   OR WS-RUN-LOG-PROGRAM = SPACES
               STRING "NO LOG OR REPORT FOUND FOR PROGRAM="
                      WS-RUN-LOG-PROGRAM
                   DELIMITED BY SIZE INTO QUERY-REPORT-REC
               WRITE QUERY-REPORT-REC
           ELSE
               STRING "LOG TRAIL FROM " WS-RUN-LOG-DD
                   DELIMITED BY SIZE INTO QUERY-REPORT-REC
               WRITE QUERY-REPORT-REC
               MOVE "N" TO WS-IN-TRAIL-SW
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ RUN-LOG-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 6100-APPLY-ONE-LOG-LINE
                   END-READ
               END-PERFORM
               IF WS-LOG-LINE-COUNT = 0
                   MOVE "  NO LINES FOR THIS RUN" TO QUERY-REPORT-REC
                   WRITE QUERY-REPORT-REC
               END-IF
               CLOSE RUN-LOG-FILE
           END-IF.

       6100-APPLY-ONE-LOG-LINE.
           MOVE 0 TO WS-HIT-COUNT
           INSPECT RUN-LOG-REC TALLYING WS-HIT-COUNT
               FOR ALL WS-RUN-ID-FILTER (1:WS-RUN-ID-LEN)
           IF WS-HIT-COUNT > 0
               MOVE "Y" TO WS-IN-TRAIL-SW
           ELSE
               IF WS-IN-TRAIL
                   INSPECT RUN-LOG-REC TALLYING WS-HIT-COUNT
                       FOR ALL "RUN ID="
                   IF WS-HIT-COUNT > 0
                       MOVE "N" TO WS-IN-TRAIL-SW
                   END-IF
               END-IF
           END-IF
           IF WS-IN-TRAIL
               ADD 1 TO WS-LOG-LINE-COUNT
               MOVE RUN-LOG-REC TO QUERY-REPORT-REC
               WRITE QUERY-REPORT-REC
           END-IF.

       8000-WRITE-TOTALS.
           MOVE SPACES TO QUERY-REPORT-REC
           WRITE QUERY-REPORT-REC
           STRING "AUDIT QUERY TOTALS  READ=" WS-READ-COUNT
                  " MATCHED=" WS-MATCH-COUNT
               DELIMITED BY SIZE INTO QUERY-REPORT-REC
           WRITE QUERY-REPORT-REC
           IF WS-RUN-ID-FILTER NOT = SPACES
               MOVE SPACES TO QUERY-REPORT-REC
               STRING "RUN TRAIL TOTALS  ALERTS=" WS-ALERT-MATCH-COUNT
                      " LOG-LINES=" WS-LOG-LINE-COUNT
                   DELIMITED BY SIZE INTO QUERY-REPORT-REC
               WRITE QUERY-REPORT-REC
           END-IF.

       9000-TERMINATE.
           CLOSE QUERY-REPORT-FILE.
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "AUDQUERY" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE WS-ALIAS-FILTER TO OA-DBALIAS

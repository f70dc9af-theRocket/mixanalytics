      *           reaches db2gLoad instead of surfacing weeks later
      *           as garbled names in the warehouse.
      *
      *           A feed whose load-control record carries a
      *           compression type (GZIP, BZ2 or XZ) is scanned as it
      *           arrived: the matching decompressor is started
      *           writing into a named pipe and the gate reads the
      *           pipe, so the encoding check never needs an
      *           uncompressed copy on disk.  An unknown compression
      *           type, or a compressed feed that yields no records,
      *           is NO-GO.
      *
      *           A feed the arrival monitor FEEDARRV tracks (one with
      *           a record in FEEDARRV.STA dated today or yesterday)
      *           is gated only once that record stands released.  A
      *           feed still awaited, missing, late or re-sent is
      *           NO-GO without being scanned, so the loads never
      *           pick up a stale or duplicated landing file.  Feeds
      *           the monitor does not track are gated as before.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDGATE.
           SELECT FEED-INPUT-FILE ASSIGN TO WS-FEED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT ARRIVAL-STATE-FILE ASSIGN TO WS-ARRIVAL-STATE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRIVAL-STATE-STATUS.
           SELECT REJECT-FILE ASSIGN TO WS-REJECT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
       FILE SECTION.
       FD  LOAD-CONTROL-FILE
           RECORDING MODE IS F.
           COPY "ldctl.cpy".

       FD  GATE-CONFIG-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  FEED-INPUT-REC             PIC X(256).

       FD  ARRIVAL-STATE-FILE
           RECORDING MODE IS F.
           COPY "feedarst.cpy".

       FD  REJECT-FILE
           RECORDING MODE IS F.
       01  REJECT-REC.
       01  WS-CONFIG-DD               PIC X(40) VALUE "FEEDGATE.CFG".
       01  WS-REJECT-DD               PIC X(40) VALUE "FEEDGATE.REJ".
       01  WS-REPORT-DD               PIC X(40) VALUE "FEEDGATE.RPT".
       01  WS-ARRIVAL-STATE-DD        PIC X(40) VALUE "FEEDARRV.STA".
       01  WS-FEED-PATH               PIC X(100) VALUE SPACES.

       01  WS-CONTROL-STATUS          PIC XX.
       01  WS-FEED-STATUS             PIC XX.
       01  WS-REJECT-STATUS           PIC XX.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-ARRIVAL-STATE-STATUS    PIC XX.
       01  WS-EOF-SW                  PIC X     VALUE "N".
           88 WS-EOF                  VALUE "Y".
       01  WS-FEED-EOF-SW             PIC X     VALUE "N".
           88 WS-FEED-EOF             VALUE "Y".

       01  WS-TABLE-NAME              PIC X(30) VALUE SPACES.

      * A compressed feed is read back through a named pipe its
      * decompressor writes into, started through the shell and
      * removed again once the scan is done.
       01  WS-COMPRESS-TYPE           PIC X(4)  VALUE SPACES.
           88 WS-UNCOMPRESSED         VALUE SPACES "NONE".
           88 WS-COMPRESS-KNOWN       VALUE SPACES "NONE" "GZIP"
                                            "BZ2 " "XZ  ".
       01  WS-SOURCE-PATH             PIC X(100) VALUE SPACES.
       01  WS-PIPE-PATH               PIC X(40) VALUE "FEEDGATE.PIPE".
       01  WS-DECOMPRESS-TOOL         PIC X(12) VALUE SPACES.
       01  WS-PIPE-COMMAND            PIC X(256) VALUE SPACES.
       01  WS-FEED-READY-SW           PIC X     VALUE "Y".
           88 WS-FEED-READY           VALUE "Y".
       01  WS-PIPE-STARTED-SW         PIC X     VALUE "N".
           88 WS-PIPE-STARTED         VALUE "Y".
       01  WS-REJECT-RATE-PCT         PIC 9(3)  VALUE 0.

      * Where each monitored feed stands, from FEEDARRV.STA - capped
      * OCCURS 50 like the monitor's own feed calendar.  A record
      * older than yesterday belongs to an earlier load night and is
      * not loaded.
       01  WS-ARRIVAL-TABLE.
           05 WS-AR-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-AR-ENTRY OCCURS 50 TIMES INDEXED BY WS-AR-IDX.
               10 WS-AR-FEED-NAME     PIC X(30).
               10 WS-AR-STATUS        PIC X.
       01  WS-TODAY-DATE-NUM          PIC 9(8)  VALUE 0.
       01  WS-STATE-AGE-DAYS          PIC S9(9) VALUE 0.
       01  WS-FEED-RELEASED-SW        PIC X     VALUE "Y".
           88 WS-FEED-RELEASED        VALUE "Y".
       01  WS-ARRIVAL-STATE-DESC      PIC X(9)  VALUE SPACES.

      * Below X'40' in the CCSID 500 EBCDIC table is the control
      * character range for this collation - the same line CPCHECK
      * draws for its byte-value spot checks.
       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "FEEDGATE".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.

      * Scheduler return-code severity for this run: 0 clean, 4
      * warnings, 8 check failed / do not proceed, 12 driver
           PERFORM 9500-WRITE-AUDIT-RECORD
           PERFORM 9000-TERMINATE
           MOVE WS-JOB-SEVERITY TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-START-TS
           CALL "RUNCORID" USING BY REFERENCE WS-RUN-PROGRAM-ID
                                 BY REFERENCE WS-RUN-ID
           OPEN INPUT GATE-CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               READ GATE-CONFIG-FILE
               END-READ
               CLOSE GATE-CONFIG-FILE
           END-IF
           PERFORM 1200-LOAD-ARRIVAL-STATE
           OPEN INPUT LOAD-CONTROL-FILE
           OPEN OUTPUT REJECT-FILE
           OPEN OUTPUT GATE-REPORT-FILE
           STRING "FEED ENCODING GATE  RUN="
                  FUNCTION CURRENT-DATE (1:14)
                  "  REJECT-RATE-THRESHOLD-PCT=" WS-REJECT-RATE-PCT
                  "  RUN ID=" WS-RUN-ID
               DELIMITED BY SIZE INTO GATE-REPORT-REC
           WRITE GATE-REPORT-REC
           MOVE SPACES TO GATE-REPORT-REC
           WRITE GATE-REPORT-REC.

       1200-LOAD-ARRIVAL-STATE.
           MOVE WS-AUDIT-START-TS (1:8) TO WS-TODAY-DATE-NUM
           OPEN INPUT ARRIVAL-STATE-FILE
           IF WS-ARRIVAL-STATE-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ARRIVAL-STATE-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 1210-ADD-ARRIVAL-STATE
                   END-READ
               END-PERFORM
               CLOSE ARRIVAL-STATE-FILE
           END-IF.

       1210-ADD-ARRIVAL-STATE.
           MOVE 99 TO WS-STATE-AGE-DAYS
           IF FS-STATE-DATE IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD (FS-STATE-DATE) = 0
                   COMPUTE WS-STATE-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-NUM)
                       - FUNCTION INTEGER-OF-DATE (FS-STATE-DATE)
               END-IF
           END-IF
           IF WS-STATE-AGE-DAYS >= 0 AND WS-STATE-AGE-DAYS <= 1
               IF WS-AR-NUM-ENTRY < 50
                   ADD 1 TO WS-AR-NUM-ENTRY
                   SET WS-AR-IDX TO WS-AR-NUM-ENTRY
                   MOVE FS-FEED-NAME TO WS-AR-FEED-NAME (WS-AR-IDX)
                   MOVE FS-STATUS TO WS-AR-STATUS (WS-AR-IDX)
               ELSE
                   DISPLAY "FEEDGATE: arrival state table full (50) "
                       "- skipping " FS-FEED-NAME
               END-IF
           END-IF.

       2000-GATE-EACH-FEED.
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
                   NOT AT END
                       MOVE LC-TABLE-NAME TO WS-TABLE-NAME
                       MOVE LC-SOURCE-PATH TO WS-FEED-PATH
                       MOVE LC-COMPRESS-TYPE TO WS-COMPRESS-TYPE
                       PERFORM 2500-CHECK-ARRIVAL-RELEASE
                       IF WS-FEED-RELEASED
                           PERFORM 3000-SCAN-ONE-FEED
                           PERFORM 5000-WRITE-FEED-VERDICT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAD-CONTROL-FILE.

      * Only a feed the arrival monitor tracks can be held here; one
      * with no state record is released by default.
       2500-CHECK-ARRIVAL-RELEASE.
           MOVE "Y" TO WS-FEED-RELEASED-SW
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                   UNTIL WS-AR-IDX > WS-AR-NUM-ENTRY
               IF WS-AR-FEED-NAME (WS-AR-IDX) = WS-TABLE-NAME
                       AND WS-AR-STATUS (WS-AR-IDX) NOT = "R"
                   MOVE "N" TO WS-FEED-RELEASED-SW
                   EVALUATE WS-AR-STATUS (WS-AR-IDX)
                       WHEN "P"
                           MOVE "AWAITED" TO WS-ARRIVAL-STATE-DESC
                       WHEN "W"
                           MOVE "OVERDUE" TO WS-ARRIVAL-STATE-DESC
                       WHEN "C"
                           MOVE "MISSING" TO WS-ARRIVAL-STATE-DESC
                       WHEN "L"
                           MOVE "LATE" TO WS-ARRIVAL-STATE-DESC
                       WHEN "D"
                           MOVE "DUPLICATE" TO WS-ARRIVAL-STATE-DESC
                       WHEN "N"
                           MOVE "NOT DUE" TO WS-ARRIVAL-STATE-DESC
                       WHEN OTHER
                           MOVE "UNKNOWN" TO WS-ARRIVAL-STATE-DESC
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF NOT WS-FEED-RELEASED
               MOVE "Y" TO WS-NOGO-SW
               MOVE SPACES TO GATE-REPORT-REC
               STRING "FEED " WS-TABLE-NAME
                      " NOT RELEASED BY ARRIVAL MONITOR - STATUS="
                      WS-ARRIVAL-STATE-DESC
                      " VERDICT=NO-GO"
                   DELIMITED BY SIZE INTO GATE-REPORT-REC
               WRITE GATE-REPORT-REC
           END-IF.

       3000-SCAN-ONE-FEED.
           MOVE 0 TO WS-FEED-RECORD-COUNT
           MOVE 0 TO WS-FEED-REJECT-COUNT
           MOVE "Y" TO WS-FEED-READY-SW
           MOVE "N" TO WS-PIPE-STARTED-SW
           IF NOT WS-UNCOMPRESSED
               PERFORM 3050-START-DECOMPRESS-PIPE
           END-IF
           IF WS-FEED-READY
               OPEN INPUT FEED-INPUT-FILE
               IF WS-FEED-STATUS NOT = "00"
      * A feed file that cannot even be opened fails the gate the
      * same way a mis-encoded one does.
                   MOVE "Y" TO WS-NOGO-SW
                   STRING "FEED " WS-TABLE-NAME
                          " FILE NOT FOUND PATH=" WS-FEED-PATH (1:60)
                       DELIMITED BY SIZE INTO GATE-REPORT-REC
                   WRITE GATE-REPORT-REC
               ELSE
                   MOVE "N" TO WS-FEED-EOF-SW
                   PERFORM UNTIL WS-FEED-EOF
                       READ FEED-INPUT-FILE
                           AT END MOVE "Y" TO WS-FEED-EOF-SW
                           NOT AT END
                               ADD 1 TO WS-FEED-RECORD-COUNT
                               ADD 1 TO WS-TOTAL-RECORD-COUNT
                               PERFORM 3100-SCAN-ONE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE FEED-INPUT-FILE
               END-IF
           END-IF
           IF WS-PIPE-STARTED
               PERFORM 3090-REMOVE-DECOMPRESS-PIPE
               IF WS-FEED-RECORD-COUNT = 0
                   MOVE "Y" TO WS-NOGO-SW
                   STRING "FEED " WS-TABLE-NAME
                          " COMPRESSED FEED YIELDED NO RECORDS - "
                          WS-COMPRESS-TYPE " DATA DAMAGED?"
                       DELIMITED BY SIZE INTO GATE-REPORT-REC
                   WRITE GATE-REPORT-REC
               END-IF
           END-IF.

      * The compressed source must exist before the pipe is started -
      * a missing one is left for the FILE NOT FOUND verdict above.
      * Otherwise the decompressor is started in the background
      * writing into a fresh named pipe, and the scan reads the pipe
      * in the source file's place.
       3050-START-DECOMPRESS-PIPE.
           IF NOT WS-COMPRESS-KNOWN
               MOVE "N" TO WS-FEED-READY-SW
               MOVE "Y" TO WS-NOGO-SW
               STRING "FEED " WS-TABLE-NAME
                      " UNKNOWN COMPRESSION TYPE=" WS-COMPRESS-TYPE
                      " - NOT SCANNED"
                   DELIMITED BY SIZE INTO GATE-REPORT-REC
               WRITE GATE-REPORT-REC
           ELSE
               MOVE WS-FEED-PATH TO WS-SOURCE-PATH
               OPEN INPUT FEED-INPUT-FILE
               IF WS-FEED-STATUS = "00"
                   CLOSE FEED-INPUT-FILE
                   EVALUATE WS-COMPRESS-TYPE
                       WHEN "GZIP"
                           MOVE "gzip -dc" TO WS-DECOMPRESS-TOOL
                       WHEN "BZ2 "
                           MOVE "bzip2 -dc" TO WS-DECOMPRESS-TOOL
                       WHEN "XZ  "
                           MOVE "xz -dc" TO WS-DECOMPRESS-TOOL
                   END-EVALUATE
                   MOVE SPACES TO WS-PIPE-COMMAND
                   STRING "rm -f " DELIMITED BY SIZE
                          WS-PIPE-PATH DELIMITED BY SPACE
                          " && mkfifo " DELIMITED BY SIZE
                          WS-PIPE-PATH DELIMITED BY SPACE
                          " && (" DELIMITED BY SIZE
                          WS-DECOMPRESS-TOOL DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          WS-SOURCE-PATH DELIMITED BY SPACE
                          " > " DELIMITED BY SIZE
                          WS-PIPE-PATH DELIMITED BY SPACE
                          " 2>/dev/null &)" DELIMITED BY SIZE
                       INTO WS-PIPE-COMMAND
                   CALL "SYSTEM" USING WS-PIPE-COMMAND
                   MOVE WS-PIPE-PATH TO WS-FEED-PATH
                   MOVE "Y" TO WS-PIPE-STARTED-SW
               END-IF
           END-IF.

       3090-REMOVE-DECOMPRESS-PIPE.
           MOVE SPACES TO WS-PIPE-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  WS-PIPE-PATH DELIMITED BY SPACE
               INTO WS-PIPE-COMMAND
           CALL "SYSTEM" USING WS-PIPE-COMMAND
           MOVE WS-SOURCE-PATH TO WS-FEED-PATH.

       3100-SCAN-ONE-RECORD.
           MOVE "N" TO WS-RECORD-BAD-SW
           MOVE 0 TO WS-BAD-COLUMN
           MOVE WS-FEED-RECORD-COUNT TO WS-RECORDS-DISP
           MOVE WS-FEED-REJECT-COUNT TO WS-REJECTS-DISP
           MOVE WS-FEED-RATE-PCT TO WS-RATE-DISP
           MOVE SPACES TO GATE-REPORT-REC
      * Cross-multiplied so nothing truncates: a handful of rejects
      * in a two-million-record feed still trips a zero-tolerance
      * threshold, where an integer rate of 0 percent would not.
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "FEEDGATE" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS

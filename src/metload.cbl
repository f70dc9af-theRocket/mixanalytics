      ******************************************************************
      *
      * Program: METLOAD
      *
      * Function: Nightly metrics history loader.  Every monitor keeps
      *           its numbers in its own format - DBPINGM.LOG ping
      *           latencies, HADRLAGM.LOG standby log gaps, DBKPICSV's
      *           DBKPI.CSV counters, TBSCAPTR's capacity rows in
      *           TBSCAPHS.DAT and LOCKMON's contention rows in
      *           LOCKHIST.DAT - so every trend question meant another
      *           one-off reader.  This loader normalizes each of
      *           those files into the shared keyed metrics store
      *           METRICIX.DAT (see metric.cpy), one record per value,
      *           keyed by metric name, alias and timestamp, for
      *           METQUERY to trend and AUDROLLR to roll:
      *
      *             DBPINGM.LOG   PING_AVG_US, PING_MAX_US
      *             HADRLAGM.LOG  HADR_LOG_GAP (alias is the primary,
      *                           object the standby)
      *             DBKPI.CSV     COMMITS, ROLLBACKS, BP_LOGICAL_READS,
      *                           BP_PHYSICAL_READS, SORT_OVERFLOWS,
      *                           LOG_SPACE_USED, APPLS_CONNECTED
      *             TBSCAPHS.DAT  TS_USEABLE_PAGES, TS_USED_PAGES,
      *                           TS_FREE_PAGES, TS_HWM_PAGES (object
      *                           is the tablespace)
      *             LOCKHIST.DAT  LOCK_WAITS, LOCK_WAIT_TIME, DEADLOCKS
      *                           (object is the authid and agent)
      *             BKCHAIN.DAT   BACKUP_IMAGE_KB (timestamp is the
      *                           backup ID, object the image type
      *                           F, I or D) - the per-image size
      *                           history BKFCAST forecasts from
      *
      *           The log-style sources are read at the same fixed
      *           offsets SLASTMT, DRSCORE and CHGBACK already read
      *           them at.  A chain entry written before BKRECON
      *           carried the image size has no size to load and is
      *           passed over.  A row whose SQLCODE shows the
      *           measurement itself failed is not loaded - a failed
      *           ping is not a latency of zero.  TBSCAPTR's history
      *           rows carry no alias, so the alias they are filed
      *           under comes from METLOAD.CFG (default PRODDB, the
      *           alias TBSCAPTR measures).
      *
      *           The timestamp of the newest row taken from each
      *           source is carried in METLOAD.STA, so a night reads
      *           forward from where the last one stopped and a row
      *           AUDROLLR has already rolled out of the store is not
      *           loaded back in.  A row that is loaded twice anyway
      *           is refused on its duplicate key and counted.  If the
      *           store cannot be opened nothing is loaded and the
      *           state is left exactly as it was.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. METLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METLOAD-CONFIG-FILE ASSIGN TO WS-CONFIG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT METLOAD-STATE-FILE ASSIGN TO WS-STATE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT SOURCE-SCAN-FILE ASSIGN TO WS-SCAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.
           SELECT METRICS-STORE-FILE ASSIGN TO WS-STORE-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-KEY
               FILE STATUS IS WS-STORE-STATUS.
           SELECT METLOAD-LOG-FILE ASSIGN TO WS-LOG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT OPS-AUDIT-FILE ASSIGN TO WS-OPSAUDIT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  METLOAD-CONFIG-FILE
           RECORDING MODE IS F.
       01  METLOAD-CONFIG-REC.
           05 MC-CAPACITY-ALIAS       PIC X(8).

       FD  METLOAD-STATE-FILE
           RECORDING MODE IS F.
       01  METLOAD-STATE-REC.
           05 MS-PING-LAST-TS         PIC X(14).
           05 MS-HADR-LAST-TS         PIC X(14).
           05 MS-KPI-LAST-TS          PIC X(14).
           05 MS-CAPACITY-LAST-TS     PIC X(14).
           05 MS-CONTENTION-LAST-TS   PIC X(14).
           05 MS-CHAIN-LAST-TS        PIC X(14).

      * One scan file, pointed at each source in turn.  The three
      * fixed-layout history files are read through their writers'
      * own record layouts; the logs and the CSV by offset.
       FD  SOURCE-SCAN-FILE
           RECORDING MODE IS F.
       01  SOURCE-SCAN-REC            PIC X(250).
       01  CAPACITY-HISTORY-REC.
           05 CH-DATE                 PIC X(14).
           05 CH-TS-NAME              PIC X(18).
           05 CH-TOTAL-PAGES          PIC 9(9).
           05 CH-USEABLE-PAGES        PIC 9(9).
           05 CH-USED-PAGES           PIC 9(9).
           05 CH-FREE-PAGES           PIC 9(9).
           05 CH-HIGH-WATER-MARK      PIC 9(9).
           COPY "lockhist.cpy".
           COPY "bkchain.cpy".

       FD  METRICS-STORE-FILE.
           COPY "metric.cpy".

       FD  METLOAD-LOG-FILE
           RECORDING MODE IS F.
       01  METLOAD-LOG-REC            PIC X(132).

       FD  OPS-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "opsaudit.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CONFIG-DD               PIC X(40) VALUE "METLOAD.CFG".
       01  WS-STATE-DD                PIC X(40) VALUE "METLOAD.STA".
       01  WS-STORE-DD                PIC X(40) VALUE "METRICIX.DAT".
       01  WS-LOG-DD                  PIC X(40) VALUE "METLOAD.LOG".
       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-SCAN-PATH               PIC X(40) VALUE SPACES.

       01  WS-CONFIG-STATUS           PIC XX.
       01  WS-STATE-STATUS            PIC XX.
       01  WS-SCAN-STATUS             PIC XX.
       01  WS-STORE-STATUS            PIC XX.
       01  WS-LOG-STATUS              PIC XX.
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-EOF-SW                  PIC X     VALUE "N".
           88 WS-EOF                  VALUE "Y".
       01  WS-STORE-OPEN-SW           PIC X     VALUE "N".
           88 WS-STORE-OPEN           VALUE "Y".
       01  WS-SOURCE-OPEN-SW          PIC X     VALUE "N".
           88 WS-SOURCE-OPEN          VALUE "Y".

       01  WS-CAPACITY-ALIAS          PIC X(8)  VALUE "PRODDB".

      * Per-source high-water marks, as read from and written back to
      * METLOAD.STA.
       01  WS-PING-LAST-TS            PIC X(14) VALUE SPACES.
       01  WS-HADR-LAST-TS            PIC X(14) VALUE SPACES.
       01  WS-KPI-LAST-TS             PIC X(14) VALUE SPACES.
       01  WS-CAPACITY-LAST-TS        PIC X(14) VALUE SPACES.
       01  WS-CONTENTION-LAST-TS      PIC X(14) VALUE SPACES.
       01  WS-CHAIN-LAST-TS           PIC X(14) VALUE SPACES.

      * The source being loaded: rows newer than its last timestamp
      * are taken, and the newest one seen becomes the new mark.
       01  WS-SOURCE-PROGRAM          PIC X(8)  VALUE SPACES.
       01  WS-SOURCE-LAST-TS          PIC X(14) VALUE SPACES.
       01  WS-SOURCE-HIGH-TS          PIC X(14) VALUE SPACES.
       01  WS-SOURCE-LOADED-COUNT     PIC 9(9)  VALUE 0.
       01  WS-SOURCE-DUP-COUNT        PIC 9(9)  VALUE 0.

      * One value lifted out of a log or CSV line by offset.
       01  WS-METRIC-NAME             PIC X(18) VALUE SPACES.
       01  WS-FIELD-START             PIC 9(3)  VALUE 0.
       01  WS-FIELD-LENGTH            PIC 9(3)  VALUE 0.
       01  WS-ROW-SQLCODE             PIC S9(9) VALUE 0.
       01  WS-AGENT-ID-NUM            PIC 9(9)  VALUE 0.

       01  WS-LOADED-COUNT            PIC 9(9)  VALUE 0.
       01  WS-DUP-COUNT               PIC 9(9)  VALUE 0.

       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "METLOAD".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.

      * Scheduler return-code severity for this run: 0 clean, 4
      * warnings, 8 check failed / do not proceed, 12 driver
      * failed - the suite-wide condition-code convention.
       01  WS-JOB-SEVERITY            PIC 9(2)  VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-STORE-OPEN
               PERFORM 2000-LOAD-PING-LOG
               PERFORM 3000-LOAD-HADR-LOG
               PERFORM 4000-LOAD-KPI-CSV
               PERFORM 5000-LOAD-CAPACITY-HISTORY
               PERFORM 6000-LOAD-CONTENTION-HISTORY
               PERFORM 6500-LOAD-BACKUP-CHAIN
               CLOSE METRICS-STORE-FILE
               PERFORM 7500-REWRITE-STATE
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
           OPEN INPUT METLOAD-CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               READ METLOAD-CONFIG-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF MC-CAPACITY-ALIAS NOT = SPACES
                           MOVE MC-CAPACITY-ALIAS
                               TO WS-CAPACITY-ALIAS
                       END-IF
               END-READ
               CLOSE METLOAD-CONFIG-FILE
           END-IF
           OPEN INPUT METLOAD-STATE-FILE
           IF WS-STATE-STATUS = "00"
               READ METLOAD-STATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE MS-PING-LAST-TS TO WS-PING-LAST-TS
                       MOVE MS-HADR-LAST-TS TO WS-HADR-LAST-TS
                       MOVE MS-KPI-LAST-TS TO WS-KPI-LAST-TS
                       MOVE MS-CAPACITY-LAST-TS
                           TO WS-CAPACITY-LAST-TS
                       MOVE MS-CONTENTION-LAST-TS
                           TO WS-CONTENTION-LAST-TS
                       MOVE MS-CHAIN-LAST-TS TO WS-CHAIN-LAST-TS
               END-READ
               CLOSE METLOAD-STATE-FILE
           END-IF
           OPEN EXTEND METLOAD-LOG-FILE
           IF WS-LOG-STATUS = "35"
               CLOSE METLOAD-LOG-FILE
               OPEN OUTPUT METLOAD-LOG-FILE
           END-IF
           MOVE SPACES TO METLOAD-LOG-REC
           STRING "METRICS LOAD RUN=" WS-AUDIT-START-TS
                  " CAPACITY-ALIAS=" WS-CAPACITY-ALIAS
                  "  RUN ID=" WS-RUN-ID
               DELIMITED BY SIZE INTO METLOAD-LOG-REC
           WRITE METLOAD-LOG-REC
           PERFORM 1100-OPEN-METRICS-STORE.

      * First run creates the store, the same way AUDROLLR creates
      * its keyed masters.
       1100-OPEN-METRICS-STORE.
           OPEN I-O METRICS-STORE-FILE
           IF WS-STORE-STATUS = "35"
               OPEN OUTPUT METRICS-STORE-FILE
               CLOSE METRICS-STORE-FILE
               OPEN I-O METRICS-STORE-FILE
           END-IF
           IF WS-STORE-STATUS = "00"
               MOVE "Y" TO WS-STORE-OPEN-SW
           ELSE
               MOVE SPACES TO METLOAD-LOG-REC
               STRING "METRICS STORE " WS-STORE-DD (1:12)
                      " NOT AVAILABLE STATUS=" WS-STORE-STATUS
                      " - LOAD HELD - STATE LEFT INTACT"
                   DELIMITED BY SIZE INTO METLOAD-LOG-REC
               WRITE METLOAD-LOG-REC
               MOVE 12 TO WS-JOB-SEVERITY
           END-IF.

      * A monitor that has not written its file yet is not an error
      * in the store, but the night's load is short of it - warn.
       1500-BEGIN-SOURCE.
           MOVE 0 TO WS-SOURCE-LOADED-COUNT
           MOVE 0 TO WS-SOURCE-DUP-COUNT
           MOVE WS-SOURCE-LAST-TS TO WS-SOURCE-HIGH-TS
           MOVE "N" TO WS-EOF-SW
           MOVE "N" TO WS-SOURCE-OPEN-SW
           OPEN INPUT SOURCE-SCAN-FILE
           IF WS-SCAN-STATUS = "00"
               MOVE "Y" TO WS-SOURCE-OPEN-SW
           ELSE
               MOVE SPACES TO METLOAD-LOG-REC
               STRING "SOURCE=" WS-SCAN-PATH (1:14)
                      " NOT PRESENT - NOTHING LOADED"
                   DELIMITED BY SIZE INTO METLOAD-LOG-REC
               WRITE METLOAD-LOG-REC
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           END-IF.

       1600-END-SOURCE.
           IF WS-SOURCE-OPEN
               CLOSE SOURCE-SCAN-FILE
               MOVE SPACES TO METLOAD-LOG-REC
               STRING "SOURCE=" WS-SCAN-PATH (1:14)
                      " LOADED=" WS-SOURCE-LOADED-COUNT
                      " DUPLICATES=" WS-SOURCE-DUP-COUNT
                      " THROUGH=" WS-SOURCE-HIGH-TS
                   DELIMITED BY SIZE INTO METLOAD-LOG-REC
               WRITE METLOAD-LOG-REC
           END-IF
           ADD WS-SOURCE-LOADED-COUNT TO WS-LOADED-COUNT
           ADD WS-SOURCE-DUP-COUNT TO WS-DUP-COUNT.

       1700-NOTE-ROW-TIMESTAMP.
           IF MT-TIMESTAMP > WS-SOURCE-HIGH-TS
               MOVE MT-TIMESTAMP TO WS-SOURCE-HIGH-TS
           END-IF.

      * The caller has set the metric name, alias, timestamp, object
      * and value; a key already in the store is a row loaded before.
       1800-STORE-METRIC.
           MOVE WS-SOURCE-PROGRAM TO MT-SOURCE-PROGRAM
           MOVE WS-AUDIT-START-TS TO MT-LOAD-TS
           WRITE METRIC-REC
               INVALID KEY
                   ADD 1 TO WS-SOURCE-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-SOURCE-LOADED-COUNT
           END-WRITE.

       1850-STORE-LINE-FIELD.
           MOVE WS-METRIC-NAME TO MT-METRIC-NAME
           COMPUTE MT-VALUE = FUNCTION NUMVAL
               (SOURCE-SCAN-REC (WS-FIELD-START:WS-FIELD-LENGTH))
           PERFORM 1800-STORE-METRIC.

      * DBPINGM's log lines carry the alias at 22, the worst round
      * trip at 63, the average at 79 and the SQLCODE at 97 (the same
      * offsets SLASTMT reads); the knowledge-base explanation lines
      * between them are passed over.
       2000-LOAD-PING-LOG.
           MOVE "DBPINGM.LOG" TO WS-SCAN-PATH
           MOVE "DBPINGM" TO WS-SOURCE-PROGRAM
           MOVE WS-PING-LAST-TS TO WS-SOURCE-LAST-TS
           PERFORM 1500-BEGIN-SOURCE
           IF WS-SOURCE-OPEN
               PERFORM UNTIL WS-EOF
                   READ SOURCE-SCAN-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 2100-TAKE-PING-LINE
                   END-READ
               END-PERFORM
               MOVE WS-SOURCE-HIGH-TS TO WS-PING-LAST-TS
           END-IF
           PERFORM 1600-END-SOURCE.

       2100-TAKE-PING-LINE.
           IF SOURCE-SCAN-REC (15:7) = " ALIAS="
                   AND SOURCE-SCAN-REC (1:14) > WS-SOURCE-LAST-TS
               MOVE SOURCE-SCAN-REC (1:14) TO MT-TIMESTAMP
               PERFORM 1700-NOTE-ROW-TIMESTAMP
               COMPUTE WS-ROW-SQLCODE =
                   FUNCTION NUMVAL (SOURCE-SCAN-REC (97:9))
               IF WS-ROW-SQLCODE NOT < 0
                   MOVE SOURCE-SCAN-REC (22:8) TO MT-DBALIAS
                   MOVE SPACES TO MT-OBJECT
                   MOVE "PING_AVG_US" TO WS-METRIC-NAME
                   MOVE 79 TO WS-FIELD-START
                   MOVE 9 TO WS-FIELD-LENGTH
                   PERFORM 1850-STORE-LINE-FIELD
                   MOVE "PING_MAX_US" TO WS-METRIC-NAME
                   MOVE 63 TO WS-FIELD-START
                   PERFORM 1850-STORE-LINE-FIELD
               END-IF
           END-IF.

      * HADRLAGM's lines carry the primary at 24, the standby at 41,
      * the log gap at 73 and the SQLCODE at 120.
       3000-LOAD-HADR-LOG.
           MOVE "HADRLAGM.LOG" TO WS-SCAN-PATH
           MOVE "HADRLAGM" TO WS-SOURCE-PROGRAM
           MOVE WS-HADR-LAST-TS TO WS-SOURCE-LAST-TS
           PERFORM 1500-BEGIN-SOURCE
           IF WS-SOURCE-OPEN
               PERFORM UNTIL WS-EOF
                   READ SOURCE-SCAN-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 3100-TAKE-HADR-LINE
                   END-READ
               END-PERFORM
               MOVE WS-SOURCE-HIGH-TS TO WS-HADR-LAST-TS
           END-IF
           PERFORM 1600-END-SOURCE.

       3100-TAKE-HADR-LINE.
           IF SOURCE-SCAN-REC (15:9) = " PRIMARY="
                   AND SOURCE-SCAN-REC (1:14) > WS-SOURCE-LAST-TS
               MOVE SOURCE-SCAN-REC (1:14) TO MT-TIMESTAMP
               PERFORM 1700-NOTE-ROW-TIMESTAMP
               COMPUTE WS-ROW-SQLCODE =
                   FUNCTION NUMVAL (SOURCE-SCAN-REC (120:9))
               IF WS-ROW-SQLCODE NOT < 0
                   MOVE SOURCE-SCAN-REC (24:8) TO MT-DBALIAS
                   MOVE SOURCE-SCAN-REC (41:8) TO MT-OBJECT
                   MOVE "HADR_LOG_GAP" TO WS-METRIC-NAME
                   MOVE 73 TO WS-FIELD-START
                   MOVE 18 TO WS-FIELD-LENGTH
                   PERFORM 1850-STORE-LINE-FIELD
               END-IF
           END-IF.

      * DBKPI.CSV's columns sit at fixed offsets (the counters are
      * edited to fixed widths, as CHGBACK relies on); the heading
      * row starts with a letter and is passed over.
       4000-LOAD-KPI-CSV.
           MOVE "DBKPI.CSV" TO WS-SCAN-PATH
           MOVE "DBKPICSV" TO WS-SOURCE-PROGRAM
           MOVE WS-KPI-LAST-TS TO WS-SOURCE-LAST-TS
           PERFORM 1500-BEGIN-SOURCE
           IF WS-SOURCE-OPEN
               PERFORM UNTIL WS-EOF
                   READ SOURCE-SCAN-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 4100-TAKE-KPI-ROW
                   END-READ
               END-PERFORM
               MOVE WS-SOURCE-HIGH-TS TO WS-KPI-LAST-TS
           END-IF
           PERFORM 1600-END-SOURCE.

       4100-TAKE-KPI-ROW.
           IF SOURCE-SCAN-REC (1:14) IS NUMERIC
                   AND SOURCE-SCAN-REC (1:14) > WS-SOURCE-LAST-TS
               MOVE SOURCE-SCAN-REC (1:14) TO MT-TIMESTAMP
               PERFORM 1700-NOTE-ROW-TIMESTAMP
               COMPUTE WS-ROW-SQLCODE =
                   FUNCTION NUMVAL (SOURCE-SCAN-REC (122:9))
               IF WS-ROW-SQLCODE NOT < 0
                   MOVE SOURCE-SCAN-REC (16:8) TO MT-DBALIAS
                   MOVE SPACES TO MT-OBJECT
                   MOVE "COMMITS" TO WS-METRIC-NAME
                   MOVE 25 TO WS-FIELD-START
                   MOVE 9 TO WS-FIELD-LENGTH
                   PERFORM 1850-STORE-LINE-FIELD
                   MOVE "ROLLBACKS" TO WS-METRIC-NAME
                   MOVE 35 TO WS-FIELD-START
                   PERFORM 1850-STORE-LINE-FIELD
                   MOVE "BP_LOGICAL_READS" TO WS-METRIC-NAME
                   MOVE 45 TO WS-FIELD-START
                   MOVE 18 TO WS-FIELD-LENGTH
                   PERFORM 1850-STORE-LINE-FIELD
                   MOVE "BP_PHYSICAL_READS" TO WS-METRIC-NAME
                   MOVE 64 TO WS-FIELD-START
                   PERFORM 1850-STORE-LINE-FIELD
                   MOVE "SORT_OVERFLOWS" TO WS-METRIC-NAME
                   MOVE 83 TO WS-FIELD-START
                   MOVE 9 TO WS-FIELD-LENGTH
                   PERFORM 1850-STORE-LINE-FIELD
                   MOVE "LOG_SPACE_USED" TO WS-METRIC-NAME
                   MOVE 93 TO WS-FIELD-START
                   MOVE 18 TO WS-FIELD-LENGTH
                   PERFORM 1850-STORE-LINE-FIELD
                   MOVE "APPLS_CONNECTED" TO WS-METRIC-NAME
                   MOVE 112 TO WS-FIELD-START
                   MOVE 9 TO WS-FIELD-LENGTH
                   PERFORM 1850-STORE-LINE-FIELD
               END-IF
           END-IF.

       5000-LOAD-CAPACITY-HISTORY.
           MOVE "TBSCAPHS.DAT" TO WS-SCAN-PATH
           MOVE "TBSCAPTR" TO WS-SOURCE-PROGRAM
           MOVE WS-CAPACITY-LAST-TS TO WS-SOURCE-LAST-TS
           PERFORM 1500-BEGIN-SOURCE
           IF WS-SOURCE-OPEN
               PERFORM UNTIL WS-EOF
                   READ SOURCE-SCAN-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 5100-TAKE-CAPACITY-ROW
                   END-READ
               END-PERFORM
               MOVE WS-SOURCE-HIGH-TS TO WS-CAPACITY-LAST-TS
           END-IF
           PERFORM 1600-END-SOURCE.

       5100-TAKE-CAPACITY-ROW.
           IF CH-DATE > WS-SOURCE-LAST-TS
                   AND CH-USED-PAGES IS NUMERIC
               MOVE CH-DATE TO MT-TIMESTAMP
               PERFORM 1700-NOTE-ROW-TIMESTAMP
               MOVE WS-CAPACITY-ALIAS TO MT-DBALIAS
               MOVE CH-TS-NAME TO MT-OBJECT
               MOVE "TS_USEABLE_PAGES" TO MT-METRIC-NAME
               MOVE CH-USEABLE-PAGES TO MT-VALUE
               PERFORM 1800-STORE-METRIC
               MOVE "TS_USED_PAGES" TO MT-METRIC-NAME
               MOVE CH-USED-PAGES TO MT-VALUE
               PERFORM 1800-STORE-METRIC
               MOVE "TS_FREE_PAGES" TO MT-METRIC-NAME
               MOVE CH-FREE-PAGES TO MT-VALUE
               PERFORM 1800-STORE-METRIC
               MOVE "TS_HWM_PAGES" TO MT-METRIC-NAME
               MOVE CH-HIGH-WATER-MARK TO MT-VALUE
               PERFORM 1800-STORE-METRIC
           END-IF.

       6000-LOAD-CONTENTION-HISTORY.
           MOVE "LOCKHIST.DAT" TO WS-SCAN-PATH
           MOVE "LOCKMON" TO WS-SOURCE-PROGRAM
           MOVE WS-CONTENTION-LAST-TS TO WS-SOURCE-LAST-TS
           PERFORM 1500-BEGIN-SOURCE
           IF WS-SOURCE-OPEN
               PERFORM UNTIL WS-EOF
                   READ SOURCE-SCAN-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 6100-TAKE-CONTENTION-ROW
                   END-READ
               END-PERFORM
               MOVE WS-SOURCE-HIGH-TS TO WS-CONTENTION-LAST-TS
           END-IF
           PERFORM 1600-END-SOURCE.

      * LOCKMON writes one row per application per interval, so the
      * authid and agent make the object - each application's figures
      * stay a separate series under the alias.
       6100-TAKE-CONTENTION-ROW.
           IF LH-TIMESTAMP > WS-SOURCE-LAST-TS
                   AND LH-LOCK-WAITS IS NUMERIC
               MOVE LH-TIMESTAMP TO MT-TIMESTAMP
               PERFORM 1700-NOTE-ROW-TIMESTAMP
               MOVE LH-DBALIAS TO MT-DBALIAS
               MOVE LH-AGENT-ID TO WS-AGENT-ID-NUM
               MOVE SPACES TO MT-OBJECT
               STRING LH-AUTH-ID DELIMITED BY SPACE
                      " AGENT " WS-AGENT-ID-NUM
                   DELIMITED BY SIZE INTO MT-OBJECT
               MOVE "LOCK_WAITS" TO MT-METRIC-NAME
               MOVE LH-LOCK-WAITS TO MT-VALUE
               PERFORM 1800-STORE-METRIC
               MOVE "LOCK_WAIT_TIME" TO MT-METRIC-NAME
               MOVE LH-LOCK-WAIT-TIME TO MT-VALUE
               PERFORM 1800-STORE-METRIC
               MOVE "DEADLOCKS" TO MT-METRIC-NAME
               MOVE LH-DEADLOCKS TO MT-VALUE
               PERFORM 1800-STORE-METRIC
           END-IF.

       6500-LOAD-BACKUP-CHAIN.
           MOVE "BKCHAIN.DAT" TO WS-SCAN-PATH
           MOVE "BKRECON" TO WS-SOURCE-PROGRAM
           MOVE WS-CHAIN-LAST-TS TO WS-SOURCE-LAST-TS
           PERFORM 1500-BEGIN-SOURCE
           IF WS-SOURCE-OPEN
               PERFORM UNTIL WS-EOF
                   READ SOURCE-SCAN-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 6600-TAKE-CHAIN-ROW
                   END-READ
               END-PERFORM
               MOVE WS-SOURCE-HIGH-TS TO WS-CHAIN-LAST-TS
           END-IF
           PERFORM 1600-END-SOURCE.

      * The backup ID is the image's timestamp, so each image is its
      * own row; the type rides as the object so fulls, incrementals
      * and deltas can be trended apart.
       6600-TAKE-CHAIN-ROW.
           IF CN-BACKUP-ID > WS-SOURCE-LAST-TS
                   AND CN-BACKUP-ID IS NUMERIC
               MOVE CN-BACKUP-ID TO MT-TIMESTAMP
               PERFORM 1700-NOTE-ROW-TIMESTAMP
               IF CN-IMAGE-SIZE-KB IS NUMERIC
                   MOVE CN-DBALIAS TO MT-DBALIAS
                   MOVE CN-IMAGE-TYPE TO MT-OBJECT
                   MOVE "BACKUP_IMAGE_KB" TO MT-METRIC-NAME
                   MOVE CN-IMAGE-SIZE-KB TO MT-VALUE
                   PERFORM 1800-STORE-METRIC
               END-IF
           END-IF.

       7500-REWRITE-STATE.
           OPEN OUTPUT METLOAD-STATE-FILE
           MOVE WS-PING-LAST-TS TO MS-PING-LAST-TS
           MOVE WS-HADR-LAST-TS TO MS-HADR-LAST-TS
           MOVE WS-KPI-LAST-TS TO MS-KPI-LAST-TS
           MOVE WS-CAPACITY-LAST-TS TO MS-CAPACITY-LAST-TS
           MOVE WS-CONTENTION-LAST-TS TO MS-CONTENTION-LAST-TS
           MOVE WS-CHAIN-LAST-TS TO MS-CHAIN-LAST-TS
           WRITE METLOAD-STATE-REC
           CLOSE METLOAD-STATE-FILE.

       8000-WRITE-TOTALS.
           MOVE SPACES TO METLOAD-LOG-REC
           STRING "METRICS LOAD TOTALS  LOADED=" WS-LOADED-COUNT
                  " DUPLICATES=" WS-DUP-COUNT
               DELIMITED BY SIZE INTO METLOAD-LOG-REC
           WRITE METLOAD-LOG-REC.

       9000-TERMINATE.
           CLOSE METLOAD-LOG-FILE.

       9500-WRITE-AUDIT-RECORD.
           OPEN EXTEND OPS-AUDIT-FILE
           IF WS-OPSAUDIT-STATUS = "35"
               CLOSE OPS-AUDIT-FILE
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "METLOAD" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS
           MOVE "METLOAD" TO OA-ACTION-VERB
           MOVE WS-LOADED-COUNT TO OA-KEY-COUNT-1
           MOVE WS-DUP-COUNT TO OA-KEY-COUNT-2
           MOVE 0 TO OA-FINAL-SQLCODE
           WRITE OPS-AUDIT-REC
           CLOSE OPS-AUDIT-FILE.

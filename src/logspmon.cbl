      ******************************************************************
      *
      * Program: LOGSPMON
      *
      * Function: Active log space early-warning monitor.  DBKPICSV
      *           records log space used once a night - far too late
      *           for the morning a forgotten uncommitted unit of
      *           work fills the active log and every writer gets
      *           SQL0964.  Scheduled every few minutes, this monitor
      *           collects, for each alias the registry flags for the
      *           snapshot function, the database snapshot via the
      *           established db2gAddSnapshotRqst/
      *           db2gGetSnapshotSize/db2gGetSnapshot chain and walks
      *           the converted stream for total log used, total log
      *           available and the agent holding the oldest
      *           uncommitted transaction.  The application snapshot
      *           (the same chain LOCKMON walks) gives that agent's
      *           authorization ID and its unit-of-work log space,
      *           and LOCKTRND's application directory (APPLDIR.DAT)
      *           names the business job and owning team.
      *
      *           Log consumed since this alias's previous sample
      *           (kept in LOGSPMON.STA) gives the fill rate and the
      *           projected minutes to log-full.  Percent-full and
      *           minutes-to-full are each held against a WARNING and
      *           a CRITICAL threshold from LOGSPMON.CFG; crossing one
      *           raises an alert on the shared ALERTQ naming the log
      *           holder.  Every poll is logged to LOGSPMON.LOG, and
      *           every poll that finds an oldest-transaction holder
      *           is appended to the log-pressure history LOGPRESS.DAT
      *           - so the applications that keep holding log show up
      *           as a pattern, not as one bad morning.
      *
      *           As with SNAPCSV/LOCKMON/HADRLAGM, the vendor
      *           copybook library carries neither the sqlmon.h
      *           request-type constants nor converted-counter
      *           layouts, so the handful needed here are defined
      *           locally.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGSPMON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONITOR-CONFIG-FILE ASSIGN TO WS-CONFIG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT SAMPLE-STATE-FILE ASSIGN TO WS-STATE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT APPL-DIRECTORY-FILE ASSIGN TO WS-DIRECTORY-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIRECTORY-STATUS.
           SELECT LOG-SPACE-LOG-FILE ASSIGN TO WS-LOG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT PRESSURE-HISTORY-FILE ASSIGN TO WS-PRESSURE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESSURE-STATUS.
           SELECT ALERT-QUEUE-FILE ASSIGN TO WS-ALERTQ-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTQ-STATUS.
           SELECT OPS-AUDIT-FILE ASSIGN TO WS-OPSAUDIT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MONITOR-CONFIG-FILE
           RECORDING MODE IS F.
       01  MONITOR-CONFIG-REC.
           05 LM-WARN-PCT             PIC 9(3).
           05 LM-CRIT-PCT             PIC 9(3).
           05 LM-WARN-MINUTES         PIC 9(5).
           05 LM-CRIT-MINUTES         PIC 9(5).

      * Previous sample per alias - the base the fill rate is taken
      * from on the next poll.
       FD  SAMPLE-STATE-FILE
           RECORDING MODE IS F.
       01  SAMPLE-STATE-REC.
           05 LS-DBALIAS              PIC X(8).
           05 LS-SAMPLE-TS            PIC X(14).
           05 LS-LOG-USED             PIC S9(18)
                                          SIGN LEADING SEPARATE.

      * Shop-maintained application-owner directory: authorization
      * ID to business job name and owning team.
       FD  APPL-DIRECTORY-FILE
           RECORDING MODE IS F.
       01  APPL-DIRECTORY-REC.
           05 AD-AUTH-ID              PIC X(8).
           05 AD-JOB-NAME             PIC X(30).
           05 AD-TEAM                 PIC X(20).

       FD  LOG-SPACE-LOG-FILE
           RECORDING MODE IS F.
       01  LOG-SPACE-LOG-REC          PIC X(200).

      * Durable log-pressure history, appended every poll that finds
      * an uncommitted oldest transaction - which applications hold
      * log, how much, and how full the log was at the time.
       FD  PRESSURE-HISTORY-FILE
           RECORDING MODE IS F.
       01  PRESSURE-HISTORY-REC.
           05 LP-TIMESTAMP            PIC X(14).
           05 LP-DBALIAS              PIC X(8).
           05 LP-PCT-USED             PIC 9(3).
           05 LP-MINUTES-TO-FULL      PIC S9(9) SIGN LEADING SEPARATE.
           05 LP-AGENT-ID             PIC S9(9) SIGN LEADING SEPARATE.
           05 LP-AUTH-ID              PIC X(8).
           05 LP-JOB-NAME             PIC X(30).
           05 LP-TEAM                 PIC X(20).
           05 LP-UOW-LOG-USED         PIC S9(18)
                                          SIGN LEADING SEPARATE.

       FD  ALERT-QUEUE-FILE
           RECORDING MODE IS F.
           COPY "alertq.cpy".

       FD  OPS-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "opsaudit.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DB2-VERSION             PIC S9(9) COMP-5 VALUE 0.
           COPY "db2ApiDf.cbl".
           COPY "sqlca.cpy".

      * sqlmon.h stand-ins not carried in this shop's vendor copybook
      * - see file banner comment above (same approach as SNAPCSV).
       01  WS-SQLMA-DB2                PIC 9(9) COMP-5 VALUE 1.
       01  WS-SQLMA-DBASE-APPLS        PIC 9(9) COMP-5 VALUE 6.
       01  WS-SQLMA-QUAL-TYPE-DBNAME   PIC 9(9) COMP-5 VALUE 1.
       01  WS-SQLM-STREAM-SNAPSHOT     PIC 9(9) COMP-5 VALUE 1.
       01  WS-SQLM-TARGET-TYPE-DB2     PIC 9(9) COMP-5 VALUE 1.
       01  WS-SQLM-TARGET-TYPE-APPL    PIC 9(9) COMP-5 VALUE 3.
       01  WS-SNAPSHOT-CLASS-DFLT      PIC 9(9) COMP-5 VALUE 0.
       01  WS-REQUEST-TYPE             PIC 9(9) COMP-5 VALUE 0.

      * The three elements this monitor needs off the converted
      * database snapshot stream - log used, log still available
      * and the agent id holding the oldest uncommitted transaction
      * (the same narrow-counter gap-fill HADRLAGM uses).
       01  WS-LOG-COUNTER-STRUCT.
           05 WS-CTR-TOTAL-LOG-USED   PIC S9(18) COMP-5 VALUE 0.
           05 WS-CTR-TOTAL-LOG-AVAIL  PIC S9(18) COMP-5 VALUE 0.
           05 WS-CTR-OLDEST-XACT-AGENT PIC S9(9) COMP-5 VALUE 0.
       01  WS-LOG-COUNTER-STRUCT-LEN  PIC 9(9)  COMP-5 VALUE 20.

      * Per-application breakout of the converted stream - one row
      * per connected application, LOW-VALUES before the convert so
      * an untouched row (agent id zero) marks the end of what the
      * stream actually carried (as in LOCKMON).
       01  WS-APPL-COUNTER-TABLE.
           05 WS-AP-ENTRY OCCURS 50 TIMES INDEXED BY WS-AP-IDX.
               10 WS-AP-AGENT-ID      PIC S9(9) COMP-5.
               10 WS-AP-AUTH-ID       PIC X(8).
               10 WS-AP-UOW-LOG-USED  PIC S9(18) COMP-5.
       01  WS-APPL-COUNTER-TABLE-LEN  PIC 9(9)  COMP-5 VALUE 1000.

       01  WS-CONFIG-DD               PIC X(40) VALUE "LOGSPMON.CFG".
       01  WS-STATE-DD                PIC X(40) VALUE "LOGSPMON.STA".
       01  WS-DIRECTORY-DD            PIC X(40) VALUE "APPLDIR.DAT".
       01  WS-LOG-DD                  PIC X(40) VALUE "LOGSPMON.LOG".
       01  WS-PRESSURE-DD             PIC X(40) VALUE "LOGPRESS.DAT".

       01  WS-CONFIG-STATUS           PIC XX.
       01  WS-STATE-STATUS            PIC XX.
       01  WS-DIRECTORY-STATUS        PIC XX.
       01  WS-LOG-STATUS              PIC XX.
       01  WS-PRESSURE-STATUS         PIC XX.
       01  WS-EOF-SW                  PIC X     VALUE "N".
           88 WS-EOF                  VALUE "Y".

      * Alert thresholds - LOGSPMON.CFG overrides these defaults.
       01  WS-WARN-PCT                PIC 9(3)  VALUE 70.
       01  WS-CRIT-PCT                PIC 9(3)  VALUE 90.
       01  WS-WARN-MINUTES            PIC 9(5)  VALUE 60.
       01  WS-CRIT-MINUTES            PIC 9(5)  VALUE 15.

      * Previous samples - capped OCCURS 50 to match the registry
      * selection.
       01  WS-SAMPLE-TABLE.
           05 WS-SA-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-SA-ENTRY OCCURS 50 TIMES INDEXED BY WS-SA-IDX.
               10 WS-SA-DBALIAS       PIC X(8).
               10 WS-SA-SAMPLE-TS     PIC X(14).
               10 WS-SA-LOG-USED      PIC S9(18).
       01  WS-SA-FOUND-SUB            PIC 9(4)  COMP-5 VALUE 0.

      * Application directory - capped OCCURS 100 to match this
      * shop's control-table convention.
       01  WS-DIR-TABLE.
           05 WS-DIR-NUM-ENTRY        PIC 9(4)  COMP-5 VALUE 0.
           05 WS-DIR-ENTRY OCCURS 100 TIMES INDEXED BY WS-DR-IDX.
               10 WS-DIR-AUTH-ID      PIC X(8).
               10 WS-DIR-JOB-NAME     PIC X(30).
               10 WS-DIR-TEAM         PIC X(20).

       01  WS-DB-ALIAS                PIC X(8)  VALUE SPACES.
       01  WS-NEEDED-BUFFER-SIZE      PIC S9(9) COMP-5 VALUE 0.
       01  WS-COLLECT-BUFFER-SIZE     PIC 9(9)  COMP-5 VALUE 0.
       01  WS-OUTPUT-FORMAT           PIC S9(9) COMP-5 VALUE 0.
       01  WS-MAX-BUFFER-SIZE         PIC 9(9)  VALUE 32000.
       01  WS-SNAPSHOT-BUFFER         PIC X(32000) VALUE SPACES.
       01  WS-DB-SQLCODE              PIC S9(9) COMP-5 VALUE 0.
       01  WS-APPL-SQLCODE            PIC S9(9) COMP-5 VALUE 0.

      * This poll's reading for the alias.
       01  WS-POLL-TS                 PIC X(14) VALUE SPACES.
       01  WS-LOG-TOTAL               PIC S9(18) VALUE 0.
       01  WS-PCT-USED                PIC 9(3)  VALUE 0.
       01  WS-PREV-TS                 PIC X(14) VALUE SPACES.
       01  WS-PREV-LOG-USED           PIC S9(18) VALUE 0.
       01  WS-TS-WORK                 PIC X(14) VALUE SPACES.
       01  WS-TS-DATE-NUM             PIC 9(8)  VALUE 0.
       01  WS-TS-HH                   PIC 9(2)  VALUE 0.
       01  WS-TS-MI                   PIC 9(2)  VALUE 0.
       01  WS-TS-SS                   PIC 9(2)  VALUE 0.
       01  WS-TS-ABS-SECONDS          PIC S9(15) VALUE 0.
       01  WS-PREV-ABS-SECONDS        PIC S9(15) VALUE 0.
       01  WS-ELAPSED-SECONDS         PIC S9(15) VALUE 0.
       01  WS-LOG-CONSUMED            PIC S9(18) VALUE 0.
       01  WS-RATE-PER-MINUTE         PIC S9(18) VALUE 0.
       01  WS-MINUTES-TO-FULL         PIC S9(9) VALUE 0.
       01  WS-PROJECTED-SW            PIC X     VALUE "N".
           88 WS-PROJECTED            VALUE "Y".

      * The oldest-transaction holder, once identified.
       01  WS-HOLDER-FOUND-SW         PIC X     VALUE "N".
           88 WS-HOLDER-FOUND         VALUE "Y".
       01  WS-HOLDER-AGENT-ID         PIC S9(9) VALUE 0.
       01  WS-HOLDER-AUTH-ID          PIC X(8)  VALUE SPACES.
       01  WS-HOLDER-UOW-LOG-USED     PIC S9(18) VALUE 0.
       01  WS-JOB-NAME                PIC X(30) VALUE SPACES.
       01  WS-TEAM                    PIC X(20) VALUE SPACES.

       01  WS-ALERT-LEVEL             PIC X     VALUE SPACES.
           88 WS-LEVEL-CRITICAL       VALUE "C".
           88 WS-LEVEL-WARNING        VALUE "W".

       01  WS-POLL-COUNT              PIC 9(9)  VALUE 0.
       01  WS-ALERT-COUNT             PIC 9(9)  VALUE 0.
       01  WS-PCT-DISP                PIC ZZ9.
       01  WS-USED-DISP               PIC -(17)9.
       01  WS-AVAIL-DISP              PIC -(17)9.
       01  WS-RATE-DISP               PIC -(17)9.
       01  WS-MINUTES-DISP            PIC Z(8)9.
       01  WS-TO-FULL-DISP            PIC X(11) VALUE SPACES.
       01  WS-AGENT-ID-DISP           PIC -(8)9.
       01  WS-UOW-USED-DISP           PIC -(17)9.
       01  WS-SQLCODE-DISP            PIC -(8)9.

       01  WS-ALERTQ-DD               PIC X(40) VALUE "ALERTQ.DAT".
       01  WS-ALERTQ-STATUS           PIC XX.

       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "LOGSPMON".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.

       01  WS-KB-SQLCODE              PIC S9(9) COMP-5 VALUE 0.
       01  WS-KB-EXPLAIN-LINE         PIC X(132) VALUE SPACES.

      * Scheduler return-code severity for this run: 0 clean, 4
      * warnings, 8 check failed / do not proceed, 12 driver
      * failed - the suite-wide condition-code convention.
       01  WS-JOB-SEVERITY            PIC 9(2)  VALUE 0.

      * Selection handed back by the shared DBREGSEL registry routine
      * - the aliases flagged for the snapshot function, the same
      * selection DBKPICSV runs on.
       01  WS-REGISTRY-FUNCTION       PIC X(8)  VALUE "SNAPSHOT".
       01  WS-REGISTRY-SELECTION.
           05 WS-REG-COUNT            PIC 9(4).
           05 WS-REG-ALIAS            PIC X(8) OCCURS 50 TIMES.
       01  WS-REG-SUB                 PIC 9(4)  VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-POLL-EACH-ALIAS
           PERFORM 8000-REWRITE-SAMPLE-STATE
           PERFORM 9500-WRITE-AUDIT-RECORD
           PERFORM 9000-TERMINATE
           MOVE WS-JOB-SEVERITY TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-START-TS
           CALL "RUNCORID" USING BY REFERENCE WS-RUN-PROGRAM-ID
                                 BY REFERENCE WS-RUN-ID
           PERFORM 1100-LOAD-CONFIG
           PERFORM 1200-LOAD-SAMPLE-STATE
           PERFORM 1300-LOAD-APPL-DIRECTORY
           CALL "DBREGSEL" USING
                     BY REFERENCE WS-REGISTRY-FUNCTION
                     BY REFERENCE WS-REGISTRY-SELECTION
           OPEN EXTEND LOG-SPACE-LOG-FILE
           IF WS-LOG-STATUS = "35"
               CLOSE LOG-SPACE-LOG-FILE
               OPEN OUTPUT LOG-SPACE-LOG-FILE
           END-IF
           MOVE SPACES TO LOG-SPACE-LOG-REC
           STRING "LOGSPMON  RUN ID=" WS-RUN-ID
                  "  START=" WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO LOG-SPACE-LOG-REC
           WRITE LOG-SPACE-LOG-REC
           MOVE SPACES TO LOG-SPACE-LOG-REC
           OPEN EXTEND PRESSURE-HISTORY-FILE
           IF WS-PRESSURE-STATUS = "35"
               CLOSE PRESSURE-HISTORY-FILE
               OPEN OUTPUT PRESSURE-HISTORY-FILE
           END-IF.

       1100-LOAD-CONFIG.
           OPEN INPUT MONITOR-CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               READ MONITOR-CONFIG-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LM-WARN-PCT IS NUMERIC
                               AND LM-WARN-PCT > 0
                           MOVE LM-WARN-PCT TO WS-WARN-PCT
                       END-IF
                       IF LM-CRIT-PCT IS NUMERIC
                               AND LM-CRIT-PCT > 0
                           MOVE LM-CRIT-PCT TO WS-CRIT-PCT
                       END-IF
                       IF LM-WARN-MINUTES IS NUMERIC
                           MOVE LM-WARN-MINUTES TO WS-WARN-MINUTES
                       END-IF
                       IF LM-CRIT-MINUTES IS NUMERIC
                           MOVE LM-CRIT-MINUTES TO WS-CRIT-MINUTES
                       END-IF
               END-READ
               CLOSE MONITOR-CONFIG-FILE
           END-IF.

       1200-LOAD-SAMPLE-STATE.
           OPEN INPUT SAMPLE-STATE-FILE
           IF WS-STATE-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ SAMPLE-STATE-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF WS-SA-NUM-ENTRY < 50
                               ADD 1 TO WS-SA-NUM-ENTRY
                               SET WS-SA-IDX TO WS-SA-NUM-ENTRY
                               MOVE LS-DBALIAS
                                   TO WS-SA-DBALIAS (WS-SA-IDX)
                               MOVE LS-SAMPLE-TS
                                   TO WS-SA-SAMPLE-TS (WS-SA-IDX)
                               MOVE LS-LOG-USED
                                   TO WS-SA-LOG-USED (WS-SA-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SAMPLE-STATE-FILE
           END-IF.

       1300-LOAD-APPL-DIRECTORY.
           OPEN INPUT APPL-DIRECTORY-FILE
           IF WS-DIRECTORY-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ APPL-DIRECTORY-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF WS-DIR-NUM-ENTRY < 100
                               ADD 1 TO WS-DIR-NUM-ENTRY
                               SET WS-DR-IDX TO WS-DIR-NUM-ENTRY
                               MOVE AD-AUTH-ID
                                   TO WS-DIR-AUTH-ID (WS-DR-IDX)
                               MOVE AD-JOB-NAME
                                   TO WS-DIR-JOB-NAME (WS-DR-IDX)
                               MOVE AD-TEAM
                                   TO WS-DIR-TEAM (WS-DR-IDX)
                           ELSE
                               DISPLAY "LOGSPMON: directory table full "
                                   "(100) - skipping " AD-AUTH-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPL-DIRECTORY-FILE
           END-IF.

       2000-POLL-EACH-ALIAS.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
               MOVE WS-REG-ALIAS (WS-REG-SUB) TO WS-DB-ALIAS
               ADD 1 TO WS-POLL-COUNT
               MOVE FUNCTION CURRENT-DATE (1:14) TO WS-POLL-TS
               MOVE 0 TO WS-APPL-SQLCODE
               PERFORM 3000-COLLECT-DB-SNAPSHOT
               IF WS-DB-SQLCODE = 0
                   PERFORM 4000-COLLECT-APPL-SNAPSHOT
                   PERFORM 5000-PROJECT-TIME-TO-FULL
                   PERFORM 5500-IDENTIFY-LOG-HOLDER
                   PERFORM 6000-LOG-POLL-LINE
                   PERFORM 6500-APPEND-PRESSURE-HISTORY
                   PERFORM 7000-EVALUATE-LOG-PRESSURE
                   PERFORM 7500-SAVE-SAMPLE
               ELSE
                   PERFORM 6000-LOG-POLL-LINE
                   PERFORM 7000-EVALUATE-LOG-PRESSURE
               END-IF
           END-PERFORM.

       3000-COLLECT-DB-SNAPSHOT.
           MOVE WS-SQLMA-DB2 TO WS-REQUEST-TYPE
           PERFORM 3100-BUILD-REQUEST-STREAM
           PERFORM 3200-SIZE-SNAPSHOT
           PERFORM 3300-COLLECT-SNAPSHOT
           PERFORM 3400-CONVERT-LOG-COUNTERS
           MOVE SQLCODE TO WS-DB-SQLCODE.

       3100-BUILD-REQUEST-STREAM.
           SET DB2-PIO-REQUEST-DATA OF DB2G-ADD-SNAPSHOT-RQST-DATA
               TO NULL
           MOVE WS-REQUEST-TYPE TO DB2-I-REQUEST-TYPE
               OF DB2G-ADD-SNAPSHOT-RQST-DATA
           MOVE 0 TO DB2-I-REQUEST-FLAGS
               OF DB2G-ADD-SNAPSHOT-RQST-DATA
           MOVE WS-SQLMA-QUAL-TYPE-DBNAME TO DB2-I-QUAL-TYPE
               OF DB2G-ADD-SNAPSHOT-RQST-DATA
           SET DB2-PI-QUAL-DATA OF DB2G-ADD-SNAPSHOT-RQST-DATA
               TO ADDRESS OF WS-DB-ALIAS
           MOVE 8 TO DB2-I-QUAL-DATA-LEN
               OF DB2G-ADD-SNAPSHOT-RQST-DATA

           CALL "db2gAddSnapshotRqst" USING BY VALUE WS-DB2-VERSION
                     BY REFERENCE DB2G-ADD-SNAPSHOT-RQST-DATA
                     BY REFERENCE SQLCA.

       3200-SIZE-SNAPSHOT.
           SET DB2-PI-SQLMA-DATA OF DB2G-GET-SNAPSHOT-SIZE-DATA
               TO DB2-PIO-REQUEST-DATA OF DB2G-ADD-SNAPSHOT-RQST-DATA
           SET DB2-PO-BUFFER-SIZE OF DB2G-GET-SNAPSHOT-SIZE-DATA
               TO ADDRESS OF WS-NEEDED-BUFFER-SIZE
           MOVE 0 TO DB2-I-NODE-NUMBER OF DB2G-GET-SNAPSHOT-SIZE-DATA
           MOVE WS-SNAPSHOT-CLASS-DFLT TO DB2-I-SNAPSHOT-CLASS
               OF DB2G-GET-SNAPSHOT-SIZE-DATA
      * Version 0 = SQLM_DBMON_VERSION1, this shop's only supported
      * snapshot version.
           MOVE 0 TO DB2-I-VERSION OF DB2G-GET-SNAPSHOT-SIZE-DATA

           CALL "db2gGetSnapshotSize" USING BY VALUE WS-DB2-VERSION
                     BY REFERENCE DB2G-GET-SNAPSHOT-SIZE-DATA
                     BY REFERENCE SQLCA

           IF WS-NEEDED-BUFFER-SIZE > WS-MAX-BUFFER-SIZE
                   OR WS-NEEDED-BUFFER-SIZE < 0
               MOVE WS-MAX-BUFFER-SIZE TO WS-COLLECT-BUFFER-SIZE
           ELSE
               MOVE WS-NEEDED-BUFFER-SIZE TO WS-COLLECT-BUFFER-SIZE
           END-IF.

       3300-COLLECT-SNAPSHOT.
           SET DB2-PI-SQLMA-DATA OF DB2G-GET-SNAPSHOT-DATA
               TO DB2-PIO-REQUEST-DATA OF DB2G-ADD-SNAPSHOT-RQST-DATA
           SET DB2-PO-BUFFER OF DB2G-GET-SNAPSHOT-DATA
               TO ADDRESS OF WS-SNAPSHOT-BUFFER
           MOVE WS-COLLECT-BUFFER-SIZE TO DB2-I-BUFFER-SIZE
               OF DB2G-GET-SNAPSHOT-DATA
           MOVE 0 TO DB2-I-STORE-RESULT OF DB2G-GET-SNAPSHOT-DATA
           MOVE 0 TO DB2-I-NODE-NUMBER OF DB2G-GET-SNAPSHOT-DATA
           SET DB2-PO-OUTPUT-FORMAT OF DB2G-GET-SNAPSHOT-DATA
               TO ADDRESS OF WS-OUTPUT-FORMAT
           MOVE WS-SNAPSHOT-CLASS-DFLT TO DB2-I-SNAPSHOT-CLASS
               OF DB2G-GET-SNAPSHOT-DATA
      * Version 0 = SQLM_DBMON_VERSION1, this shop's only supported
      * snapshot version.
           MOVE 0 TO DB2-I-VERSION OF DB2G-GET-SNAPSHOT-DATA

           CALL "db2gGetSnapshot" USING BY VALUE WS-DB2-VERSION
                     BY REFERENCE DB2G-GET-SNAPSHOT-DATA
                     BY REFERENCE SQLCA.

       3400-CONVERT-LOG-COUNTERS.
           MOVE LOW-VALUES TO WS-LOG-COUNTER-STRUCT
           SET DB2-PO-TARGET OF DB2CONV-MON-STREAM-DATA
               TO ADDRESS OF WS-LOG-COUNTER-STRUCT
           SET DB2-PI-SOURCE OF DB2CONV-MON-STREAM-DATA
               TO DB2-PO-COLLECTED-DATA OF DB2G-GET-SNAPSHOT-DATA
           MOVE WS-SQLM-TARGET-TYPE-DB2 TO DB2-I-TARGET-TYPE
               OF DB2CONV-MON-STREAM-DATA
           MOVE WS-LOG-COUNTER-STRUCT-LEN TO DB2-I-TARGET-SIZE
               OF DB2CONV-MON-STREAM-DATA
           MOVE WS-SQLM-STREAM-SNAPSHOT TO DB2-I-SOURCE-TYPE
               OF DB2CONV-MON-STREAM-DATA

           CALL "db2ConvMonStreamData" USING BY VALUE WS-DB2-VERSION
                     BY REFERENCE DB2CONV-MON-STREAM-DATA
                     BY REFERENCE SQLCA.

       4000-COLLECT-APPL-SNAPSHOT.
           MOVE WS-SQLMA-DBASE-APPLS TO WS-REQUEST-TYPE
           PERFORM 3100-BUILD-REQUEST-STREAM
           PERFORM 3200-SIZE-SNAPSHOT
           PERFORM 3300-COLLECT-SNAPSHOT
           PERFORM 4100-CONVERT-APPL-COUNTERS
           MOVE SQLCODE TO WS-APPL-SQLCODE.

       4100-CONVERT-APPL-COUNTERS.
           MOVE LOW-VALUES TO WS-APPL-COUNTER-TABLE
           SET DB2-PO-TARGET OF DB2CONV-MON-STREAM-DATA
               TO ADDRESS OF WS-APPL-COUNTER-TABLE
           SET DB2-PI-SOURCE OF DB2CONV-MON-STREAM-DATA
               TO DB2-PO-COLLECTED-DATA OF DB2G-GET-SNAPSHOT-DATA
           MOVE WS-SQLM-TARGET-TYPE-APPL TO DB2-I-TARGET-TYPE
               OF DB2CONV-MON-STREAM-DATA
           MOVE WS-APPL-COUNTER-TABLE-LEN TO DB2-I-TARGET-SIZE
               OF DB2CONV-MON-STREAM-DATA
           MOVE WS-SQLM-STREAM-SNAPSHOT TO DB2-I-SOURCE-TYPE
               OF DB2CONV-MON-STREAM-DATA

           CALL "db2ConvMonStreamData" USING BY VALUE WS-DB2-VERSION
                     BY REFERENCE DB2CONV-MON-STREAM-DATA
                     BY REFERENCE SQLCA.

      * Fill rate is log consumed since this alias's previous sample
      * over the seconds between the two; a log that is steady or
      * shrinking (commits freeing space) has no projection.
       5000-PROJECT-TIME-TO-FULL.
           COMPUTE WS-LOG-TOTAL =
               WS-CTR-TOTAL-LOG-USED + WS-CTR-TOTAL-LOG-AVAIL
           IF WS-LOG-TOTAL > 0
               COMPUTE WS-PCT-USED =
                   (WS-CTR-TOTAL-LOG-USED * 100) / WS-LOG-TOTAL
           ELSE
               MOVE 0 TO WS-PCT-USED
           END-IF
           MOVE "N" TO WS-PROJECTED-SW
           MOVE 0 TO WS-MINUTES-TO-FULL
           MOVE 0 TO WS-RATE-PER-MINUTE
           MOVE 0 TO WS-SA-FOUND-SUB
           PERFORM VARYING WS-SA-IDX FROM 1 BY 1
                   UNTIL WS-SA-IDX > WS-SA-NUM-ENTRY
               IF WS-SA-DBALIAS (WS-SA-IDX) = WS-DB-ALIAS
                   SET WS-SA-FOUND-SUB TO WS-SA-IDX
               END-IF
           END-PERFORM
           IF WS-SA-FOUND-SUB > 0
               MOVE WS-SA-SAMPLE-TS (WS-SA-FOUND-SUB) TO WS-PREV-TS
               MOVE WS-SA-LOG-USED (WS-SA-FOUND-SUB)
                   TO WS-PREV-LOG-USED
               MOVE WS-PREV-TS TO WS-TS-WORK
               PERFORM 5100-TIMESTAMP-TO-SECONDS
               MOVE WS-TS-ABS-SECONDS TO WS-PREV-ABS-SECONDS
               MOVE WS-POLL-TS TO WS-TS-WORK
               PERFORM 5100-TIMESTAMP-TO-SECONDS
               COMPUTE WS-ELAPSED-SECONDS =
                   WS-TS-ABS-SECONDS - WS-PREV-ABS-SECONDS
               COMPUTE WS-LOG-CONSUMED =
                   WS-CTR-TOTAL-LOG-USED - WS-PREV-LOG-USED
               IF WS-ELAPSED-SECONDS > 0 AND WS-LOG-CONSUMED > 0
                   MOVE "Y" TO WS-PROJECTED-SW
                   COMPUTE WS-RATE-PER-MINUTE =
                       (WS-LOG-CONSUMED * 60) / WS-ELAPSED-SECONDS
                   COMPUTE WS-MINUTES-TO-FULL =
                       (WS-CTR-TOTAL-LOG-AVAIL * WS-ELAPSED-SECONDS)
                       / (WS-LOG-CONSUMED * 60)
               END-IF
           END-IF.

       5100-TIMESTAMP-TO-SECONDS.
           MOVE 0 TO WS-TS-ABS-SECONDS
           IF WS-TS-WORK IS NUMERIC
               MOVE WS-TS-WORK (1:8) TO WS-TS-DATE-NUM
               MOVE WS-TS-WORK (9:2) TO WS-TS-HH
               MOVE WS-TS-WORK (11:2) TO WS-TS-MI
               MOVE WS-TS-WORK (13:2) TO WS-TS-SS
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-TS-DATE-NUM) = 0
                   COMPUTE WS-TS-ABS-SECONDS =
                       FUNCTION INTEGER-OF-DATE (WS-TS-DATE-NUM)
                       * 86400
                       + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS
               END-IF
           END-IF.

      * The database snapshot names the oldest transaction's agent;
      * the application snapshot gives that agent's authorization ID
      * and the log its unit of work holds.
       5500-IDENTIFY-LOG-HOLDER.
           MOVE "N" TO WS-HOLDER-FOUND-SW
           MOVE 0 TO WS-HOLDER-AGENT-ID
           MOVE "NONE" TO WS-HOLDER-AUTH-ID
           MOVE 0 TO WS-HOLDER-UOW-LOG-USED
           MOVE SPACES TO WS-JOB-NAME
           MOVE SPACES TO WS-TEAM
           IF WS-CTR-OLDEST-XACT-AGENT > 0
               MOVE "Y" TO WS-HOLDER-FOUND-SW
               MOVE WS-CTR-OLDEST-XACT-AGENT TO WS-HOLDER-AGENT-ID
               MOVE "UNKNOWN" TO WS-HOLDER-AUTH-ID
               IF WS-APPL-SQLCODE = 0
                   PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                           UNTIL WS-AP-IDX > 50
                       IF WS-AP-AGENT-ID (WS-AP-IDX) =
                               WS-CTR-OLDEST-XACT-AGENT
                           MOVE WS-AP-AUTH-ID (WS-AP-IDX)
                               TO WS-HOLDER-AUTH-ID
                           MOVE WS-AP-UOW-LOG-USED (WS-AP-IDX)
                               TO WS-HOLDER-UOW-LOG-USED
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM 5600-LOOKUP-OWNER
           END-IF.

       5600-LOOKUP-OWNER.
           MOVE "NOT IN APPLDIR" TO WS-JOB-NAME
           MOVE "UNKNOWN" TO WS-TEAM
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > WS-DIR-NUM-ENTRY
               IF WS-DIR-AUTH-ID (WS-DR-IDX) = WS-HOLDER-AUTH-ID
                   MOVE WS-DIR-JOB-NAME (WS-DR-IDX) TO WS-JOB-NAME
                   MOVE WS-DIR-TEAM (WS-DR-IDX) TO WS-TEAM
               END-IF
           END-PERFORM.

       6000-LOG-POLL-LINE.
           MOVE SPACES TO LOG-SPACE-LOG-REC
           IF WS-DB-SQLCODE NOT = 0
               MOVE WS-DB-SQLCODE TO WS-SQLCODE-DISP
               STRING WS-POLL-TS
                      " DATABASE=" WS-DB-ALIAS
                      " LOG SPACE SNAPSHOT FAILED"
                      " SQLCODE=" WS-SQLCODE-DISP
                   DELIMITED BY SIZE INTO LOG-SPACE-LOG-REC
               WRITE LOG-SPACE-LOG-REC
           ELSE
               MOVE WS-PCT-USED TO WS-PCT-DISP
               MOVE WS-CTR-TOTAL-LOG-USED TO WS-USED-DISP
               MOVE WS-CTR-TOTAL-LOG-AVAIL TO WS-AVAIL-DISP
               MOVE WS-RATE-PER-MINUTE TO WS-RATE-DISP
               IF WS-PROJECTED
                   MOVE WS-MINUTES-TO-FULL TO WS-MINUTES-DISP
                   MOVE WS-MINUTES-DISP TO WS-TO-FULL-DISP
               ELSE
                   MOVE "NOT FILLING" TO WS-TO-FULL-DISP
               END-IF
               IF WS-HOLDER-FOUND
                   MOVE WS-HOLDER-AGENT-ID TO WS-AGENT-ID-DISP
               ELSE
                   MOVE 0 TO WS-AGENT-ID-DISP
               END-IF
               STRING WS-POLL-TS
                      " DATABASE=" WS-DB-ALIAS
                      " PCT-USED=" WS-PCT-DISP
                      " USED=" WS-USED-DISP
                      " AVAIL=" WS-AVAIL-DISP
                      " PER-MIN=" WS-RATE-DISP
                      " MIN-TO-FULL=" WS-TO-FULL-DISP
                      " OLDEST-XACT AGENT=" WS-AGENT-ID-DISP
                      " AUTHID=" WS-HOLDER-AUTH-ID
                   DELIMITED BY SIZE INTO LOG-SPACE-LOG-REC
               WRITE LOG-SPACE-LOG-REC
               IF WS-APPL-SQLCODE NOT = 0
                   MOVE WS-APPL-SQLCODE TO WS-SQLCODE-DISP
                   MOVE SPACES TO LOG-SPACE-LOG-REC
                   STRING "  APPLICATION SNAPSHOT FAILED - LOG HOLDER "
                          "NOT NAMED  SQLCODE=" WS-SQLCODE-DISP
                       DELIMITED BY SIZE INTO LOG-SPACE-LOG-REC
                   WRITE LOG-SPACE-LOG-REC
               END-IF
           END-IF
           PERFORM 9450-EXPLAIN-SQLCODE.

       6500-APPEND-PRESSURE-HISTORY.
           IF WS-HOLDER-FOUND
               MOVE WS-POLL-TS TO LP-TIMESTAMP
               MOVE WS-DB-ALIAS TO LP-DBALIAS
               MOVE WS-PCT-USED TO LP-PCT-USED
               IF WS-PROJECTED
                   MOVE WS-MINUTES-TO-FULL TO LP-MINUTES-TO-FULL
               ELSE
                   MOVE -1 TO LP-MINUTES-TO-FULL
               END-IF
               MOVE WS-HOLDER-AGENT-ID TO LP-AGENT-ID
               MOVE WS-HOLDER-AUTH-ID TO LP-AUTH-ID
               MOVE WS-JOB-NAME TO LP-JOB-NAME
               MOVE WS-TEAM TO LP-TEAM
               MOVE WS-HOLDER-UOW-LOG-USED TO LP-UOW-LOG-USED
               WRITE PRESSURE-HISTORY-REC
           END-IF.

      * Percent-full and minutes-to-full are judged separately and
      * the worse of the two sets the alert - a half-empty log
      * filling at a runaway rate pages as surely as a nearly full
      * one.
       7000-EVALUATE-LOG-PRESSURE.
           MOVE SPACES TO WS-ALERT-LEVEL
           IF WS-DB-SQLCODE NOT = 0
               IF WS-JOB-SEVERITY < 8
                   MOVE 8 TO WS-JOB-SEVERITY
               END-IF
               MOVE "WARNING" TO AQ-SEVERITY
               MOVE "ACTIVE LOG" TO AQ-OBJECT
               MOVE "LOG SPACE SNAPSHOT FAILED - LOG PRESSURE UNKNOWN"
                   TO AQ-MESSAGE
               PERFORM 9400-APPEND-ALERT
           ELSE
               IF WS-PCT-USED >= WS-CRIT-PCT
                   MOVE "C" TO WS-ALERT-LEVEL
               END-IF
               IF WS-PROJECTED
                       AND WS-MINUTES-TO-FULL <= WS-CRIT-MINUTES
                   MOVE "C" TO WS-ALERT-LEVEL
               END-IF
               IF NOT WS-LEVEL-CRITICAL
                   IF WS-PCT-USED >= WS-WARN-PCT
                       MOVE "W" TO WS-ALERT-LEVEL
                   END-IF
                   IF WS-PROJECTED
                           AND WS-MINUTES-TO-FULL <= WS-WARN-MINUTES
                       MOVE "W" TO WS-ALERT-LEVEL
                   END-IF
               END-IF
               IF WS-LEVEL-CRITICAL OR WS-LEVEL-WARNING
                   PERFORM 7100-RAISE-LOG-ALERT
               END-IF
           END-IF.

       7100-RAISE-LOG-ALERT.
           IF WS-LEVEL-CRITICAL
               MOVE "CRITICAL" TO AQ-SEVERITY
               IF WS-JOB-SEVERITY < 8
                   MOVE 8 TO WS-JOB-SEVERITY
               END-IF
           ELSE
               MOVE "WARNING" TO AQ-SEVERITY
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           END-IF
           MOVE WS-PCT-USED TO WS-PCT-DISP
           MOVE SPACES TO AQ-MESSAGE
           IF WS-PROJECTED
               MOVE WS-MINUTES-TO-FULL TO WS-MINUTES-DISP
               STRING "ACTIVE LOG " WS-PCT-DISP "% FULL, FULL IN"
                      WS-MINUTES-DISP " MIN - OLDEST UOW "
                      WS-HOLDER-AUTH-ID
                   DELIMITED BY SIZE INTO AQ-MESSAGE
           ELSE
               STRING "ACTIVE LOG " WS-PCT-DISP "% FULL"
                      " - OLDEST UOW " WS-HOLDER-AUTH-ID
                   DELIMITED BY SIZE INTO AQ-MESSAGE
           END-IF
           IF WS-HOLDER-FOUND
               MOVE SPACES TO AQ-OBJECT
               STRING WS-JOB-NAME (1:18) " " WS-TEAM (1:11)
                   DELIMITED BY SIZE INTO AQ-OBJECT
           ELSE
               MOVE "ACTIVE LOG" TO AQ-OBJECT
           END-IF
           PERFORM 9400-APPEND-ALERT.

       7500-SAVE-SAMPLE.
           IF WS-SA-FOUND-SUB = 0
               IF WS-SA-NUM-ENTRY < 50
                   ADD 1 TO WS-SA-NUM-ENTRY
                   MOVE WS-SA-NUM-ENTRY TO WS-SA-FOUND-SUB
                   MOVE WS-DB-ALIAS
                       TO WS-SA-DBALIAS (WS-SA-FOUND-SUB)
               END-IF
           END-IF
           IF WS-SA-FOUND-SUB > 0
               MOVE WS-POLL-TS TO WS-SA-SAMPLE-TS (WS-SA-FOUND-SUB)
               MOVE WS-CTR-TOTAL-LOG-USED
                   TO WS-SA-LOG-USED (WS-SA-FOUND-SUB)
           END-IF.

       8000-REWRITE-SAMPLE-STATE.
           OPEN OUTPUT SAMPLE-STATE-FILE
           PERFORM VARYING WS-SA-IDX FROM 1 BY 1
                   UNTIL WS-SA-IDX > WS-SA-NUM-ENTRY
               MOVE WS-SA-DBALIAS (WS-SA-IDX) TO LS-DBALIAS
               MOVE WS-SA-SAMPLE-TS (WS-SA-IDX) TO LS-SAMPLE-TS
               MOVE WS-SA-LOG-USED (WS-SA-IDX) TO LS-LOG-USED
               WRITE SAMPLE-STATE-REC
           END-PERFORM
           CLOSE SAMPLE-STATE-FILE.

       9000-TERMINATE.
           CLOSE LOG-SPACE-LOG-FILE
           CLOSE PRESSURE-HISTORY-FILE.

      * Callers set AQ-SEVERITY, AQ-OBJECT and AQ-MESSAGE before the
      * PERFORM - the rest of the record is stamped here.
       9400-APPEND-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           OPEN EXTEND ALERT-QUEUE-FILE
           IF WS-ALERTQ-STATUS = "35"
               CLOSE ALERT-QUEUE-FILE
               OPEN OUTPUT ALERT-QUEUE-FILE
           END-IF
           MOVE "LOGSPMON" TO AQ-PROGRAM-ID
           MOVE WS-RUN-ID TO AQ-RUN-ID
           MOVE WS-DB-ALIAS TO AQ-DBALIAS
           MOVE FUNCTION CURRENT-DATE (1:14) TO AQ-TIMESTAMP
           MOVE "N" TO AQ-DISPATCHED-SW
           WRITE ALERT-QUEUE-REC
           CLOSE ALERT-QUEUE-FILE.


      * Shared knowledge-base lookup - appends the SQLCODE's meaning
      * and recommended operator action right under the log line
      * that carried the bare number.
       9450-EXPLAIN-SQLCODE.
           IF WS-DB-SQLCODE NOT = 0 OR WS-APPL-SQLCODE NOT = 0
               IF WS-DB-SQLCODE NOT = 0
                   MOVE WS-DB-SQLCODE TO WS-KB-SQLCODE
               ELSE
                   MOVE WS-APPL-SQLCODE TO WS-KB-SQLCODE
               END-IF
               CALL "SQLKBLKP" USING BY REFERENCE WS-KB-SQLCODE
                         BY REFERENCE WS-KB-EXPLAIN-LINE
               MOVE WS-KB-EXPLAIN-LINE TO LOG-SPACE-LOG-REC
               WRITE LOG-SPACE-LOG-REC
           END-IF.

       9500-WRITE-AUDIT-RECORD.
           OPEN EXTEND OPS-AUDIT-FILE
           IF WS-OPSAUDIT-STATUS = "35"
               CLOSE OPS-AUDIT-FILE
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "LOGSPMON" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE WS-DB-ALIAS TO OA-DBALIAS
           MOVE "LOGWATCH" TO OA-ACTION-VERB
           MOVE WS-POLL-COUNT TO OA-KEY-COUNT-1
           MOVE WS-ALERT-COUNT TO OA-KEY-COUNT-2
           MOVE SQLCODE TO OA-FINAL-SQLCODE
           WRITE OPS-AUDIT-REC
           CLOSE OPS-AUDIT-FILE.

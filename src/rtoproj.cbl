      ******************************************************************
      *
      * Program: RTOPROJ
      *
      * Function: Recovery-time (RTO) projection from measured restore
      *           throughput.  DRSCORE says how much data a failure
      *           would lose; this report says how long getting it
      *           back would take, from what our own restores have
      *           actually done rather than a DR-plan figure.  Every
      *           RSREHRS rehearsal, single-clone ENVCLONE refresh,
      *           DRPTBREC recovery and PITRECOV recovery leaves its
      *           start and end in OPSAUDIT.DAT.  Each one is joined
      *           to the BKCHAIN.DAT image chain it restored (the
      *           latest image at or before its start, with every
      *           chain member back to its base full - sized from
      *           CN-IMAGE-SIZE-KB, or BKLASTSZ.DAT for the newest
      *           image written before the size was carried) and to
      *           the HISTSNAP.DAT entry that says which device type
      *           the image sits on:
      *
      *             - RSREHRS and ENVCLONE restore only, and give the
      *               restore throughput (KB per second) per media
      *               path (history device type) and image type.  A
      *               clone's run also takes in the DATAMASK pass it
      *               calls on the target; the DATAMASK audit record
      *               for the same target alias inside the clone's
      *               start and end is taken off its duration, so
      *               only the restore is measured;
      *             - DRPTBREC and PITRECOV restore and then roll
      *               forward - the restore share is taken off at the
      *               measured restore rate, and what is left over,
      *               against the archive logs between the image's
      *               first log and the last one archived before the
      *               run, gives the rollforward throughput per log
      *               media path.
      *
      *           It then projects, for each production alias in
      *           DBREGIST.DAT (tier PROD), the full restore of its
      *           current chain plus the rollforward of every log
      *           archived since that chain's image, and compares it
      *           with the database's RTO target in RTOTGT.DAT (which
      *           also carries the alias's log file size in MB - the
      *           RTOPROJ.CFG default applies where none is given).
      *           A projection over target is flagged (RC 8), as is
      *           one that rests on no measurement, or on none more
      *           recent than the RTOPROJ.CFG freshness limit (90
      *           days by default) (RC 4).
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTOPROJ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPS-AUDIT-IN-FILE ASSIGN TO WS-OPSAUDIT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSAUDIT-IN-STATUS.
           SELECT BACKUP-CHAIN-FILE ASSIGN TO WS-CHAIN-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATUS.
           SELECT LAST-BACKUP-SIZE-FILE ASSIGN TO WS-LASTSIZE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LASTSIZE-STATUS.
           SELECT HISTORY-SNAPSHOT-FILE ASSIGN TO WS-SNAPSHOT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.
           SELECT DB-REGISTRY-FILE ASSIGN TO WS-REGISTRY-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT CLONE-CONTROL-FILE ASSIGN TO WS-CLONE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLONE-STATUS.
           SELECT RTO-TARGET-FILE ASSIGN TO WS-TARGET-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT RTO-CONFIG-FILE ASSIGN TO WS-CONFIG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT RTO-REPORT-FILE ASSIGN TO WS-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT OPS-AUDIT-FILE ASSIGN TO WS-OPSAUDIT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPS-AUDIT-IN-FILE
           RECORDING MODE IS F.
       01  OPS-AUDIT-IN-REC.
           05 OI-PROGRAM-ID           PIC X(8).
           05 OI-START-TS             PIC X(14).
           05 OI-END-TS               PIC X(14).
           05 OI-DBALIAS              PIC X(8).
           05 OI-ACTION-VERB          PIC X(12).
           05 OI-KEY-COUNT-1          PIC 9(9).
           05 OI-KEY-COUNT-2          PIC 9(9).
           05 OI-FINAL-SQLCODE        PIC S9(9) SIGN LEADING SEPARATE.

       FD  BACKUP-CHAIN-FILE
           RECORDING MODE IS F.
           COPY "bkchain.cpy".

       FD  LAST-BACKUP-SIZE-FILE
           RECORDING MODE IS F.
       01  LAST-BACKUP-SIZE-REC       PIC 9(9).

       FD  HISTORY-SNAPSHOT-FILE
           RECORDING MODE IS F.
           COPY "histsnap.cpy".

       FD  DB-REGISTRY-FILE
           RECORDING MODE IS F.
           COPY "dbregist.cpy".

       FD  CLONE-CONTROL-FILE
           RECORDING MODE IS F.
       01  CLONE-CONTROL-REC.
           05 EC-SOURCE-ALIAS         PIC X(8).
           05 EC-TARGET-ALIAS         PIC X(8).
           05 EC-SCHEDULE-FREQ        PIC X.
           05 EC-SCHEDULE-DAY         PIC 9(2).

       FD  RTO-TARGET-FILE
           RECORDING MODE IS F.
       01  RTO-TARGET-REC.
           05 RT-DBALIAS              PIC X(8).
           05 RT-TARGET-MINUTES       PIC 9(5).
           05 RT-LOG-FILE-MB          PIC 9(5).

       FD  RTO-CONFIG-FILE
           RECORDING MODE IS F.
       01  RTO-CONFIG-REC.
           05 RC-FRESH-DAYS           PIC 9(4).
           05 RC-DEFAULT-LOG-MB       PIC 9(5).

       FD  RTO-REPORT-FILE
           RECORDING MODE IS F.
       01  RTO-REPORT-REC             PIC X(132).

       FD  OPS-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "opsaudit.cpy".

       WORKING-STORAGE SECTION.
           COPY "db2ApiDf.cbl".

       01  WS-CHAIN-DD                PIC X(40) VALUE "BKCHAIN.DAT".
       01  WS-LASTSIZE-DD             PIC X(40) VALUE "BKLASTSZ.DAT".
       01  WS-SNAPSHOT-DD             PIC X(40) VALUE "HISTSNAP.DAT".
       01  WS-REGISTRY-DD             PIC X(40) VALUE "DBREGIST.DAT".
       01  WS-CLONE-DD                PIC X(40) VALUE "ENVCLONE.DAT".
       01  WS-TARGET-DD               PIC X(40) VALUE "RTOTGT.DAT".
       01  WS-CONFIG-DD               PIC X(40) VALUE "RTOPROJ.CFG".
       01  WS-REPORT-DD               PIC X(40) VALUE "RTOPROJ.RPT".

       01  WS-OPSAUDIT-IN-STATUS      PIC XX.
       01  WS-CHAIN-STATUS            PIC XX.
       01  WS-LASTSIZE-STATUS         PIC XX.
       01  WS-SNAPSHOT-STATUS         PIC XX.
       01  WS-REGISTRY-STATUS         PIC XX.
       01  WS-CLONE-STATUS            PIC XX.
       01  WS-TARGET-STATUS           PIC XX.
       01  WS-CONFIG-STATUS           PIC XX.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-EOF-SW                  PIC X     VALUE "N".
           88 WS-EOF                  VALUE "Y".
       01  WS-CLONE-EOF-SW            PIC X     VALUE "N".
           88 WS-CLONE-EOF            VALUE "Y".
       01  WS-SNAP-EOF-SW             PIC X     VALUE "N".
           88 WS-SNAP-EOF             VALUE "Y".

       01  WS-FRESH-DAYS              PIC 9(4)  VALUE 90.
       01  WS-DEFAULT-LOG-MB          PIC 9(5)  VALUE 64.

      * Every chain entry on file, so a restore can be sized at any
      * point in its history without re-reading BKCHAIN.DAT.
       01  WS-CHAIN-TABLE.
           05 WS-CN-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-CN-ENTRY OCCURS 500 TIMES INDEXED BY WS-CN-IDX.
               10 WS-CN-BACKUP-ID     PIC X(14).
               10 WS-CN-DBALIAS       PIC X(8).
               10 WS-CN-IMAGE-TYPE    PIC X.
               10 WS-CN-BASE-FULL-ID  PIC X(14).
               10 WS-CN-SIZE-KB       PIC 9(9).
               10 WS-CN-SIZE-KNOWN-SW PIC X.
                  88 WS-CN-SIZE-KNOWN VALUE "Y".

       01  WS-TARGET-TABLE.
           05 WS-TG-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-TG-ENTRY OCCURS 200 TIMES INDEXED BY WS-TG-IDX.
               10 WS-TG-DBALIAS       PIC X(8).
               10 WS-TG-TARGET-MIN    PIC 9(5).
               10 WS-TG-LOG-FILE-MB   PIC 9(5).

      * Restore runs picked off the audit trail - kind R restores
      * only, kind C restores and then rolls forward.
       01  WS-MEASURE-TABLE.
           05 WS-MS-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-MS-ENTRY OCCURS 200 TIMES INDEXED BY WS-MS-IDX.
               10 WS-MS-PROGRAM-ID    PIC X(8).
               10 WS-MS-DBALIAS       PIC X(8).
               10 WS-MS-START-TS      PIC X(14).
               10 WS-MS-END-TS        PIC X(14).
               10 WS-MS-KIND          PIC X.
               10 WS-MS-TARGET-ALIAS  PIC X(8).

      * DATAMASK passes on the audit trail, taken off the duration of
      * the ENVCLONE run that called them.
       01  WS-MASK-TABLE.
           05 WS-MK-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-MK-ENTRY OCCURS 200 TIMES INDEXED BY WS-MK-IDX.
               10 WS-MK-DBALIAS       PIC X(8).
               10 WS-MK-START-TS      PIC X(14).
               10 WS-MK-END-TS        PIC X(14).
       01  WS-MASK-SECONDS            PIC S9(11) VALUE 0.
       01  WS-MASK-START-SECONDS      PIC S9(14) VALUE 0.

      * Measured throughput - kind R restore per media path and
      * image type, kind L rollforward per log media path.
       01  WS-THRU-TABLE.
           05 WS-TP-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-TP-ENTRY OCCURS 50 TIMES INDEXED BY WS-TP-IDX.
               10 WS-TP-KIND          PIC X.
               10 WS-TP-PATH          PIC X.
               10 WS-TP-IMAGE-TYPE    PIC X.
               10 WS-TP-KB            PIC 9(15).
               10 WS-TP-SECONDS       PIC 9(11).
               10 WS-TP-COUNT         PIC 9(5).
               10 WS-TP-LATEST-TS     PIC X(14).

      * The chain a restore at a given moment would use, and what
      * the snapshot says about it.
       01  WS-RES-ALIAS               PIC X(8)  VALUE SPACES.
       01  WS-RES-AS-OF-TS            PIC X(14) VALUE SPACES.
       01  WS-RES-ID                  PIC X(14) VALUE SPACES.
       01  WS-RES-TYPE                PIC X     VALUE SPACE.
       01  WS-RES-BASE-ID             PIC X(14) VALUE SPACES.
       01  WS-RES-KB                  PIC 9(15) VALUE 0.
       01  WS-RES-SIZE-OK-SW          PIC X     VALUE "Y".
           88 WS-RES-SIZE-OK          VALUE "Y".
       01  WS-RES-MEMBERS             PIC 9(4)  VALUE 0.
       01  WS-RES-PATH                PIC X     VALUE SPACE.
       01  WS-RES-LOG-PATH            PIC X     VALUE SPACE.
       01  WS-RES-FIRST-SEQ           PIC 9(7)  VALUE 0.
       01  WS-RES-FIRST-KNOWN-SW      PIC X     VALUE "N".
           88 WS-RES-FIRST-KNOWN      VALUE "Y".
       01  WS-RES-LAST-SEQ            PIC 9(7)  VALUE 0.
       01  WS-RES-LAST-KNOWN-SW       PIC X     VALUE "N".
           88 WS-RES-LAST-KNOWN       VALUE "Y".
       01  WS-RES-LOG-COUNT           PIC 9(7)  VALUE 0.
       01  WS-RES-LOG-KB              PIC 9(15) VALUE 0.
       01  WS-LOG-FILE-MB             PIC 9(5)  VALUE 0.
       01  WS-MOVED-KB                PIC 9(15) VALUE 0.

      * Log member names are SNNNNNNN.LOG - the seven digits after
      * the S are the sequence number, as LOGCHAIN reads them.
       01  WS-SEQ-CHAR                PIC X(7)  VALUE SPACES.
       01  WS-SEQ-NUM REDEFINES WS-SEQ-CHAR PIC 9(7).

      * Rate lookup - throughput for one kind/path/image type.
       01  WS-LK-KIND                 PIC X     VALUE SPACE.
       01  WS-LK-PATH                 PIC X     VALUE SPACE.
       01  WS-LK-IMAGE-TYPE           PIC X     VALUE SPACE.
       01  WS-LK-FOUND                PIC 9(4)  VALUE 0.
       01  WS-LK-RATE                 PIC 9(11)V9(6) VALUE 0.
       01  WS-LK-STALE-SW             PIC X     VALUE "N".
           88 WS-LK-STALE             VALUE "Y".

       01  WS-RUN-SECONDS             PIC S9(11) VALUE 0.
       01  WS-RESTORE-SECONDS         PIC S9(11) VALUE 0.
       01  WS-RFWD-SECONDS            PIC S9(11) VALUE 0.
       01  WS-RESTORE-MINUTES         PIC 9(7)  VALUE 0.
       01  WS-RFWD-MINUTES            PIC 9(7)  VALUE 0.
       01  WS-TOTAL-MINUTES           PIC 9(7)  VALUE 0.
       01  WS-TARGET-MINUTES          PIC 9(5)  VALUE 0.
       01  WS-TARGET-KNOWN-SW         PIC X     VALUE "N".
           88 WS-TARGET-KNOWN         VALUE "Y".
       01  WS-UNMEASURED-SW           PIC X     VALUE "N".
           88 WS-UNMEASURED           VALUE "Y".
       01  WS-STALE-SW                PIC X     VALUE "N".
           88 WS-STALE                VALUE "Y".
       01  WS-VERDICT-TEXT            PIC X(30) VALUE SPACES.
       01  WS-NOTE-TEXT               PIC X(60) VALUE SPACES.

       01  WS-TS-DATE-NUM             PIC 9(8)  VALUE 0.
       01  WS-TS-JULIAN               PIC S9(9) VALUE 0.
       01  WS-TS-HH                   PIC 9(2)  VALUE 0.
       01  WS-TS-MM                   PIC 9(2)  VALUE 0.
       01  WS-TS-SS                   PIC 9(2)  VALUE 0.
       01  WS-TS-TOTAL-SECONDS        PIC S9(14) VALUE 0.
       01  WS-WORK-TS                 PIC X(14) VALUE SPACES.
       01  WS-START-SECONDS           PIC S9(14) VALUE 0.
       01  WS-NOW-TS                  PIC X(14) VALUE SPACES.
       01  WS-TODAY-JULIAN            PIC S9(9) VALUE 0.

       01  WS-SUB                     PIC 9(4)  VALUE 0.
       01  WS-MEASURE-COUNT           PIC 9(9)  VALUE 0.
       01  WS-UNUSABLE-COUNT          PIC 9(9)  VALUE 0.
       01  WS-PROD-COUNT              PIC 9(9)  VALUE 0.
       01  WS-OVER-COUNT              PIC 9(9)  VALUE 0.
       01  WS-UNMEASURED-COUNT        PIC 9(9)  VALUE 0.
       01  WS-KB-DISP                 PIC Z(11)9.
       01  WS-MB-DISP                 PIC Z(8)9.
       01  WS-RATE-DISP               PIC Z(9)9.
       01  WS-SECONDS-DISP            PIC Z(9)9.
       01  WS-COUNT-DISP              PIC Z(4)9.
       01  WS-LOGS-DISP               PIC Z(6)9.
       01  WS-MIN-DISP                PIC Z(6)9.
       01  WS-MIN2-DISP               PIC Z(6)9.
       01  WS-MIN3-DISP               PIC Z(6)9.
       01  WS-TARGET-DISP             PIC Z(4)9.
       01  WS-FRESH-DISP              PIC Z(3)9.

       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "RTOPROJ".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.

      * Scheduler return-code severity for this run: 0 clean, 4
      * warnings, 8 check failed / do not proceed, 12 driver
      * failed - the suite-wide condition-code convention.
       01  WS-JOB-SEVERITY            PIC 9(2)  VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-RTO-TARGETS
           PERFORM 1200-LOAD-BACKUP-CHAIN
           PERFORM 1400-LOAD-RESTORE-RUNS
           PERFORM 2000-MEASURE-RESTORES
           PERFORM 3000-MEASURE-ROLLFORWARDS
           PERFORM 4000-WRITE-THROUGHPUT-SECTION
           PERFORM 5000-PROJECT-PRODUCTION
           PERFORM 8000-WRITE-TOTALS
           PERFORM 9500-WRITE-AUDIT-RECORD
           PERFORM 9000-TERMINATE
           MOVE WS-JOB-SEVERITY TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-START-TS
           CALL "RUNCORID" USING BY REFERENCE WS-RUN-PROGRAM-ID
                                 BY REFERENCE WS-RUN-ID
           MOVE WS-AUDIT-START-TS TO WS-NOW-TS
           MOVE WS-NOW-TS TO WS-WORK-TS
           PERFORM 8800-TS-TO-SECONDS
           MOVE WS-TS-JULIAN TO WS-TODAY-JULIAN
           OPEN INPUT RTO-CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               READ RTO-CONFIG-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RC-FRESH-DAYS > 0
                           MOVE RC-FRESH-DAYS TO WS-FRESH-DAYS
                       END-IF
                       IF RC-DEFAULT-LOG-MB > 0
                           MOVE RC-DEFAULT-LOG-MB TO WS-DEFAULT-LOG-MB
                       END-IF
               END-READ
               CLOSE RTO-CONFIG-FILE
           END-IF
           MOVE WS-FRESH-DAYS TO WS-FRESH-DISP
           OPEN OUTPUT RTO-REPORT-FILE
           MOVE SPACES TO RTO-REPORT-REC
           STRING "RECOVERY-TIME PROJECTION  RUN=" WS-NOW-TS
                  "  MEASUREMENT FRESHNESS LIMIT(DAYS)=" WS-FRESH-DISP
                  "  RUN ID=" WS-RUN-ID
               DELIMITED BY SIZE INTO RTO-REPORT-REC
           WRITE RTO-REPORT-REC
           MOVE SPACES TO RTO-REPORT-REC
           WRITE RTO-REPORT-REC.

       1100-LOAD-RTO-TARGETS.
           OPEN INPUT RTO-TARGET-FILE
           IF WS-TARGET-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ RTO-TARGET-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 1150-STORE-ONE-TARGET
                   END-READ
               END-PERFORM
               CLOSE RTO-TARGET-FILE
           END-IF.

       1150-STORE-ONE-TARGET.
           IF WS-TG-NUM-ENTRY < 200
               ADD 1 TO WS-TG-NUM-ENTRY
               SET WS-TG-IDX TO WS-TG-NUM-ENTRY
               MOVE RT-DBALIAS TO WS-TG-DBALIAS (WS-TG-IDX)
               MOVE RT-TARGET-MINUTES TO WS-TG-TARGET-MIN (WS-TG-IDX)
               MOVE RT-LOG-FILE-MB TO WS-TG-LOG-FILE-MB (WS-TG-IDX)
           ELSE
               DISPLAY "RTOPROJ: target table full (200) - "
                   "skipping " RT-DBALIAS
           END-IF.

      * BKLASTSZ.DAT is the size of the last image BKRECON wrote,
      * which is the last record on the chain file - it stands in
      * for that one image when its chain record predates the size.
       1200-LOAD-BACKUP-CHAIN.
           OPEN INPUT BACKUP-CHAIN-FILE
           IF WS-CHAIN-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ BACKUP-CHAIN-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 1250-STORE-ONE-CHAIN-ENTRY
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CHAIN-FILE
           END-IF
           IF WS-CN-NUM-ENTRY > 0
               SET WS-CN-IDX TO WS-CN-NUM-ENTRY
               IF NOT WS-CN-SIZE-KNOWN (WS-CN-IDX)
                   OPEN INPUT LAST-BACKUP-SIZE-FILE
                   IF WS-LASTSIZE-STATUS = "00"
                       READ LAST-BACKUP-SIZE-FILE
                           AT END CONTINUE
                           NOT AT END
                               IF LAST-BACKUP-SIZE-REC IS NUMERIC
                                   MOVE LAST-BACKUP-SIZE-REC
                                       TO WS-CN-SIZE-KB (WS-CN-IDX)
                                   MOVE "Y" TO
                                       WS-CN-SIZE-KNOWN-SW (WS-CN-IDX)
                               END-IF
                       END-READ
                       CLOSE LAST-BACKUP-SIZE-FILE
                   END-IF
               END-IF
           END-IF.

       1250-STORE-ONE-CHAIN-ENTRY.
           IF WS-CN-NUM-ENTRY < 500
               ADD 1 TO WS-CN-NUM-ENTRY
               SET WS-CN-IDX TO WS-CN-NUM-ENTRY
               MOVE CN-BACKUP-ID TO WS-CN-BACKUP-ID (WS-CN-IDX)
               MOVE CN-DBALIAS TO WS-CN-DBALIAS (WS-CN-IDX)
               MOVE CN-IMAGE-TYPE TO WS-CN-IMAGE-TYPE (WS-CN-IDX)
               MOVE CN-BASE-FULL-ID TO WS-CN-BASE-FULL-ID (WS-CN-IDX)
               IF CN-IMAGE-SIZE-KB IS NUMERIC
                   MOVE CN-IMAGE-SIZE-KB TO WS-CN-SIZE-KB (WS-CN-IDX)
                   MOVE "Y" TO WS-CN-SIZE-KNOWN-SW (WS-CN-IDX)
               ELSE
                   MOVE 0 TO WS-CN-SIZE-KB (WS-CN-IDX)
                   MOVE "N" TO WS-CN-SIZE-KNOWN-SW (WS-CN-IDX)
               END-IF
           ELSE
               DISPLAY "RTOPROJ: chain table full (500) - "
                   "skipping " CN-BACKUP-ID
           END-IF.

      * Only completed runs count - a negative SQLCODE is a restore
      * that did not finish, and its duration measures nothing.
      * PITRECOV's planner-only runs restore nothing; ENVCLONE writes
      * one audit record per run, so only a single-clone run can be
      * tied to its source alias.  Every DATAMASK pass is kept,
      * whatever its SQLCODE - a failed mask still ran inside its
      * clone's window.
       1400-LOAD-RESTORE-RUNS.
           OPEN INPUT OPS-AUDIT-IN-FILE
           IF WS-OPSAUDIT-IN-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ OPS-AUDIT-IN-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF OI-FINAL-SQLCODE >= 0
                               PERFORM 1450-PICK-ONE-AUDIT-RECORD
                           END-IF
                           IF OI-PROGRAM-ID = "DATAMASK"
                               PERFORM 1550-STORE-ONE-MASK-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPS-AUDIT-IN-FILE
           END-IF.

       1450-PICK-ONE-AUDIT-RECORD.
           EVALUATE TRUE
               WHEN OI-PROGRAM-ID = "RSREHRS"
                   MOVE OI-DBALIAS TO WS-RES-ALIAS
                   MOVE "R" TO WS-LK-KIND
                   PERFORM 1500-STORE-ONE-RUN
               WHEN OI-PROGRAM-ID = "ENVCLONE"
                       AND OI-KEY-COUNT-1 = 1
                   PERFORM 1460-FIND-CLONE-SOURCE
                   IF WS-RES-ALIAS NOT = SPACES
                       MOVE "R" TO WS-LK-KIND
                       PERFORM 1500-STORE-ONE-RUN
                   END-IF
               WHEN OI-PROGRAM-ID = "DRPTBREC"
                   MOVE OI-DBALIAS TO WS-RES-ALIAS
                   MOVE "C" TO WS-LK-KIND
                   PERFORM 1500-STORE-ONE-RUN
               WHEN OI-PROGRAM-ID = "PITRECOV"
                       AND OI-ACTION-VERB = "RECOVER"
                   MOVE OI-DBALIAS TO WS-RES-ALIAS
                   MOVE "C" TO WS-LK-KIND
                   PERFORM 1500-STORE-ONE-RUN
           END-EVALUATE.

       1460-FIND-CLONE-SOURCE.
           MOVE SPACES TO WS-RES-ALIAS
           OPEN INPUT CLONE-CONTROL-FILE
           IF WS-CLONE-STATUS = "00"
               MOVE "N" TO WS-CLONE-EOF-SW
               PERFORM UNTIL WS-CLONE-EOF
                   READ CLONE-CONTROL-FILE
                       AT END MOVE "Y" TO WS-CLONE-EOF-SW
                       NOT AT END
                           IF EC-TARGET-ALIAS = OI-DBALIAS
                               MOVE EC-SOURCE-ALIAS TO WS-RES-ALIAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLONE-CONTROL-FILE
           END-IF.

       1500-STORE-ONE-RUN.
           IF WS-MS-NUM-ENTRY < 200
               ADD 1 TO WS-MS-NUM-ENTRY
               SET WS-MS-IDX TO WS-MS-NUM-ENTRY
               MOVE OI-PROGRAM-ID TO WS-MS-PROGRAM-ID (WS-MS-IDX)
               MOVE WS-RES-ALIAS TO WS-MS-DBALIAS (WS-MS-IDX)
               MOVE OI-START-TS TO WS-MS-START-TS (WS-MS-IDX)
               MOVE OI-END-TS TO WS-MS-END-TS (WS-MS-IDX)
               MOVE WS-LK-KIND TO WS-MS-KIND (WS-MS-IDX)
               MOVE OI-DBALIAS TO WS-MS-TARGET-ALIAS (WS-MS-IDX)
           ELSE
               DISPLAY "RTOPROJ: restore run table full (200) - "
                   "skipping " OI-PROGRAM-ID " " OI-START-TS
           END-IF.

       1550-STORE-ONE-MASK-RUN.
           IF WS-MK-NUM-ENTRY < 200
               ADD 1 TO WS-MK-NUM-ENTRY
               SET WS-MK-IDX TO WS-MK-NUM-ENTRY
               MOVE OI-DBALIAS TO WS-MK-DBALIAS (WS-MK-IDX)
               MOVE OI-START-TS TO WS-MK-START-TS (WS-MK-IDX)
               MOVE OI-END-TS TO WS-MK-END-TS (WS-MK-IDX)
           ELSE
               DISPLAY "RTOPROJ: masking run table full (200) - "
                   "skipping " OI-DBALIAS " " OI-START-TS
           END-IF.

      * Restore-only runs first - the rollforward share of a combined
      * run can only be split off once the restore rate is known.
       2000-MEASURE-RESTORES.
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > WS-MS-NUM-ENTRY
               IF WS-MS-KIND (WS-MS-IDX) = "R"
                   PERFORM 2100-MEASURE-ONE-RESTORE
               END-IF
           END-PERFORM.

       2100-MEASURE-ONE-RESTORE.
           PERFORM 2900-RESOLVE-RUN
           IF WS-RES-ID = SPACES OR NOT WS-RES-SIZE-OK
                   OR WS-RES-PATH = SPACE OR WS-RUN-SECONDS <= 0
               ADD 1 TO WS-UNUSABLE-COUNT
           ELSE
               ADD 1 TO WS-MEASURE-COUNT
               MOVE "R" TO WS-LK-KIND
               MOVE WS-RES-PATH TO WS-LK-PATH
               MOVE WS-RES-TYPE TO WS-LK-IMAGE-TYPE
               MOVE WS-RES-KB TO WS-MOVED-KB
               PERFORM 2950-ADD-TO-THROUGHPUT
           END-IF.

      * The chain and logs behind one audited run, and its duration.
       2900-RESOLVE-RUN.
           MOVE WS-MS-DBALIAS (WS-MS-IDX) TO WS-RES-ALIAS
           MOVE WS-MS-START-TS (WS-MS-IDX) TO WS-RES-AS-OF-TS
           PERFORM 8100-RESOLVE-CHAIN
           PERFORM 8200-SCAN-SNAPSHOT
           MOVE WS-MS-START-TS (WS-MS-IDX) TO WS-WORK-TS
           PERFORM 8800-TS-TO-SECONDS
           MOVE WS-TS-TOTAL-SECONDS TO WS-START-SECONDS
           MOVE WS-MS-END-TS (WS-MS-IDX) TO WS-WORK-TS
           PERFORM 8800-TS-TO-SECONDS
           COMPUTE WS-RUN-SECONDS =
               WS-TS-TOTAL-SECONDS - WS-START-SECONDS
           IF WS-MS-PROGRAM-ID (WS-MS-IDX) = "ENVCLONE"
               PERFORM 2920-TAKE-OFF-MASKING
           END-IF.

      * A DATAMASK pass on the clone's target that started and ended
      * inside the clone's own run was called by it - its time is
      * not restore time.
       2920-TAKE-OFF-MASKING.
           PERFORM VARYING WS-MK-IDX FROM 1 BY 1
                   UNTIL WS-MK-IDX > WS-MK-NUM-ENTRY
               IF WS-MK-DBALIAS (WS-MK-IDX)
                       = WS-MS-TARGET-ALIAS (WS-MS-IDX)
                   AND WS-MK-START-TS (WS-MK-IDX)
                       NOT < WS-MS-START-TS (WS-MS-IDX)
                   AND WS-MK-END-TS (WS-MK-IDX)
                       NOT > WS-MS-END-TS (WS-MS-IDX)
                   MOVE WS-MK-START-TS (WS-MK-IDX) TO WS-WORK-TS
                   PERFORM 8800-TS-TO-SECONDS
                   MOVE WS-TS-TOTAL-SECONDS TO WS-MASK-START-SECONDS
                   MOVE WS-MK-END-TS (WS-MK-IDX) TO WS-WORK-TS
                   PERFORM 8800-TS-TO-SECONDS
                   COMPUTE WS-MASK-SECONDS =
                       WS-TS-TOTAL-SECONDS - WS-MASK-START-SECONDS
                   SUBTRACT WS-MASK-SECONDS FROM WS-RUN-SECONDS
               END-IF
           END-PERFORM.

      * WS-MOVED-KB carries the volume moved - the chain for a
      * restore, the archived logs for a rollforward.
       2950-ADD-TO-THROUGHPUT.
           MOVE 0 TO WS-LK-FOUND
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
                   UNTIL WS-TP-IDX > WS-TP-NUM-ENTRY
               IF WS-TP-KIND (WS-TP-IDX) = WS-LK-KIND
                       AND WS-TP-PATH (WS-TP-IDX) = WS-LK-PATH
                       AND WS-TP-IMAGE-TYPE (WS-TP-IDX)
                           = WS-LK-IMAGE-TYPE
                   SET WS-LK-FOUND TO WS-TP-IDX
               END-IF
           END-PERFORM
           IF WS-LK-FOUND = 0
               IF WS-TP-NUM-ENTRY < 50
                   ADD 1 TO WS-TP-NUM-ENTRY
                   MOVE WS-TP-NUM-ENTRY TO WS-LK-FOUND
                   SET WS-TP-IDX TO WS-LK-FOUND
                   MOVE WS-LK-KIND TO WS-TP-KIND (WS-TP-IDX)
                   MOVE WS-LK-PATH TO WS-TP-PATH (WS-TP-IDX)
                   MOVE WS-LK-IMAGE-TYPE TO WS-TP-IMAGE-TYPE (WS-TP-IDX)
                   MOVE 0 TO WS-TP-KB (WS-TP-IDX)
                   MOVE 0 TO WS-TP-SECONDS (WS-TP-IDX)
                   MOVE 0 TO WS-TP-COUNT (WS-TP-IDX)
                   MOVE SPACES TO WS-TP-LATEST-TS (WS-TP-IDX)
               ELSE
                   DISPLAY "RTOPROJ: throughput table full (50) - "
                       "skipping " WS-MS-PROGRAM-ID (WS-MS-IDX)
                       " " WS-MS-START-TS (WS-MS-IDX)
               END-IF
           END-IF
           IF WS-LK-FOUND > 0
               SET WS-TP-IDX TO WS-LK-FOUND
               ADD WS-MOVED-KB TO WS-TP-KB (WS-TP-IDX)
               ADD WS-RUN-SECONDS TO WS-TP-SECONDS (WS-TP-IDX)
               ADD 1 TO WS-TP-COUNT (WS-TP-IDX)
               IF WS-MS-END-TS (WS-MS-IDX)
                       > WS-TP-LATEST-TS (WS-TP-IDX)
                   MOVE WS-MS-END-TS (WS-MS-IDX)
                       TO WS-TP-LATEST-TS (WS-TP-IDX)
               END-IF
           END-IF.

       3000-MEASURE-ROLLFORWARDS.
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > WS-MS-NUM-ENTRY
               IF WS-MS-KIND (WS-MS-IDX) = "C"
                   PERFORM 3100-MEASURE-ONE-RECOVERY
               END-IF
           END-PERFORM.

       3100-MEASURE-ONE-RECOVERY.
           PERFORM 2900-RESOLVE-RUN
           MOVE 0 TO WS-LK-FOUND
           IF WS-RES-ID NOT = SPACES AND WS-RES-SIZE-OK
                   AND WS-RES-PATH NOT = SPACE
                   AND WS-RES-LOG-COUNT > 0
               MOVE "R" TO WS-LK-KIND
               MOVE WS-RES-PATH TO WS-LK-PATH
               MOVE WS-RES-TYPE TO WS-LK-IMAGE-TYPE
               PERFORM 8400-FIND-THROUGHPUT
           END-IF
           IF WS-LK-FOUND = 0
               ADD 1 TO WS-UNUSABLE-COUNT
           ELSE
               COMPUTE WS-RESTORE-SECONDS ROUNDED =
                   WS-RES-KB / WS-LK-RATE
               COMPUTE WS-RFWD-SECONDS =
                   WS-RUN-SECONDS - WS-RESTORE-SECONDS
               IF WS-RFWD-SECONDS <= 0
                   ADD 1 TO WS-UNUSABLE-COUNT
               ELSE
                   ADD 1 TO WS-MEASURE-COUNT
                   MOVE "L" TO WS-LK-KIND
                   MOVE WS-RES-LOG-PATH TO WS-LK-PATH
                   MOVE "-" TO WS-LK-IMAGE-TYPE
                   MOVE WS-RFWD-SECONDS TO WS-RUN-SECONDS
                   PERFORM 8300-LOG-FILE-SIZE
                   COMPUTE WS-MOVED-KB =
                       WS-RES-LOG-COUNT * WS-LOG-FILE-MB * 1024
                   PERFORM 2950-ADD-TO-THROUGHPUT
               END-IF
           END-IF.

       4000-WRITE-THROUGHPUT-SECTION.
           MOVE "MEASURED THROUGHPUT" TO RTO-REPORT-REC
           WRITE RTO-REPORT-REC
           IF WS-TP-NUM-ENTRY = 0
               MOVE "  NO USABLE RESTORE MEASUREMENT ON THE AUDIT TRAIL"
                   TO RTO-REPORT-REC
               WRITE RTO-REPORT-REC
           END-IF
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
                   UNTIL WS-TP-IDX > WS-TP-NUM-ENTRY
               MOVE WS-TP-KIND (WS-TP-IDX) TO WS-LK-KIND
               MOVE WS-TP-PATH (WS-TP-IDX) TO WS-LK-PATH
               MOVE WS-TP-IMAGE-TYPE (WS-TP-IDX) TO WS-LK-IMAGE-TYPE
               PERFORM 8400-FIND-THROUGHPUT
               MOVE WS-LK-RATE TO WS-RATE-DISP
               MOVE WS-TP-COUNT (WS-TP-IDX) TO WS-COUNT-DISP
               MOVE WS-TP-KB (WS-TP-IDX) TO WS-KB-DISP
               MOVE WS-TP-SECONDS (WS-TP-IDX) TO WS-SECONDS-DISP
               IF WS-TP-KIND (WS-TP-IDX) = "R"
                   MOVE "RESTORE " TO WS-VERDICT-TEXT
               ELSE
                   MOVE "ROLLFWD " TO WS-VERDICT-TEXT
               END-IF
               MOVE SPACES TO RTO-REPORT-REC
               STRING "  " WS-VERDICT-TEXT (1:8)
                      " PATH=" WS-TP-PATH (WS-TP-IDX)
                      " IMAGE=" WS-TP-IMAGE-TYPE (WS-TP-IDX)
                      " RUNS=" WS-COUNT-DISP
                      " KB=" WS-KB-DISP
                      " SECONDS=" WS-SECONDS-DISP
                      " KB/SEC=" WS-RATE-DISP
                      " LATEST=" WS-TP-LATEST-TS (WS-TP-IDX)
                   DELIMITED BY SIZE INTO RTO-REPORT-REC
               IF WS-LK-STALE
                   MOVE "STALE" TO RTO-REPORT-REC (120:5)
               END-IF
               WRITE RTO-REPORT-REC
           END-PERFORM
           MOVE SPACES TO RTO-REPORT-REC
           WRITE RTO-REPORT-REC.

       5000-PROJECT-PRODUCTION.
           MOVE "PRODUCTION RECOVERY-TIME PROJECTION" TO RTO-REPORT-REC
           WRITE RTO-REPORT-REC
           OPEN INPUT DB-REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ DB-REGISTRY-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF DR-ENV-TIER = "PROD"
                               PERFORM 5100-PROJECT-ONE-DATABASE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DB-REGISTRY-FILE
           ELSE
               MOVE "  NO DBREGIST.DAT - NO PRODUCTION ALIAS TO PROJECT"
                   TO RTO-REPORT-REC
               WRITE RTO-REPORT-REC
               IF WS-JOB-SEVERITY < 8
                   MOVE 8 TO WS-JOB-SEVERITY
               END-IF
           END-IF.

      * Restore of the current chain at the measured rate for its
      * path and image type, plus rollforward of every log archived
      * since the chain's image at the measured rate for the log
      * path.
       5100-PROJECT-ONE-DATABASE.
           ADD 1 TO WS-PROD-COUNT
           MOVE DR-ALIAS TO WS-RES-ALIAS
           MOVE WS-NOW-TS TO WS-RES-AS-OF-TS
           PERFORM 8100-RESOLVE-CHAIN
           PERFORM 8200-SCAN-SNAPSHOT
           PERFORM 8300-LOG-FILE-SIZE
           COMPUTE WS-RES-LOG-KB =
               WS-RES-LOG-COUNT * WS-LOG-FILE-MB * 1024
           MOVE "N" TO WS-UNMEASURED-SW
           MOVE "N" TO WS-STALE-SW
           MOVE 0 TO WS-RESTORE-MINUTES
           MOVE 0 TO WS-RFWD-MINUTES
           MOVE SPACES TO WS-NOTE-TEXT
           IF WS-RES-ID NOT = SPACES
               MOVE "R" TO WS-LK-KIND
               MOVE WS-RES-PATH TO WS-LK-PATH
               MOVE WS-RES-TYPE TO WS-LK-IMAGE-TYPE
               PERFORM 8400-FIND-THROUGHPUT
               IF WS-LK-FOUND = 0
                   MOVE "Y" TO WS-UNMEASURED-SW
                   MOVE "NO RESTORE MEASURED FOR THIS PATH/IMAGE TYPE"
                       TO WS-NOTE-TEXT
               ELSE
                   IF WS-LK-STALE
                       MOVE "Y" TO WS-STALE-SW
                   END-IF
                   COMPUTE WS-RESTORE-MINUTES ROUNDED =
                       WS-RES-KB / WS-LK-RATE / 60
               END-IF
               IF NOT WS-RES-SIZE-OK
                   MOVE "Y" TO WS-UNMEASURED-SW
                   MOVE "CHAIN IMAGE SIZE NOT ON FILE" TO WS-NOTE-TEXT
               END-IF
               IF WS-RES-LOG-COUNT > 0
                   MOVE "L" TO WS-LK-KIND
                   MOVE WS-RES-LOG-PATH TO WS-LK-PATH
                   MOVE "-" TO WS-LK-IMAGE-TYPE
                   PERFORM 8400-FIND-THROUGHPUT
                   IF WS-LK-FOUND = 0
                       MOVE "Y" TO WS-UNMEASURED-SW
                       MOVE "NO ROLLFORWARD MEASURED FOR THE LOG PATH"
                           TO WS-NOTE-TEXT
                   ELSE
                       IF WS-LK-STALE
                           MOVE "Y" TO WS-STALE-SW
                       END-IF
                       COMPUTE WS-RFWD-MINUTES ROUNDED =
                           WS-RES-LOG-KB / WS-LK-RATE / 60
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-TOTAL-MINUTES =
               WS-RESTORE-MINUTES + WS-RFWD-MINUTES
           MOVE "N" TO WS-TARGET-KNOWN-SW
           MOVE 0 TO WS-TARGET-MINUTES
           PERFORM VARYING WS-TG-IDX FROM 1 BY 1
                   UNTIL WS-TG-IDX > WS-TG-NUM-ENTRY
               IF WS-TG-DBALIAS (WS-TG-IDX) = DR-ALIAS
                   MOVE "Y" TO WS-TARGET-KNOWN-SW
                   MOVE WS-TG-TARGET-MIN (WS-TG-IDX)
                       TO WS-TARGET-MINUTES
               END-IF
           END-PERFORM
           PERFORM 5200-SET-VERDICT
           PERFORM 5300-WRITE-PROJECTION-LINES.

       5200-SET-VERDICT.
           EVALUATE TRUE
               WHEN WS-RES-ID = SPACES
                   MOVE "*** NO BACKUP CHAIN" TO WS-VERDICT-TEXT
                   ADD 1 TO WS-OVER-COUNT
                   IF WS-JOB-SEVERITY < 8
                       MOVE 8 TO WS-JOB-SEVERITY
                   END-IF
               WHEN WS-TARGET-KNOWN
                       AND WS-TOTAL-MINUTES > WS-TARGET-MINUTES
                   MOVE "*** EXCEEDS RTO TARGET" TO WS-VERDICT-TEXT
                   ADD 1 TO WS-OVER-COUNT
      * Over target on a missing or stale rate is still counted as
      * unmeasured - the figure is a floor, not an estimate.
                   IF WS-UNMEASURED OR WS-STALE
                       ADD 1 TO WS-UNMEASURED-COUNT
                   END-IF
                   IF WS-JOB-SEVERITY < 8
                       MOVE 8 TO WS-JOB-SEVERITY
                   END-IF
               WHEN WS-UNMEASURED OR WS-STALE
                   MOVE "*** NO RECENT MEASUREMENT" TO WS-VERDICT-TEXT
                   ADD 1 TO WS-UNMEASURED-COUNT
                   IF WS-JOB-SEVERITY < 4
                       MOVE 4 TO WS-JOB-SEVERITY
                   END-IF
               WHEN NOT WS-TARGET-KNOWN
                   MOVE "*** NO RTO TARGET ON FILE" TO WS-VERDICT-TEXT
                   IF WS-JOB-SEVERITY < 4
                       MOVE 4 TO WS-JOB-SEVERITY
                   END-IF
               WHEN OTHER
                   MOVE "WITHIN TARGET" TO WS-VERDICT-TEXT
           END-EVALUATE.

       5300-WRITE-PROJECTION-LINES.
           COMPUTE WS-MB-DISP = WS-RES-KB / 1024
           MOVE WS-RES-LOG-COUNT TO WS-LOGS-DISP
           MOVE WS-RESTORE-MINUTES TO WS-MIN-DISP
           MOVE WS-RFWD-MINUTES TO WS-MIN2-DISP
           MOVE WS-TOTAL-MINUTES TO WS-MIN3-DISP
           MOVE WS-TARGET-MINUTES TO WS-TARGET-DISP
           MOVE SPACES TO RTO-REPORT-REC
           STRING "DATABASE=" DR-ALIAS
                  " IMAGE=" WS-RES-ID
                  " TYPE=" WS-RES-TYPE
                  " PATH=" WS-RES-PATH
                  " CHAIN-MB=" WS-MB-DISP
                  " LOGS=" WS-LOGS-DISP
                  " LOG-PATH=" WS-RES-LOG-PATH
               DELIMITED BY SIZE INTO RTO-REPORT-REC
           WRITE RTO-REPORT-REC
           MOVE SPACES TO RTO-REPORT-REC
           STRING "  RESTORE-MIN=" WS-MIN-DISP
                  " RFWD-MIN=" WS-MIN2-DISP
                  " TOTAL-MIN=" WS-MIN3-DISP
                  " TARGET-MIN=" WS-TARGET-DISP
                  "  " WS-VERDICT-TEXT
               DELIMITED BY SIZE INTO RTO-REPORT-REC
           WRITE RTO-REPORT-REC
           IF WS-NOTE-TEXT NOT = SPACES
               MOVE SPACES TO RTO-REPORT-REC
               STRING "  *** " WS-NOTE-TEXT
                   DELIMITED BY SIZE INTO RTO-REPORT-REC
               WRITE RTO-REPORT-REC
           END-IF
           IF WS-STALE
               MOVE SPACES TO RTO-REPORT-REC
               STRING "  *** THROUGHPUT LAST MEASURED MORE THAN "
                      WS-FRESH-DISP " DAYS AGO"
                   DELIMITED BY SIZE INTO RTO-REPORT-REC
               WRITE RTO-REPORT-REC
           END-IF.

       8000-WRITE-TOTALS.
           MOVE SPACES TO RTO-REPORT-REC
           WRITE RTO-REPORT-REC
           STRING "RTO TOTALS  PRODUCTION=" WS-PROD-COUNT
                  " OVER-TARGET=" WS-OVER-COUNT
                  " UNMEASURED=" WS-UNMEASURED-COUNT
                  " MEASUREMENTS=" WS-MEASURE-COUNT
                  " UNUSABLE=" WS-UNUSABLE-COUNT
               DELIMITED BY SIZE INTO RTO-REPORT-REC
           WRITE RTO-REPORT-REC.

      * Latest chain entry for the alias at or before the as-of
      * moment, and the sum of every member from its base full up to
      * it - PITRECOV's chain selection, sized.
       8100-RESOLVE-CHAIN.
           MOVE SPACES TO WS-RES-ID
           MOVE SPACE TO WS-RES-TYPE
           MOVE SPACES TO WS-RES-BASE-ID
           MOVE 0 TO WS-RES-KB
           MOVE 0 TO WS-RES-MEMBERS
           MOVE "Y" TO WS-RES-SIZE-OK-SW
           PERFORM VARYING WS-CN-IDX FROM 1 BY 1
                   UNTIL WS-CN-IDX > WS-CN-NUM-ENTRY
               IF WS-CN-DBALIAS (WS-CN-IDX) = WS-RES-ALIAS
                       AND WS-CN-BACKUP-ID (WS-CN-IDX)
                           <= WS-RES-AS-OF-TS
                       AND WS-CN-BACKUP-ID (WS-CN-IDX) > WS-RES-ID
                   MOVE WS-CN-BACKUP-ID (WS-CN-IDX) TO WS-RES-ID
                   MOVE WS-CN-IMAGE-TYPE (WS-CN-IDX) TO WS-RES-TYPE
                   MOVE WS-CN-BASE-FULL-ID (WS-CN-IDX)
                       TO WS-RES-BASE-ID
               END-IF
           END-PERFORM
           IF WS-RES-ID NOT = SPACES
               PERFORM VARYING WS-CN-IDX FROM 1 BY 1
                       UNTIL WS-CN-IDX > WS-CN-NUM-ENTRY
                   IF WS-CN-DBALIAS (WS-CN-IDX) = WS-RES-ALIAS
                           AND WS-CN-BASE-FULL-ID (WS-CN-IDX)
                               = WS-RES-BASE-ID
                           AND WS-CN-BACKUP-ID (WS-CN-IDX)
                               <= WS-RES-ID
                       ADD 1 TO WS-RES-MEMBERS
                       ADD WS-CN-SIZE-KB (WS-CN-IDX) TO WS-RES-KB
                       IF NOT WS-CN-SIZE-KNOWN (WS-CN-IDX)
                           MOVE "N" TO WS-RES-SIZE-OK-SW
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      * From the history snapshot: the device type the chain's image
      * sits on and its first log, and the last log archived before
      * the as-of moment with the device type it went to.
       8200-SCAN-SNAPSHOT.
           MOVE SPACE TO WS-RES-PATH
           MOVE SPACE TO WS-RES-LOG-PATH
           MOVE 0 TO WS-RES-FIRST-SEQ
           MOVE 0 TO WS-RES-LAST-SEQ
           MOVE 0 TO WS-RES-LOG-COUNT
           MOVE "N" TO WS-RES-FIRST-KNOWN-SW
           MOVE "N" TO WS-RES-LAST-KNOWN-SW
           IF WS-RES-ID NOT = SPACES
               OPEN INPUT HISTORY-SNAPSHOT-FILE
               IF WS-SNAPSHOT-STATUS = "00"
                   MOVE "N" TO WS-SNAP-EOF-SW
                   PERFORM UNTIL WS-SNAP-EOF
                       READ HISTORY-SNAPSHOT-FILE
                           AT END MOVE "Y" TO WS-SNAP-EOF-SW
                           NOT AT END
                               IF HS-DBALIAS = WS-RES-ALIAS
                                   PERFORM 8250-APPLY-ONE-SNAP-ENTRY
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HISTORY-SNAPSHOT-FILE
               END-IF
           END-IF
           IF WS-RES-FIRST-KNOWN AND WS-RES-LAST-KNOWN
                   AND WS-RES-LAST-SEQ >= WS-RES-FIRST-SEQ
               COMPUTE WS-RES-LOG-COUNT =
                   WS-RES-LAST-SEQ - WS-RES-FIRST-SEQ + 1
           END-IF.

       8250-APPLY-ONE-SNAP-ENTRY.
           EVALUATE TRUE
               WHEN HS-OPERATION = DB2HIST-OP-BACKUP
                   IF HS-ID (1:14) = WS-RES-ID
                       MOVE HS-DEVICE-TYPE TO WS-RES-PATH
                       IF HS-FIRST-LOG NOT = SPACES
                           MOVE HS-FIRST-LOG (2:7) TO WS-SEQ-CHAR
                           IF WS-SEQ-CHAR IS NUMERIC
                               MOVE WS-SEQ-NUM TO WS-RES-FIRST-SEQ
                               MOVE "Y" TO WS-RES-FIRST-KNOWN-SW
                           END-IF
                       END-IF
                   END-IF
               WHEN HS-OPERATION = DB2HIST-OP-ARCHIVE-LOG
                   IF HS-END-TIME <= WS-RES-AS-OF-TS
                           AND HS-FIRST-LOG NOT = SPACES
                       MOVE HS-FIRST-LOG (2:7) TO WS-SEQ-CHAR
                       IF WS-SEQ-CHAR IS NUMERIC
                           MOVE WS-SEQ-NUM TO WS-RES-LAST-SEQ
                           MOVE "Y" TO WS-RES-LAST-KNOWN-SW
                           MOVE HS-DEVICE-TYPE TO WS-RES-LOG-PATH
                       END-IF
                   END-IF
           END-EVALUATE.

       8300-LOG-FILE-SIZE.
           MOVE WS-DEFAULT-LOG-MB TO WS-LOG-FILE-MB
           PERFORM VARYING WS-TG-IDX FROM 1 BY 1
                   UNTIL WS-TG-IDX > WS-TG-NUM-ENTRY
               IF WS-TG-DBALIAS (WS-TG-IDX) = WS-RES-ALIAS
                       AND WS-TG-LOG-FILE-MB (WS-TG-IDX) > 0
                   MOVE WS-TG-LOG-FILE-MB (WS-TG-IDX)
                       TO WS-LOG-FILE-MB
               END-IF
           END-PERFORM.

      * Rate in KB per second for one kind/path/image type, and
      * whether its latest measurement is past the freshness limit.
       8400-FIND-THROUGHPUT.
           MOVE 0 TO WS-LK-FOUND
           MOVE 0 TO WS-LK-RATE
           MOVE "N" TO WS-LK-STALE-SW
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TP-NUM-ENTRY
               IF WS-TP-KIND (WS-SUB) = WS-LK-KIND
                       AND WS-TP-PATH (WS-SUB) = WS-LK-PATH
                       AND WS-TP-IMAGE-TYPE (WS-SUB) = WS-LK-IMAGE-TYPE
                       AND WS-TP-SECONDS (WS-SUB) > 0
                       AND WS-TP-KB (WS-SUB) > 0
                   MOVE WS-SUB TO WS-LK-FOUND
               END-IF
           END-PERFORM
           IF WS-LK-FOUND > 0
               COMPUTE WS-LK-RATE ROUNDED =
                   WS-TP-KB (WS-LK-FOUND) / WS-TP-SECONDS (WS-LK-FOUND)
               MOVE WS-TP-LATEST-TS (WS-LK-FOUND) TO WS-WORK-TS
               PERFORM 8800-TS-TO-SECONDS
               IF WS-TODAY-JULIAN - WS-TS-JULIAN > WS-FRESH-DAYS
                   MOVE "Y" TO WS-LK-STALE-SW
               END-IF
           END-IF.

      * yyyymmddhhmmss to a single second count - days via
      * INTEGER-OF-DATE so the arithmetic survives month and year
      * boundaries.
       8800-TS-TO-SECONDS.
           MOVE WS-WORK-TS (1:8) TO WS-TS-DATE-NUM
           COMPUTE WS-TS-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-TS-DATE-NUM)
           MOVE WS-WORK-TS (9:2) TO WS-TS-HH
           MOVE WS-WORK-TS (11:2) TO WS-TS-MM
           MOVE WS-WORK-TS (13:2) TO WS-TS-SS
           COMPUTE WS-TS-TOTAL-SECONDS =
               WS-TS-JULIAN * 86400 + WS-TS-HH * 3600
                   + WS-TS-MM * 60 + WS-TS-SS.

       9000-TERMINATE.
           CLOSE RTO-REPORT-FILE.

       9500-WRITE-AUDIT-RECORD.
           OPEN EXTEND OPS-AUDIT-FILE
           IF WS-OPSAUDIT-STATUS = "35"
               CLOSE OPS-AUDIT-FILE
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "RTOPROJ" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS
           MOVE "RTOPROJ" TO OA-ACTION-VERB
           MOVE WS-OVER-COUNT TO OA-KEY-COUNT-1
           MOVE WS-UNMEASURED-COUNT TO OA-KEY-COUNT-2
           MOVE 0 TO OA-FINAL-SQLCODE
           WRITE OPS-AUDIT-REC
           CLOSE OPS-AUDIT-FILE.

      ******************************************************************
      *
      * Program: ARCPURGE
      *
      * Function: Aged-data archive and purge driver for the tables
      *           under a retention policy.  Reads the retention rule
      *           file ARCRULE.DAT - database alias, table, the date
      *           column that ages a row, retention months and an
      *           archive path - and for each table works out the
      *           cutoff (the first of the month that many months
      *           back) and takes every row dated before it out of
      *           the table, archived first:
      *
      *             1. pre-count - a COUNT_BIG(*) of the whole table
      *                and of the rows past the cutoff, each exported
      *                through db2gExport and read back;
      *             2. archive - the rows past the cutoff exported
      *                with db2gExport to the archive path, suffixed
      *                with the cutoff date, and the archive file
      *                re-read; both the export's oRowsExported and
      *                the rows actually on disk must equal the
      *                pre-count, or nothing is purged.  A verified
      *                archive gets a manifest appended to ARCMANIF.DAT
      *                in the EXTMANIF.DAT layout (extmanif.cpy) -
      *                table, archive file, rows and bytes re-read from
      *                the file;
      *             3. purge - the rows to keep (dated on or after the
      *                cutoff, or undated) are exported to ARCKEEP.DEL
      *                and must add up with the archived rows to the
      *                table's pre-count.  The table is then rebuilt
      *                from them through db2gImport in commit-sized
      *                batches from ARCPURGE.CFG - REPLACE for the
      *                first batch, INSERT with DB2-I-RESTARTCOUNT past
      *                the rows already in for the rest - under an
      *                exclusive connection, and afterwards re-counted
      *                against the rows kept.
      *
      *           ARCPURGE.CKP is rewritten after every batch with the
      *           table, cutoff and rows in.  A run that finds it
      *           still set finishes that table before anything else:
      *           the rows already in are re-counted from the table
      *           itself and the import restarts past them, so a
      *           purge that died mid-table never leaves the kept rows
      *           short.  While a table's rebuild is unfinished -
      *           after a failed batch or verify, or a resume that
      *           could not complete - no further rule is started, as
      *           the next table would overwrite ARCKEEP.DEL and the
      *           checkpoint; the run ends with 12.  The shared
      *           batch-window governor decides whether each table
      *           starts at all - past the BATWINDW.DAT deadline, or
      *           in a CALWINCK blackout for the table's alias, a table
      *           is deferred to the next window - but a table whose
      *           rebuild has begun is carried through to the end and
      *           the overrun logged.
      *
      *           A table held in LEGALHLD.DAT (for its alias, or for
      *           every alias) is refused outright - nothing is
      *           archived or removed while a hold is in force.  Each
      *           purged table is queued for an inplace reorg on
      *           REORGQMG's carry-over file REORGQMG.NXT and for a
      *           full distribution runstats on RUNSTSCH's request file
      *           RUNSTSCH.REQ - under the table's STATPROF.DAT
      *           statistics profile where the library names one, the
      *           first profile naming the table as RSANALYZ takes it
      *           - and the run's rows archived and purged go to
      *           OPSAUDIT.DAT.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCPURGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENTION-RULE-FILE ASSIGN TO WS-RULE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT LEGAL-HOLD-FILE ASSIGN TO WS-HOLD-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT PURGE-CONFIG-FILE ASSIGN TO WS-CONFIG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT COUNT-WORK-FILE ASSIGN TO WS-COUNT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-STATUS.
      * The archive just written, re-opened to count the rows and
      * bytes actually on disk before anything is purged.
           SELECT ARCHIVE-DATA-FILE ASSIGN TO WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT RETAIN-DATA-FILE ASSIGN TO WS-RETAIN-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETAIN-STATUS.
           SELECT ARCHIVE-MANIFEST-FILE ASSIGN TO WS-MANIFEST-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO WS-CHECKPOINT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
           SELECT WINDOW-DEADLINE-FILE ASSIGN TO WS-DEADLINE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEADLINE-STATUS.
           SELECT REORG-CARRYOVER-FILE ASSIGN TO WS-CARRYOVER-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRYOVER-STATUS.
           SELECT RUNSTATS-REQUEST-FILE ASSIGN TO WS-RSREQ-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSREQ-STATUS.
           SELECT STAT-PROFILE-FILE ASSIGN TO WS-STATPROF-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATPROF-STATUS.
           SELECT PURGE-LOG-FILE ASSIGN TO WS-LOG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT OPS-AUDIT-FILE ASSIGN TO WS-OPSAUDIT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETENTION-RULE-FILE
           RECORDING MODE IS F.
       01  RETENTION-RULE-REC.
           05 RR-DBALIAS              PIC X(8).
           05 RR-TABLE-NAME           PIC X(30).
           05 RR-DATE-COLUMN          PIC X(18).
           05 RR-RETENTION-MONTHS     PIC 9(3).
           05 RR-ARCHIVE-PATH         PIC X(80).

       FD  LEGAL-HOLD-FILE
           RECORDING MODE IS F.
       01  LEGAL-HOLD-REC.
           05 LG-DBALIAS              PIC X(8).
           05 LG-TABLE-NAME           PIC X(30).
           05 LG-MATTER               PIC X(20).
           05 LG-PLACED-DATE          PIC X(8).

       FD  PURGE-CONFIG-FILE
           RECORDING MODE IS F.
       01  PURGE-CONFIG-REC.
           05 PC-BATCH-SIZE           PIC 9(9).

       FD  COUNT-WORK-FILE
           RECORDING MODE IS F.
       01  COUNT-WORK-REC             PIC X(40).

       FD  ARCHIVE-DATA-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-DATA-REC           PIC X(4000).

       FD  RETAIN-DATA-FILE
           RECORDING MODE IS F.
       01  RETAIN-DATA-REC            PIC X(4000).

       FD  ARCHIVE-MANIFEST-FILE
           RECORDING MODE IS F.
           COPY "extmanif.cpy".

      * Phase R - the REPLACE that starts the rebuild has not yet come
      * back clean; phase I - the rebuild is past its first batch and
      * continues with INSERT.
       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
       01  CHECKPOINT-REC.
           05 CK-DBALIAS              PIC X(8).
           05 CK-TABLE-NAME           PIC X(30).
           05 CK-CUTOFF-DATE          PIC X(10).
           05 CK-PHASE                PIC X.
               88 CK-REPLACE-PENDING  VALUE "R".
               88 CK-INSERTING        VALUE "I".
           05 CK-ARCHIVED-ROWS        PIC 9(18).
           05 CK-RETAINED-ROWS        PIC 9(18).
           05 CK-ROWS-DONE            PIC 9(18).

       FD  WINDOW-DEADLINE-FILE
           RECORDING MODE IS F.
       01  WINDOW-DEADLINE-REC        PIC X(14).

       FD  REORG-CARRYOVER-FILE
           RECORDING MODE IS F.
       01  REORG-CARRYOVER-REC.
           05 CO-OBJECT-NAME          PIC X(30).
           05 CO-INDEX-NAME           PIC X(30).
           05 CO-OBJ-TYPE             PIC 9(4).
           05 CO-FLAGS                PIC 9(9).

       FD  STAT-PROFILE-FILE
           RECORDING MODE IS F.
           COPY "statprof.cpy".

       FD  RUNSTATS-REQUEST-FILE
           RECORDING MODE IS F.
       01  RUNSTATS-REQUEST-REC.
           05 RRQ-TABLE-NAME          PIC X(30).
           05 RRQ-FLAGS               PIC 9(9).
           05 RRQ-SAMPLING-PCT        PIC 9(3)V9(2).
           05 RRQ-PRIORITY            PIC 9(9).
           05 RRQ-PROFILE-NAME        PIC X(18).

       FD  PURGE-LOG-FILE
           RECORDING MODE IS F.
       01  PURGE-LOG-REC              PIC X(132).

       FD  OPS-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "opsaudit.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DB2-VERSION             PIC S9(9) COMP-5 VALUE 0.
           COPY "db2ApiDf.cbl".
           COPY "sqlenv.cbl".
           COPY "sqlutil.cbl".
           COPY "sqlca.cpy".

       01  WS-RULE-DD                 PIC X(40) VALUE "ARCRULE.DAT".
       01  WS-HOLD-DD                 PIC X(40) VALUE "LEGALHLD.DAT".
       01  WS-CONFIG-DD               PIC X(40) VALUE "ARCPURGE.CFG".
       01  WS-COUNT-DD                PIC X(40) VALUE "ARCCOUNT.DEL".
       01  WS-RETAIN-DD               PIC X(40) VALUE "ARCKEEP.DEL".
       01  WS-MANIFEST-DD             PIC X(40) VALUE "ARCMANIF.DAT".
       01  WS-CHECKPOINT-DD           PIC X(40) VALUE "ARCPURGE.CKP".
       01  WS-DEADLINE-DD             PIC X(40) VALUE "BATWINDW.DAT".
       01  WS-CARRYOVER-DD            PIC X(40) VALUE "REORGQMG.NXT".
       01  WS-RSREQ-DD                PIC X(40) VALUE "RUNSTSCH.REQ".
       01  WS-STATPROF-DD             PIC X(40) VALUE "STATPROF.DAT".
       01  WS-LOG-DD                  PIC X(40) VALUE "ARCPURGE.LOG".

       01  WS-RULE-STATUS             PIC XX.
       01  WS-HOLD-STATUS             PIC XX.
       01  WS-CONFIG-STATUS           PIC XX.
       01  WS-COUNT-STATUS            PIC XX.
       01  WS-ARCHIVE-STATUS          PIC XX.
       01  WS-RETAIN-STATUS           PIC XX.
       01  WS-MANIFEST-STATUS         PIC XX.
       01  WS-CHECKPOINT-STATUS       PIC XX.
       01  WS-DEADLINE-STATUS         PIC XX.
       01  WS-CARRYOVER-STATUS        PIC XX.
       01  WS-RSREQ-STATUS            PIC XX.
       01  WS-STATPROF-STATUS         PIC XX.
       01  WS-LOG-STATUS              PIC XX.
       01  WS-EOF-SW                  PIC X     VALUE "N".
           88 WS-EOF                  VALUE "Y".
       01  WS-FILE-EOF-SW             PIC X     VALUE "N".
           88 WS-FILE-EOF             VALUE "Y".
       01  WS-STATPROF-EOF-SW         PIC X     VALUE "N".
           88 WS-STATPROF-EOF         VALUE "Y".
       01  WS-STAT-PROFILE-NAME       PIC X(18) VALUE SPACES.

      * Rows per import call and per commit - one batch is one unit
      * of work, and the checkpoint follows every one.
       01  WS-BATCH-SIZE              PIC 9(9)  COMP-5 VALUE 10000.

      * Legal holds - capped OCCURS 200, the bound this shop puts on
      * any table loaded from an operator-maintained file.
       01  WS-HOLD-TABLE.
           05 WS-HL-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-HL-ENTRY OCCURS 200 TIMES.
               10 WS-HL-DBALIAS       PIC X(8).
               10 WS-HL-TABLE-NAME    PIC X(30).
               10 WS-HL-MATTER        PIC X(20).
       01  WS-SUB                     PIC 9(4)  VALUE 0.
       01  WS-FOUND-SUB               PIC 9(4)  VALUE 0.

      * Shared batch-window governor state: the deadline comes from
      * the suite-wide BATWINDW.DAT control file and is tested before
      * each table starts; the resume position is this program's own
      * checkpoint file.
       01  WS-WINDOW-DEADLINE         PIC X(14) VALUE SPACES.
       01  WS-DEADLINE-SET-SW         PIC X     VALUE "N".
           88 WS-DEADLINE-SET         VALUE "Y".
       01  WS-WINDOW-CLOSED-SW        PIC X     VALUE "N".
           88 WS-WINDOW-CLOSED        VALUE "Y".
       01  WS-OVERRUN-LOGGED-SW       PIC X     VALUE "N".
           88 WS-OVERRUN-LOGGED       VALUE "Y".
       01  WS-NOW-TS                  PIC X(14) VALUE SPACES.
       01  WS-RESUME-PENDING-SW       PIC X     VALUE "N".
           88 WS-RESUME-PENDING       VALUE "Y".
      * Set while ARCPURGE.CKP names a table whose rebuild is not
      * finished - its kept rows then exist only in ARCKEEP.DEL.
       01  WS-CHECKPOINT-SET-SW       PIC X     VALUE "N".
           88 WS-CHECKPOINT-SET       VALUE "Y".

      * Shared maintenance/blackout calendar verdict for the alias
      * of the table about to start.
       01  WS-CALENDAR-ALIAS          PIC X(8)  VALUE SPACES.
       01  WS-CALENDAR-VERDICT        PIC X     VALUE SPACE.
           88 WS-CAL-BLACKOUT         VALUE "B".
           88 WS-CAL-MAINTENANCE      VALUE "M".
       01  WS-CALENDAR-REASON         PIC X(40) VALUE SPACES.

      * The table in hand, from its rule or from the checkpoint.
       01  WS-DBALIAS                 PIC X(8)  VALUE SPACES.
       01  WS-TABLE-NAME              PIC X(30) VALUE SPACES.
       01  WS-DATE-COLUMN             PIC X(18) VALUE SPACES.
       01  WS-RETENTION-MONTHS        PIC 9(3)  VALUE 0.
       01  WS-TABLE-OK-SW             PIC X     VALUE "Y".
           88 WS-TABLE-OK             VALUE "Y".
       01  WS-TABLE-STATUS            PIC X(10) VALUE SPACES.
       01  WS-FAIL-REASON             PIC X(40) VALUE SPACES.

       01  WS-RUN-YYYYMM              PIC 9(6)  VALUE 0.
       01  WS-RUN-MONTH-PARTS REDEFINES WS-RUN-YYYYMM.
           05 WS-RUN-YYYY             PIC 9(4).
           05 WS-RUN-MM               PIC 9(2).
       01  WS-TOTAL-MONTHS            PIC 9(7)  VALUE 0.
       01  WS-CUTOFF-YYYY             PIC 9(4)  VALUE 0.
       01  WS-CUTOFF-MM               PIC 9(2)  VALUE 0.
       01  WS-CUTOFF-DATE             PIC X(10) VALUE SPACES.
       01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
           05 WS-CUTOFF-YYYY-X        PIC X(4).
           05 FILLER                  PIC X.
           05 WS-CUTOFF-MM-X          PIC X(2).
           05 FILLER                  PIC X.
           05 WS-CUTOFF-DD-X          PIC X(2).

       01  WS-ARCHIVE-FILE-NAME       PIC X(100) VALUE SPACES.

       01  WS-TOTAL-ROWS              PIC 9(18) VALUE 0.
       01  WS-PRE-COUNT               PIC 9(18) VALUE 0.
       01  WS-COUNTED-ROWS            PIC 9(18) VALUE 0.
       01  WS-ROWS-EXPORTED           PIC 9(18) VALUE 0.
       01  WS-ARCHIVE-ROWS-READ       PIC 9(18) VALUE 0.
       01  WS-ARCHIVE-BYTES           PIC 9(18) VALUE 0.
       01  WS-ARCHIVED-ROWS           PIC 9(18) VALUE 0.
       01  WS-RETAINED-ROWS           PIC 9(18) VALUE 0.
       01  WS-ROWS-DONE               PIC 9(18) VALUE 0.
       01  WS-BATCH-ROWS              PIC 9(18) VALUE 0.
       01  WS-PHASE                   PIC X     VALUE SPACE.
           88 WS-REPLACE-PENDING      VALUE "R".
           88 WS-INSERTING            VALUE "I".

       01  WS-RULE-COUNT              PIC 9(9)  VALUE 0.
       01  WS-TABLES-PURGED           PIC 9(9)  VALUE 0.
       01  WS-TABLES-REFUSED          PIC 9(9)  VALUE 0.
       01  WS-TABLES-DEFERRED         PIC 9(9)  VALUE 0.
       01  WS-TABLES-FAILED           PIC 9(9)  VALUE 0.
       01  WS-RUN-ROWS-ARCHIVED       PIC 9(9)  VALUE 0.
       01  WS-RUN-ROWS-PURGED         PIC 9(9)  VALUE 0.

       01  WS-DB-ALIAS-Z              PIC X(9)  VALUE SPACES.
       01  WS-NULL-PTR                USAGE IS POINTER VALUE NULL.
       01  WS-USE-MODE                PIC 9(4)  COMP-5 VALUE 0.
       01  WS-CONNECTED-SW            PIC X     VALUE "N".
           88 WS-CONNECTED            VALUE "Y".

       01  WS-FILE-TYPE               PIC X(3)  VALUE "DEL".
       01  WS-DATA-PATH               PIC X(100) VALUE SPACES.
       01  WS-DATA-PATH-LEN           PIC 9(4)  COMP-5 VALUE 0.
       01  WS-COMMIT-COUNT            PIC 9(9)  COMP-5 VALUE 0.

      * db2gExport's and db2gImport's action strings are sqllob-style
      * areas whose 4-byte length prefixes the statement bytes - the
      * SELECT, REPLACE or INSERT built per step is staged here.
       01  WS-ACTION-STRING-AREA.
           05 WS-ACTION-STRING-LEN    PIC 9(9) COMP-5 VALUE 0.
           05 WS-ACTION-STRING-TEXT   PIC X(200) VALUE SPACES.
       01  WS-WHERE-CLAUSE            PIC X(120) VALUE SPACES.

       01  WS-ROWS-DISP               PIC Z(17)9.
       01  WS-COUNT-DISP              PIC Z(17)9.
       01  WS-DONE-DISP               PIC Z(17)9.
       01  WS-MONTHS-DISP             PIC ZZ9.
       01  WS-TABLES-DISP             PIC Z(8)9.
       01  WS-SQLCODE-DISP            PIC -(8)9.

       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "ARCPURGE".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.

       01  WS-KB-SQLCODE              PIC S9(9) COMP-5 VALUE 0.
       01  WS-KB-EXPLAIN-LINE         PIC X(132) VALUE SPACES.

      * Scheduler return-code severity for this run: 0 clean, 4
      * warnings, 8 check failed / do not proceed, 12 driver
      * failed - the suite-wide condition-code convention.
       01  WS-JOB-SEVERITY            PIC 9(2)  VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RESUME-PENDING
               PERFORM 2000-RESUME-INTERRUPTED-PURGE
           END-IF
           IF WS-CHECKPOINT-SET
               PERFORM 3700-HALT-ON-PENDING-REBUILD
           ELSE
               PERFORM 3000-PROCESS-RETENTION-RULES
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
           OPEN EXTEND PURGE-LOG-FILE
           IF WS-LOG-STATUS = "35"
               CLOSE PURGE-LOG-FILE
               OPEN OUTPUT PURGE-LOG-FILE
           END-IF
           MOVE SPACES TO PURGE-LOG-REC
           STRING "ARCHIVE AND PURGE RUN=" WS-AUDIT-START-TS
                  "  RUN ID=" WS-RUN-ID
               DELIMITED BY SIZE INTO PURGE-LOG-REC
           WRITE PURGE-LOG-REC
           PERFORM 1100-LOAD-WINDOW-DEADLINE
           PERFORM 1200-LOAD-CONFIG
           PERFORM 1300-LOAD-LEGAL-HOLDS
           PERFORM 1400-READ-CHECKPOINT.

       1100-LOAD-WINDOW-DEADLINE.
           OPEN INPUT WINDOW-DEADLINE-FILE
           IF WS-DEADLINE-STATUS = "00"
               READ WINDOW-DEADLINE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WINDOW-DEADLINE-REC NOT = SPACES
                           MOVE WINDOW-DEADLINE-REC
                               TO WS-WINDOW-DEADLINE
                           MOVE "Y" TO WS-DEADLINE-SET-SW
                       END-IF
               END-READ
               CLOSE WINDOW-DEADLINE-FILE
           END-IF.

       1200-LOAD-CONFIG.
           OPEN INPUT PURGE-CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               READ PURGE-CONFIG-FILE
                   NOT AT END
                       IF PC-BATCH-SIZE IS NUMERIC
                               AND PC-BATCH-SIZE > 0
                           MOVE PC-BATCH-SIZE TO WS-BATCH-SIZE
                       END-IF
               END-READ
               CLOSE PURGE-CONFIG-FILE
           END-IF
           MOVE WS-BATCH-SIZE TO WS-COMMIT-COUNT.

       1300-LOAD-LEGAL-HOLDS.
           OPEN INPUT LEGAL-HOLD-FILE
           IF WS-HOLD-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ LEGAL-HOLD-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 1310-ADD-LEGAL-HOLD
                   END-READ
               END-PERFORM
               CLOSE LEGAL-HOLD-FILE
           END-IF.

       1310-ADD-LEGAL-HOLD.
           IF LG-TABLE-NAME NOT = SPACES
               IF WS-HL-NUM-ENTRY < 200
                   ADD 1 TO WS-HL-NUM-ENTRY
                   MOVE LG-DBALIAS TO WS-HL-DBALIAS (WS-HL-NUM-ENTRY)
                   MOVE LG-TABLE-NAME
                       TO WS-HL-TABLE-NAME (WS-HL-NUM-ENTRY)
                   MOVE LG-MATTER TO WS-HL-MATTER (WS-HL-NUM-ENTRY)
               ELSE
                   DISPLAY "ARCPURGE: legal hold table full (200)"
                           " - skipping " LG-TABLE-NAME
               END-IF
           END-IF.

       1400-READ-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CK-TABLE-NAME NOT = SPACES
                               AND (CK-REPLACE-PENDING
                                    OR CK-INSERTING)
                           MOVE "Y" TO WS-RESUME-PENDING-SW
                           MOVE "Y" TO WS-CHECKPOINT-SET-SW
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

      * A rebuild that was cut short has left the table without some
      * of its kept rows, so it is finished first, whatever the
      * window or the calendar says - the rows being put back are
      * the ones the policy keeps.  Rows already in are counted from
      * the table itself rather than trusted from the checkpoint, in
      * case the last batch committed after the checkpoint was saved.
       2000-RESUME-INTERRUPTED-PURGE.
           MOVE CK-DBALIAS TO WS-DBALIAS
           MOVE CK-TABLE-NAME TO WS-TABLE-NAME
           MOVE CK-CUTOFF-DATE TO WS-CUTOFF-DATE
           MOVE CK-PHASE TO WS-PHASE
           MOVE CK-ARCHIVED-ROWS TO WS-ARCHIVED-ROWS
           MOVE CK-RETAINED-ROWS TO WS-RETAINED-ROWS
           MOVE CK-ROWS-DONE TO WS-ROWS-DONE
           MOVE SPACES TO WS-TABLE-STATUS
           MOVE "Y" TO WS-TABLE-OK-SW
           MOVE SPACES TO WS-FAIL-REASON
           MOVE WS-ROWS-DONE TO WS-DONE-DISP
           MOVE SPACES TO PURGE-LOG-REC
           STRING "RESUMING INTERRUPTED PURGE TABLE=" WS-TABLE-NAME
                  " ALIAS=" WS-DBALIAS
                  " CUTOFF=" WS-CUTOFF-DATE
                  " PHASE=" WS-PHASE
                  " ROWS-IN=" WS-DONE-DISP
               DELIMITED BY SIZE INTO PURGE-LOG-REC
           WRITE PURGE-LOG-REC
           PERFORM 5000-START-USING-ALIAS
           IF WS-CONNECTED
               IF WS-INSERTING
                   MOVE SPACES TO WS-WHERE-CLAUSE
                   PERFORM 4100-COUNT-ROWS
                   IF SQLCODE < 0
                       MOVE "N" TO WS-TABLE-OK-SW
                       MOVE "RESUME RE-COUNT FAILED" TO WS-FAIL-REASON
                       PERFORM 3800-LOG-API-FAILURE
                   ELSE
                       MOVE WS-COUNTED-ROWS TO WS-ROWS-DONE
                   END-IF
               END-IF
               IF WS-TABLE-OK
                   PERFORM 6000-REBUILD-IN-BATCHES
               END-IF
               IF WS-TABLE-OK
                   PERFORM 6500-VERIFY-REBUILD
               END-IF
               IF WS-TABLE-OK
                   PERFORM 7000-QUEUE-MAINTENANCE
                   PERFORM 6900-CLEAR-CHECKPOINT
               END-IF
               PERFORM 5100-STOP-USING-ALIAS
           ELSE
               MOVE "N" TO WS-TABLE-OK-SW
               MOVE "CONNECT FAILED - CHECKPOINT KEPT"
                   TO WS-FAIL-REASON
           END-IF
           MOVE 0 TO WS-PRE-COUNT
           PERFORM 3900-WRITE-TABLE-LINE.

       3000-PROCESS-RETENTION-RULES.
           OPEN INPUT RETENTION-RULE-FILE
           IF WS-RULE-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ RETENTION-RULE-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-RULE-COUNT
                           PERFORM 3100-GOVERN-ONE-RULE
                           IF WS-CHECKPOINT-SET
                               PERFORM 3700-HALT-ON-PENDING-REBUILD
                               MOVE "Y" TO WS-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETENTION-RULE-FILE
           ELSE
               IF WS-JOB-SEVERITY < 8
                   MOVE 8 TO WS-JOB-SEVERITY
               END-IF
               MOVE SPACES TO PURGE-LOG-REC
               STRING "ARCRULE.DAT NOT READABLE, STATUS="
                      WS-RULE-STATUS " - NOTHING ARCHIVED"
                   DELIMITED BY SIZE INTO PURGE-LOG-REC
               WRITE PURGE-LOG-REC
           END-IF.

      * Rule, hold, window, calendar - a table only starts when all
      * four let it, and once started it runs to the end.
       3100-GOVERN-ONE-RULE.
           MOVE RR-DBALIAS TO WS-DBALIAS
           MOVE RR-TABLE-NAME TO WS-TABLE-NAME
           MOVE RR-DATE-COLUMN TO WS-DATE-COLUMN
           MOVE SPACES TO WS-CUTOFF-DATE
           MOVE SPACES TO WS-TABLE-STATUS
           MOVE "Y" TO WS-TABLE-OK-SW
           MOVE SPACES TO WS-FAIL-REASON
           MOVE 0 TO WS-PRE-COUNT
           MOVE 0 TO WS-ARCHIVED-ROWS
           MOVE 0 TO WS-RETAINED-ROWS
           EVALUATE TRUE
               WHEN RR-TABLE-NAME = SPACES
                       OR RR-DATE-COLUMN = SPACES
                       OR RR-ARCHIVE-PATH = SPACES
                   MOVE "INCOMPLETE RULE" TO WS-FAIL-REASON
                   PERFORM 3150-REFUSE-TABLE
               WHEN RR-RETENTION-MONTHS IS NOT NUMERIC
                   MOVE "RETENTION MONTHS NOT NUMERIC"
                       TO WS-FAIL-REASON
                   PERFORM 3150-REFUSE-TABLE
               WHEN RR-RETENTION-MONTHS = 0
                   MOVE "RETENTION MONTHS ZERO" TO WS-FAIL-REASON
                   PERFORM 3150-REFUSE-TABLE
               WHEN OTHER
                   PERFORM 3200-CHECK-LEGAL-HOLD
           END-EVALUATE
           IF WS-TABLE-OK
               IF NOT WS-WINDOW-CLOSED
                   PERFORM 2100-CHECK-WINDOW-DEADLINE
               END-IF
               IF WS-WINDOW-CLOSED
                   MOVE "N" TO WS-TABLE-OK-SW
                   MOVE "DEFERRED" TO WS-TABLE-STATUS
                   MOVE "BATCH WINDOW CLOSED" TO WS-FAIL-REASON
                   ADD 1 TO WS-TABLES-DEFERRED
                   PERFORM 3950-LOG-TABLE-OUTCOME
               END-IF
           END-IF
           IF WS-TABLE-OK
               PERFORM 3300-CHECK-CALENDAR
           END-IF
           IF WS-TABLE-OK
               MOVE RR-RETENTION-MONTHS TO WS-RETENTION-MONTHS
               PERFORM 3400-COMPUTE-CUTOFF
               PERFORM 5000-START-USING-ALIAS
               IF WS-CONNECTED
                   PERFORM 3500-ARCHIVE-AND-PURGE
                   PERFORM 5100-STOP-USING-ALIAS
               ELSE
                   MOVE "N" TO WS-TABLE-OK-SW
                   MOVE "CONNECT FAILED" TO WS-FAIL-REASON
               END-IF
               PERFORM 3900-WRITE-TABLE-LINE
           END-IF.

       2100-CHECK-WINDOW-DEADLINE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW-TS
           IF WS-DEADLINE-SET AND WS-NOW-TS >= WS-WINDOW-DEADLINE
               MOVE "Y" TO WS-WINDOW-CLOSED-SW
               MOVE SPACES TO PURGE-LOG-REC
               STRING "WINDOW CLOSED AT " WS-NOW-TS
                      " - REMAINING TABLES DEFERRED TO NEXT WINDOW"
                   DELIMITED BY SIZE INTO PURGE-LOG-REC
               WRITE PURGE-LOG-REC
           END-IF.

       3150-REFUSE-TABLE.
           MOVE "N" TO WS-TABLE-OK-SW
           MOVE "REFUSED" TO WS-TABLE-STATUS
           ADD 1 TO WS-TABLES-REFUSED
           IF WS-JOB-SEVERITY < 8
               MOVE 8 TO WS-JOB-SEVERITY
           END-IF
           PERFORM 3950-LOG-TABLE-OUTCOME.

      * A hold names a table for one alias or, with a spaces alias,
      * on every database it lives in.  Nothing is exported either -
      * a held table is left exactly as it is.
       3200-CHECK-LEGAL-HOLD.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-HL-NUM-ENTRY
               IF WS-HL-TABLE-NAME (WS-SUB) = WS-TABLE-NAME
                       AND (WS-HL-DBALIAS (WS-SUB) = SPACES
                            OR WS-HL-DBALIAS (WS-SUB) = WS-DBALIAS)
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB > 0
               MOVE SPACES TO WS-FAIL-REASON
               STRING "LEGAL HOLD " WS-HL-MATTER (WS-FOUND-SUB)
                   DELIMITED BY SIZE INTO WS-FAIL-REASON
               PERFORM 3150-REFUSE-TABLE
           END-IF.

      * The table's own alias is looked up on the shared calendar: a
      * blackout or month-end close defers the table to the next
      * window; outside any declared window it proceeds with a
      * warning.
       3300-CHECK-CALENDAR.
           MOVE WS-DBALIAS TO WS-CALENDAR-ALIAS
           CALL "CALWINCK" USING
                     BY REFERENCE WS-CALENDAR-ALIAS
                     BY REFERENCE WS-CALENDAR-VERDICT
                     BY REFERENCE WS-CALENDAR-REASON
           EVALUATE TRUE
               WHEN WS-CAL-BLACKOUT
                   MOVE "N" TO WS-TABLE-OK-SW
                   MOVE "DEFERRED" TO WS-TABLE-STATUS
                   MOVE WS-CALENDAR-REASON TO WS-FAIL-REASON
                   ADD 1 TO WS-TABLES-DEFERRED
                   IF WS-JOB-SEVERITY < 8
                       MOVE 8 TO WS-JOB-SEVERITY
                   END-IF
                   PERFORM 3950-LOG-TABLE-OUTCOME
               WHEN WS-CAL-MAINTENANCE
                   CONTINUE
               WHEN OTHER
                   IF WS-JOB-SEVERITY < 4
                       MOVE 4 TO WS-JOB-SEVERITY
                   END-IF
                   MOVE SPACES TO PURGE-LOG-REC
                   STRING "WARNING - " WS-DBALIAS " RUNNING "
                          WS-CALENDAR-REASON
                       DELIMITED BY SIZE INTO PURGE-LOG-REC
                   WRITE PURGE-LOG-REC
           END-EVALUATE.

      * The cutoff is the first of the month the retention period
      * reaches back to; the archive file carries it in its name so
      * each month's archive is kept apart from the last.
       3400-COMPUTE-CUTOFF.
           MOVE FUNCTION CURRENT-DATE (1:6) TO WS-RUN-YYYYMM
           COMPUTE WS-TOTAL-MONTHS =
               WS-RUN-YYYY * 12 + WS-RUN-MM - WS-RETENTION-MONTHS
           COMPUTE WS-CUTOFF-YYYY = (WS-TOTAL-MONTHS - 1) / 12
           COMPUTE WS-CUTOFF-MM =
               FUNCTION MOD (WS-TOTAL-MONTHS - 1, 12) + 1
           MOVE SPACES TO WS-CUTOFF-DATE
           STRING WS-CUTOFF-YYYY "-" WS-CUTOFF-MM "-01"
               DELIMITED BY SIZE INTO WS-CUTOFF-DATE
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME
           STRING RR-ARCHIVE-PATH DELIMITED BY SPACE
                  "." WS-CUTOFF-YYYY-X WS-CUTOFF-MM-X WS-CUTOFF-DD-X
                  ".DEL" DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILE-NAME.

      * Count, archive, prove the archive, capture what stays, prove
      * the two add up - and only then rebuild the table.
       3500-ARCHIVE-AND-PURGE.
           MOVE SPACES TO WS-WHERE-CLAUSE
           PERFORM 4100-COUNT-ROWS
           MOVE WS-COUNTED-ROWS TO WS-TOTAL-ROWS
           IF SQLCODE < 0
               MOVE "N" TO WS-TABLE-OK-SW
               MOVE "TABLE PRE-COUNT FAILED" TO WS-FAIL-REASON
               PERFORM 3800-LOG-API-FAILURE
           END-IF
           IF WS-TABLE-OK
               MOVE SPACES TO WS-WHERE-CLAUSE
               STRING " WHERE " DELIMITED BY SIZE
                      WS-DATE-COLUMN DELIMITED BY SPACE
                      " < '" WS-CUTOFF-DATE "'" DELIMITED BY SIZE
                   INTO WS-WHERE-CLAUSE
               PERFORM 4100-COUNT-ROWS
               MOVE WS-COUNTED-ROWS TO WS-PRE-COUNT
               IF SQLCODE < 0
                   MOVE "N" TO WS-TABLE-OK-SW
                   MOVE "AGED-ROW PRE-COUNT FAILED" TO WS-FAIL-REASON
                   PERFORM 3800-LOG-API-FAILURE
               END-IF
           END-IF
           IF WS-TABLE-OK AND WS-PRE-COUNT = 0
               MOVE "N" TO WS-TABLE-OK-SW
               MOVE "CURRENT" TO WS-TABLE-STATUS
               MOVE "NOTHING PAST RETENTION" TO WS-FAIL-REASON
           END-IF
           IF WS-TABLE-OK
               PERFORM 4200-EXPORT-ARCHIVE
           END-IF
           IF WS-TABLE-OK
               PERFORM 4300-WRITE-ARCHIVE-MANIFEST
               PERFORM 4400-EXPORT-RETAINED-ROWS
           END-IF
           IF WS-TABLE-OK
               MOVE "R" TO WS-PHASE
               MOVE 0 TO WS-ROWS-DONE
               PERFORM 6800-SAVE-CHECKPOINT
               PERFORM 6000-REBUILD-IN-BATCHES
           END-IF
           IF WS-TABLE-OK
               PERFORM 6500-VERIFY-REBUILD
           END-IF
           IF WS-TABLE-OK
               PERFORM 7000-QUEUE-MAINTENANCE
               PERFORM 6900-CLEAR-CHECKPOINT
           END-IF.

      * A table left mid-rebuild has its kept rows only in
      * ARCKEEP.DEL and its progress only in ARCPURGE.CKP, and the
      * next table would overwrite both - so nothing more is started
      * until a rerun has finished it.
       3700-HALT-ON-PENDING-REBUILD.
           MOVE 12 TO WS-JOB-SEVERITY
           MOVE SPACES TO PURGE-LOG-REC
           STRING "REBUILD OF " WS-TABLE-NAME
                  " ALIAS=" WS-DBALIAS
                  " NOT FINISHED - CHECKPOINT AND KEPT ROWS HELD,"
                  " NO FURTHER RULES RUN"
               DELIMITED BY SIZE INTO PURGE-LOG-REC
           WRITE PURGE-LOG-REC.

       3800-LOG-API-FAILURE.
           IF WS-JOB-SEVERITY < 12
               MOVE 12 TO WS-JOB-SEVERITY
           END-IF
           MOVE SQLCODE TO WS-SQLCODE-DISP
           MOVE SPACES TO PURGE-LOG-REC
           STRING "  " WS-TABLE-NAME " " WS-FAIL-REASON
                  " SQLCODE=" WS-SQLCODE-DISP
               DELIMITED BY SIZE INTO PURGE-LOG-REC
           WRITE PURGE-LOG-REC
           PERFORM 9450-EXPLAIN-SQLCODE.

      * One line per table that was started.  A table that came out
      * without a clean purge and was not simply current is FAILED.
       3900-WRITE-TABLE-LINE.
           EVALUATE TRUE
               WHEN WS-TABLE-OK
                   MOVE "PURGED" TO WS-TABLE-STATUS
                   ADD 1 TO WS-TABLES-PURGED
                   ADD WS-ARCHIVED-ROWS TO WS-RUN-ROWS-PURGED
               WHEN WS-TABLE-STATUS = "CURRENT"
                   CONTINUE
               WHEN OTHER
                   MOVE "FAILED" TO WS-TABLE-STATUS
                   ADD 1 TO WS-TABLES-FAILED
                   IF WS-JOB-SEVERITY < 8
                       MOVE 8 TO WS-JOB-SEVERITY
                   END-IF
           END-EVALUATE
           PERFORM 3950-LOG-TABLE-OUTCOME
           MOVE SPACES TO WS-TABLE-STATUS.

       3950-LOG-TABLE-OUTCOME.
           MOVE WS-ARCHIVED-ROWS TO WS-ROWS-DISP
           MOVE WS-RETAINED-ROWS TO WS-COUNT-DISP
           MOVE SPACES TO PURGE-LOG-REC
           STRING "TABLE " WS-TABLE-NAME
                  " ALIAS=" WS-DBALIAS
                  " " WS-TABLE-STATUS
                  " CUTOFF=" WS-CUTOFF-DATE
                  " ARCHIVED=" WS-ROWS-DISP
                  " KEPT=" WS-COUNT-DISP
               DELIMITED BY SIZE INTO PURGE-LOG-REC
           WRITE PURGE-LOG-REC
           IF WS-FAIL-REASON NOT = SPACES
               MOVE SPACES TO PURGE-LOG-REC
               STRING "  " WS-FAIL-REASON
                   DELIMITED BY SIZE INTO PURGE-LOG-REC
               WRITE PURGE-LOG-REC
           END-IF.

      * COUNT_BIG(*) comes back as a one-line DEL file holding a
      * signed decimal - read back and taken as the count.
       4100-COUNT-ROWS.
           MOVE 0 TO WS-COUNTED-ROWS
           MOVE SPACES TO WS-ACTION-STRING-TEXT
           STRING "SELECT COUNT_BIG(*) FROM " DELIMITED BY SIZE
                  WS-TABLE-NAME DELIMITED BY SPACE
                  WS-WHERE-CLAUSE DELIMITED BY SIZE
               INTO WS-ACTION-STRING-TEXT
           MOVE WS-COUNT-DD TO WS-DATA-PATH
           PERFORM 4900-CALL-EXPORT
           IF SQLCODE NOT < 0
               OPEN INPUT COUNT-WORK-FILE
               IF WS-COUNT-STATUS = "00"
                   READ COUNT-WORK-FILE
                       NOT AT END
                           COMPUTE WS-COUNTED-ROWS =
                               FUNCTION NUMVAL (COUNT-WORK-REC)
                   END-READ
                   CLOSE COUNT-WORK-FILE
               END-IF
           END-IF.

      * The archive must hold exactly the rows the pre-count found -
      * by the export's own count and by the rows read back off disk.
       4200-EXPORT-ARCHIVE.
           MOVE SPACES TO WS-ACTION-STRING-TEXT
           STRING "SELECT * FROM " DELIMITED BY SIZE
                  WS-TABLE-NAME DELIMITED BY SPACE
                  WS-WHERE-CLAUSE DELIMITED BY SIZE
               INTO WS-ACTION-STRING-TEXT
           MOVE WS-ARCHIVE-FILE-NAME TO WS-DATA-PATH
           PERFORM 4900-CALL-EXPORT
           IF SQLCODE < 0
               MOVE "N" TO WS-TABLE-OK-SW
               MOVE "ARCHIVE EXPORT FAILED" TO WS-FAIL-REASON
               PERFORM 3800-LOG-API-FAILURE
           ELSE
               PERFORM 4250-READ-BACK-ARCHIVE
               MOVE WS-PRE-COUNT TO WS-ROWS-DISP
               MOVE WS-ROWS-EXPORTED TO WS-COUNT-DISP
               MOVE WS-ARCHIVE-ROWS-READ TO WS-DONE-DISP
               MOVE SPACES TO PURGE-LOG-REC
               STRING "  ARCHIVE " WS-ARCHIVE-FILE-NAME
                   DELIMITED BY SIZE INTO PURGE-LOG-REC
               WRITE PURGE-LOG-REC
               MOVE SPACES TO PURGE-LOG-REC
               STRING "  PRE-COUNT=" WS-ROWS-DISP
                      " EXPORTED=" WS-COUNT-DISP
                      " ON-DISK=" WS-DONE-DISP
                   DELIMITED BY SIZE INTO PURGE-LOG-REC
               WRITE PURGE-LOG-REC
               IF WS-ROWS-EXPORTED NOT = WS-PRE-COUNT
                       OR WS-ARCHIVE-ROWS-READ NOT = WS-PRE-COUNT
                   MOVE "N" TO WS-TABLE-OK-SW
                   MOVE "ARCHIVE COUNT NOT EQUAL TO PRE-COUNT"
                       TO WS-FAIL-REASON
               ELSE
                   MOVE WS-PRE-COUNT TO WS-ARCHIVED-ROWS
                   ADD WS-ARCHIVED-ROWS TO WS-RUN-ROWS-ARCHIVED
               END-IF
           END-IF.

       4250-READ-BACK-ARCHIVE.
           MOVE 0 TO WS-ARCHIVE-ROWS-READ
           MOVE 0 TO WS-ARCHIVE-BYTES
           OPEN INPUT ARCHIVE-DATA-FILE
           IF WS-ARCHIVE-STATUS = "00"
               MOVE "N" TO WS-FILE-EOF-SW
               PERFORM UNTIL WS-FILE-EOF
                   READ ARCHIVE-DATA-FILE
                       AT END MOVE "Y" TO WS-FILE-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-ARCHIVE-ROWS-READ
                           COMPUTE WS-ARCHIVE-BYTES =
                               WS-ARCHIVE-BYTES + 1 +
                               FUNCTION STORED-CHAR-LENGTH
                                   (ARCHIVE-DATA-REC)
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-DATA-FILE
           END-IF.

      * The manifest promises what is actually on disk, the same way
      * TBEXTRCT's delivery manifests do, so the archive can be
      * checked again long after the rows are gone from the table.
       4300-WRITE-ARCHIVE-MANIFEST.
           OPEN EXTEND ARCHIVE-MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "35"
               CLOSE ARCHIVE-MANIFEST-FILE
               OPEN OUTPUT ARCHIVE-MANIFEST-FILE
           END-IF
           MOVE WS-TABLE-NAME TO EM-FEED-TABLE
           MOVE WS-ARCHIVE-FILE-NAME TO EM-FILE-NAME
           MOVE WS-ARCHIVE-ROWS-READ TO EM-ROW-COUNT
           MOVE WS-ARCHIVE-BYTES TO EM-BYTE-COUNT
           MOVE FUNCTION CURRENT-DATE (1:14) TO EM-EXTRACT-TS
           WRITE EXTRACT-MANIFEST-REC
           CLOSE ARCHIVE-MANIFEST-FILE.

      * Rows with no date are not aged and stay with the table.
       4400-EXPORT-RETAINED-ROWS.
           MOVE SPACES TO WS-ACTION-STRING-TEXT
           STRING "SELECT * FROM " DELIMITED BY SIZE
                  WS-TABLE-NAME DELIMITED BY SPACE
                  " WHERE " DELIMITED BY SIZE
                  WS-DATE-COLUMN DELIMITED BY SPACE
                  " >= '" WS-CUTOFF-DATE "' OR " DELIMITED BY SIZE
                  WS-DATE-COLUMN DELIMITED BY SPACE
                  " IS NULL" DELIMITED BY SIZE
               INTO WS-ACTION-STRING-TEXT
           MOVE WS-RETAIN-DD TO WS-DATA-PATH
           PERFORM 4900-CALL-EXPORT
           IF SQLCODE < 0
               MOVE "N" TO WS-TABLE-OK-SW
               MOVE "KEPT-ROW EXPORT FAILED" TO WS-FAIL-REASON
               PERFORM 3800-LOG-API-FAILURE
           ELSE
               MOVE WS-ROWS-EXPORTED TO WS-RETAINED-ROWS
               IF WS-RETAINED-ROWS + WS-ARCHIVED-ROWS
                       NOT = WS-TOTAL-ROWS
                   MOVE "N" TO WS-TABLE-OK-SW
                   MOVE "ARCHIVED PLUS KEPT NOT EQUAL TO TABLE"
                       TO WS-FAIL-REASON
               END-IF
           END-IF.

       4900-CALL-EXPORT.
           COMPUTE WS-ACTION-STRING-LEN =
               FUNCTION STORED-CHAR-LENGTH
                   (FUNCTION TRIM(WS-ACTION-STRING-TEXT))
           COMPUTE WS-DATA-PATH-LEN =
               FUNCTION STORED-CHAR-LENGTH
                   (FUNCTION TRIM(WS-DATA-PATH))

           SET DB2-PI-DATA-FILE-NAME OF DB2G-EXPORT-STRUCT
               TO ADDRESS OF WS-DATA-PATH
           SET DB2-PI-LOB-PATH-LIST OF DB2G-EXPORT-STRUCT TO NULL
           SET DB2-PI-LOB-FILE-LIST OF DB2G-EXPORT-STRUCT TO NULL
           SET DB2-PI-DATA-DESCRIPTOR OF DB2G-EXPORT-STRUCT TO NULL
           SET DB2-PI-ACTION-STRING OF DB2G-EXPORT-STRUCT
               TO ADDRESS OF WS-ACTION-STRING-AREA
           SET DB2-PI-FILE-TYPE OF DB2G-EXPORT-STRUCT
               TO ADDRESS OF WS-FILE-TYPE
           SET DB2-PI-FILE-TYPE-MOD OF DB2G-EXPORT-STRUCT TO NULL
           SET DB2-PI-MSG-FILE-NAME OF DB2G-EXPORT-STRUCT TO NULL
           MOVE SQLU-NOINTERRUPT TO DB2-I-CALLER-ACTION
               OF DB2G-EXPORT-STRUCT
           SET DB2-PO-EXPORT-INFO-OUT OF DB2G-EXPORT-STRUCT
               TO ADDRESS OF DB2EXPORT-OUT
           MOVE WS-DATA-PATH-LEN TO DB2-I-DATA-FILE-NAME-LEN
               OF DB2G-EXPORT-STRUCT
           MOVE 3 TO DB2-I-FILE-TYPE-LEN OF DB2G-EXPORT-STRUCT
           MOVE 0 TO DB2-I-MSG-FILE-NAME-LEN OF DB2G-EXPORT-STRUCT
           SET DB2-PI-EXPORT-INFO-IN OF DB2G-EXPORT-STRUCT
               TO ADDRESS OF DB2EXPORT-IN
           SET DB2-PI-XML-SAVE-SCHEMA OF DB2EXPORT-IN TO NULL
           SET DB2-PI-XML-PATH-LIST OF DB2G-EXPORT-STRUCT TO NULL
           SET DB2-PI-XML-FILE-LIST OF DB2G-EXPORT-STRUCT TO NULL
           MOVE 0 TO DB2-O-ROWS-EXPORTED OF DB2EXPORT-OUT

           CALL "db2gExport" USING BY VALUE WS-DB2-VERSION
                     BY REFERENCE DB2G-EXPORT-STRUCT
                     BY REFERENCE SQLCA

           MOVE DB2-O-ROWS-EXPORTED OF DB2EXPORT-OUT
               TO WS-ROWS-EXPORTED.

      * Exclusive use keeps new rows out of the table between the
      * counts and the end of the rebuild, so the counts still hold.
       5000-START-USING-ALIAS.
           MOVE SPACES TO WS-DB-ALIAS-Z
           STRING WS-DBALIAS DELIMITED BY SPACE
                  X"00" DELIMITED BY SIZE
               INTO WS-DB-ALIAS-Z
           COMPUTE WS-USE-MODE = FUNCTION ORD (SQL-USE-EXC) - 1
           CALL "sqlestrd" USING BY REFERENCE WS-DB-ALIAS-Z
                     BY VALUE WS-NULL-PTR
                     BY VALUE WS-USE-MODE
                     BY REFERENCE SQLCA
           IF SQLCODE = 0
               MOVE "Y" TO WS-CONNECTED-SW
           ELSE
               MOVE "N" TO WS-CONNECTED-SW
               MOVE SQLCODE TO WS-SQLCODE-DISP
               MOVE SPACES TO PURGE-LOG-REC
               STRING WS-DBALIAS " START USING DATABASE FAILED"
                      " SQLCODE=" WS-SQLCODE-DISP
                   DELIMITED BY SIZE INTO PURGE-LOG-REC
               WRITE PURGE-LOG-REC
               PERFORM 9450-EXPLAIN-SQLCODE
               IF WS-JOB-SEVERITY < 12
                   MOVE 12 TO WS-JOB-SEVERITY
               END-IF
           END-IF.

       5100-STOP-USING-ALIAS.
           CALL "sqlestpd" USING BY REFERENCE SQLCA
           MOVE "N" TO WS-CONNECTED-SW.

      * The first batch REPLACEs - emptying the table of every row,
      * aged or not - and each later batch INSERTs the next slice of
      * the kept rows.  Once the REPLACE is in, the table is short
      * until the last batch lands, so the deadline no longer stops
      * it: an overrun is logged and the rebuild carries on.
       6000-REBUILD-IN-BATCHES.
           IF WS-REPLACE-PENDING
               PERFORM 6100-IMPORT-ONE-BATCH
           END-IF
           PERFORM UNTIL NOT WS-TABLE-OK
                   OR WS-ROWS-DONE >= WS-RETAINED-ROWS
               PERFORM 6100-IMPORT-ONE-BATCH
           END-PERFORM.

       6100-IMPORT-ONE-BATCH.
           MOVE SPACES TO WS-ACTION-STRING-TEXT
           IF WS-REPLACE-PENDING
               STRING "REPLACE INTO " DELIMITED BY SIZE
                      WS-TABLE-NAME DELIMITED BY SPACE
                   INTO WS-ACTION-STRING-TEXT
           ELSE
               STRING "INSERT INTO " DELIMITED BY SIZE
                      WS-TABLE-NAME DELIMITED BY SPACE
                   INTO WS-ACTION-STRING-TEXT
           END-IF
           COMPUTE WS-ACTION-STRING-LEN =
               FUNCTION STORED-CHAR-LENGTH
                   (FUNCTION TRIM(WS-ACTION-STRING-TEXT))
           MOVE WS-RETAIN-DD TO WS-DATA-PATH
           COMPUTE WS-DATA-PATH-LEN =
               FUNCTION STORED-CHAR-LENGTH
                   (FUNCTION TRIM(WS-DATA-PATH))

           SET DB2-PI-DATA-FILE-NAME OF DB2G-IMPORT-STRUCT
               TO ADDRESS OF WS-DATA-PATH
           SET DB2-PI-LOB-PATH-LIST OF DB2G-IMPORT-STRUCT TO NULL
           SET DB2-PI-DATA-DESCRIPTOR OF DB2G-IMPORT-STRUCT TO NULL
           SET DB2-PI-ACTION-STRING OF DB2G-IMPORT-STRUCT TO NULL
           SET DB2-PI-FILE-TYPE OF DB2G-IMPORT-STRUCT
               TO ADDRESS OF WS-FILE-TYPE
           SET DB2-PI-FILE-TYPE-MOD OF DB2G-IMPORT-STRUCT TO NULL
           SET DB2-PI-MSG-FILE-NAME OF DB2G-IMPORT-STRUCT TO NULL
           MOVE SQLU-INITIAL TO DB2-I-CALLER-ACTION
               OF DB2G-IMPORT-STRUCT
           SET DB2-PI-IMPORT-INFO-IN OF DB2G-IMPORT-STRUCT
               TO ADDRESS OF DB2G-IMPORT-IN
           SET DB2-PO-IMPORT-INFO-OUT OF DB2G-IMPORT-STRUCT
               TO ADDRESS OF DB2G-IMPORT-OUT
           SET DB2-PI-NULL-INDICATORS OF DB2G-IMPORT-STRUCT TO NULL
           MOVE WS-DATA-PATH-LEN TO DB2-I-DATA-FILE-NAME-LEN
               OF DB2G-IMPORT-STRUCT
           MOVE 3 TO DB2-I-FILE-TYPE-LEN OF DB2G-IMPORT-STRUCT
           MOVE 0 TO DB2-I-MSG-FILE-NAME-LEN OF DB2G-IMPORT-STRUCT
           SET DB2-PI-XML-PATH-LIST OF DB2G-IMPORT-STRUCT TO NULL
           SET DB2-PI-LONG-ACTION-STRING OF DB2G-IMPORT-STRUCT
               TO ADDRESS OF WS-ACTION-STRING-AREA

           MOVE WS-BATCH-SIZE TO DB2-I-ROWCOUNT OF DB2G-IMPORT-IN
           MOVE WS-ROWS-DONE TO DB2-I-RESTARTCOUNT OF DB2G-IMPORT-IN
           MOVE 0 TO DB2-I-SKIPCOUNT OF DB2G-IMPORT-IN
           SET DB2-PI-COMMITCOUNT OF DB2G-IMPORT-IN
               TO ADDRESS OF WS-COMMIT-COUNT
           MOVE 0 TO DB2-I-WARNINGCOUNT OF DB2G-IMPORT-IN
           MOVE DB2IMPORT-LOCKTIMEOUT TO DB2-I-NO-TIMEOUT
               OF DB2G-IMPORT-IN
           MOVE 0 TO DB2-I-ACCESS-LEVEL OF DB2G-IMPORT-IN
           SET DB2-PI-XML-PARSE OF DB2G-IMPORT-IN TO NULL
           SET DB2-PI-XML-VALIDATE OF DB2G-IMPORT-IN TO NULL
           MOVE 0 TO DB2-O-ROWS-INSERTED OF DB2G-IMPORT-OUT
           MOVE 0 TO DB2-O-ROWS-REJECTED OF DB2G-IMPORT-OUT

           CALL "db2gImport" USING BY VALUE WS-DB2-VERSION
                     BY REFERENCE DB2G-IMPORT-STRUCT
                     BY REFERENCE SQLCA

           MOVE DB2-O-ROWS-INSERTED OF DB2G-IMPORT-OUT
               TO WS-BATCH-ROWS
           EVALUATE TRUE
               WHEN SQLCODE < 0
                   MOVE "N" TO WS-TABLE-OK-SW
                   MOVE "REBUILD IMPORT FAILED - CHECKPOINT KEPT"
                       TO WS-FAIL-REASON
                   PERFORM 3800-LOG-API-FAILURE
               WHEN DB2-O-ROWS-REJECTED OF DB2G-IMPORT-OUT > 0
                   MOVE "N" TO WS-TABLE-OK-SW
                   MOVE "KEPT ROWS REJECTED - CHECKPOINT KEPT"
                       TO WS-FAIL-REASON
                   IF WS-JOB-SEVERITY < 12
                       MOVE 12 TO WS-JOB-SEVERITY
                   END-IF
               WHEN WS-BATCH-ROWS = 0
                       AND WS-ROWS-DONE < WS-RETAINED-ROWS
                   MOVE "N" TO WS-TABLE-OK-SW
                   MOVE "REBUILD STALLED - CHECKPOINT KEPT"
                       TO WS-FAIL-REASON
                   IF WS-JOB-SEVERITY < 12
                       MOVE 12 TO WS-JOB-SEVERITY
                   END-IF
               WHEN OTHER
                   ADD WS-BATCH-ROWS TO WS-ROWS-DONE
                   MOVE "I" TO WS-PHASE
                   PERFORM 6800-SAVE-CHECKPOINT
                   PERFORM 6200-NOTE-WINDOW-OVERRUN
           END-EVALUATE.

       6200-NOTE-WINDOW-OVERRUN.
           IF NOT WS-OVERRUN-LOGGED
               MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW-TS
               IF WS-DEADLINE-SET AND WS-NOW-TS >= WS-WINDOW-DEADLINE
                   MOVE "Y" TO WS-OVERRUN-LOGGED-SW
                   MOVE "Y" TO WS-WINDOW-CLOSED-SW
                   IF WS-JOB-SEVERITY < 4
                       MOVE 4 TO WS-JOB-SEVERITY
                   END-IF
                   MOVE WS-ROWS-DONE TO WS-DONE-DISP
                   MOVE SPACES TO PURGE-LOG-REC
                   STRING "WARNING - WINDOW CLOSED AT " WS-NOW-TS
                          " MID-REBUILD OF " WS-TABLE-NAME
                          " ROWS-IN=" WS-DONE-DISP
                          " - CONTINUING TO COMPLETION"
                       DELIMITED BY SIZE INTO PURGE-LOG-REC
                   WRITE PURGE-LOG-REC
               END-IF
           END-IF.

      * The rebuilt table must hold exactly the rows kept.
       6500-VERIFY-REBUILD.
           MOVE SPACES TO WS-WHERE-CLAUSE
           PERFORM 4100-COUNT-ROWS
           IF SQLCODE < 0
               MOVE "N" TO WS-TABLE-OK-SW
               MOVE "POST-PURGE COUNT FAILED - CHECKPOINT KEPT"
                   TO WS-FAIL-REASON
               PERFORM 3800-LOG-API-FAILURE
           ELSE
               IF WS-COUNTED-ROWS NOT = WS-RETAINED-ROWS
                   MOVE "N" TO WS-TABLE-OK-SW
                   MOVE "TABLE ROWS NOT EQUAL TO KEPT ROWS"
                       TO WS-FAIL-REASON
                   IF WS-JOB-SEVERITY < 12
                       MOVE 12 TO WS-JOB-SEVERITY
                   END-IF
               END-IF
           END-IF.

       6800-SAVE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE WS-DBALIAS TO CK-DBALIAS
           MOVE WS-TABLE-NAME TO CK-TABLE-NAME
           MOVE WS-CUTOFF-DATE TO CK-CUTOFF-DATE
           MOVE WS-PHASE TO CK-PHASE
           MOVE WS-ARCHIVED-ROWS TO CK-ARCHIVED-ROWS
           MOVE WS-RETAINED-ROWS TO CK-RETAINED-ROWS
           MOVE WS-ROWS-DONE TO CK-ROWS-DONE
           WRITE CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE
           MOVE "Y" TO WS-CHECKPOINT-SET-SW.

      * A finished table leaves no checkpoint behind, and its kept
      * rows - production data - are emptied out of the work file.
       6900-CLEAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           CLOSE CHECKPOINT-FILE
           OPEN OUTPUT RETAIN-DATA-FILE
           CLOSE RETAIN-DATA-FILE
           MOVE "N" TO WS-CHECKPOINT-SET-SW.

      * A table that has just lost years of rows wants its pages
      * compacted and its statistics redone: an inplace reorg goes on
      * REORGQMG's carry-over file, which it replays ahead of its own
      * queue, and a full distribution runstats on RUNSTSCH's request
      * file, which it runs ahead of its control list.
       7000-QUEUE-MAINTENANCE.
           OPEN EXTEND REORG-CARRYOVER-FILE
           IF WS-CARRYOVER-STATUS = "35"
               CLOSE REORG-CARRYOVER-FILE
               OPEN OUTPUT REORG-CARRYOVER-FILE
           END-IF
           MOVE WS-TABLE-NAME TO CO-OBJECT-NAME
           MOVE SPACES TO CO-INDEX-NAME
           MOVE DB2REORG-OBJ-TABLE-INPLACE TO CO-OBJ-TYPE
           MOVE 0 TO CO-FLAGS
           WRITE REORG-CARRYOVER-REC
           CLOSE REORG-CARRYOVER-FILE
           OPEN EXTEND RUNSTATS-REQUEST-FILE
           IF WS-RSREQ-STATUS = "35"
               CLOSE RUNSTATS-REQUEST-FILE
               OPEN OUTPUT RUNSTATS-REQUEST-FILE
           END-IF
           MOVE WS-TABLE-NAME TO RRQ-TABLE-NAME
           COMPUTE RRQ-FLAGS = DB2RUNSTATS-ALL-COLUMNS
               + DB2RUNSTATS-DISTRIBUTION
               + DB2RUNSTATS-ALL-INDEXES
           MOVE 100 TO RRQ-SAMPLING-PCT
           MOVE 50 TO RRQ-PRIORITY
           PERFORM 7100-FIND-STAT-PROFILE
           MOVE WS-STAT-PROFILE-NAME TO RRQ-PROFILE-NAME
           WRITE RUNSTATS-REQUEST-REC
           CLOSE RUNSTATS-REQUEST-FILE
           MOVE SPACES TO PURGE-LOG-REC
           STRING "  QUEUED REORG (REORGQMG.NXT) AND RUNSTATS "
                  "(RUNSTSCH.REQ) FOR " WS-TABLE-NAME
               DELIMITED BY SIZE INTO PURGE-LOG-REC
           WRITE PURGE-LOG-REC.

      * A table's profile is the first one the library names it
      * under - STATPMNT reports a table carried by two profiles.  A
      * table with none, or no library at all, runs unprofiled.
       7100-FIND-STAT-PROFILE.
           MOVE SPACES TO WS-STAT-PROFILE-NAME
           OPEN INPUT STAT-PROFILE-FILE
           IF WS-STATPROF-STATUS = "00"
               MOVE "N" TO WS-STATPROF-EOF-SW
               PERFORM UNTIL WS-STATPROF-EOF
                   READ STAT-PROFILE-FILE
                       AT END MOVE "Y" TO WS-STATPROF-EOF-SW
                       NOT AT END
                           IF SP-TABLE-NAME = WS-TABLE-NAME
                               MOVE SP-PROFILE-NAME
                                   TO WS-STAT-PROFILE-NAME
                               MOVE "Y" TO WS-STATPROF-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STAT-PROFILE-FILE
           END-IF.

       8000-WRITE-TOTALS.
           MOVE SPACES TO PURGE-LOG-REC
           WRITE PURGE-LOG-REC
           MOVE WS-RULE-COUNT TO WS-TABLES-DISP
           MOVE SPACES TO PURGE-LOG-REC
           STRING "ARCHIVE AND PURGE TOTALS  RULES=" WS-TABLES-DISP
               DELIMITED BY SIZE INTO PURGE-LOG-REC
           WRITE PURGE-LOG-REC
           MOVE WS-TABLES-PURGED TO WS-TABLES-DISP
           MOVE SPACES TO PURGE-LOG-REC
           STRING "  TABLES PURGED=   " WS-TABLES-DISP
               DELIMITED BY SIZE INTO PURGE-LOG-REC
           WRITE PURGE-LOG-REC
           MOVE WS-TABLES-REFUSED TO WS-TABLES-DISP
           MOVE SPACES TO PURGE-LOG-REC
           STRING "  TABLES REFUSED=  " WS-TABLES-DISP
               DELIMITED BY SIZE INTO PURGE-LOG-REC
           WRITE PURGE-LOG-REC
           MOVE WS-TABLES-DEFERRED TO WS-TABLES-DISP
           MOVE SPACES TO PURGE-LOG-REC
           STRING "  TABLES DEFERRED= " WS-TABLES-DISP
               DELIMITED BY SIZE INTO PURGE-LOG-REC
           WRITE PURGE-LOG-REC
           MOVE WS-TABLES-FAILED TO WS-TABLES-DISP
           MOVE SPACES TO PURGE-LOG-REC
           STRING "  TABLES FAILED=   " WS-TABLES-DISP
               DELIMITED BY SIZE INTO PURGE-LOG-REC
           WRITE PURGE-LOG-REC
           MOVE WS-RUN-ROWS-ARCHIVED TO WS-TABLES-DISP
           MOVE SPACES TO PURGE-LOG-REC
           STRING "  ROWS ARCHIVED=   " WS-TABLES-DISP
               DELIMITED BY SIZE INTO PURGE-LOG-REC
           WRITE PURGE-LOG-REC
           MOVE WS-RUN-ROWS-PURGED TO WS-TABLES-DISP
           MOVE SPACES TO PURGE-LOG-REC
           STRING "  ROWS PURGED=     " WS-TABLES-DISP
               DELIMITED BY SIZE INTO PURGE-LOG-REC
           WRITE PURGE-LOG-REC.

       9000-TERMINATE.
           CLOSE PURGE-LOG-FILE.


      * Shared knowledge-base lookup - appends the SQLCODE's meaning
      * and recommended operator action right under the log line
      * that carried the bare number.
       9450-EXPLAIN-SQLCODE.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-KB-SQLCODE
               CALL "SQLKBLKP" USING BY REFERENCE WS-KB-SQLCODE
                         BY REFERENCE WS-KB-EXPLAIN-LINE
               MOVE WS-KB-EXPLAIN-LINE TO PURGE-LOG-REC
               WRITE PURGE-LOG-REC
           END-IF.

       9500-WRITE-AUDIT-RECORD.
           OPEN EXTEND OPS-AUDIT-FILE
           IF WS-OPSAUDIT-STATUS = "35"
               CLOSE OPS-AUDIT-FILE
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "ARCPURGE" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS
           MOVE "ARCHPURGE" TO OA-ACTION-VERB
           MOVE WS-RUN-ROWS-ARCHIVED TO OA-KEY-COUNT-1
           MOVE WS-RUN-ROWS-PURGED TO OA-KEY-COUNT-2
           MOVE SQLCODE TO OA-FINAL-SQLCODE
           WRITE OPS-AUDIT-REC
           CLOSE OPS-AUDIT-FILE.

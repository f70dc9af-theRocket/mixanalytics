      ******************************************************************
      *
      * Program: CMDBEXP
      *
      * Function: Nightly estate inventory export for the corporate
      *           CMDB.  Every fact the CMDB asks for already sits in
      *           a file this suite maintains, so rather than a
      *           hand-kept spreadsheet this export joins them into
      *           one configuration item (CI) per database:
      *
      *             DBREGIST.DAT  - tier, HADR role, suite flags
      *             DBDIRAUD.INV  - the directory scan: database name,
      *                             node, type, comment, documented
      *             STGPAUDT.INV  - live automatic storage paths
      *             TBSCONTA.INV  - tablespaces, containers and the
      *                             filesystem each one sits on
      *             CFGBASE.DAT   - CFGDRIFT's approved database
      *                             configuration baseline
      *             BKCHAIN.DAT   - last full backup image and size
      *             VAULTMAN.DAT  - VAULTUPD's offsite vault location
      *
      *           Every database in the registry gets a DATABASE CI;
      *           a directory entry the registry does not know about
      *           is exported too, flagged unregistered, so the CMDB
      *           sees what is really catalogued.  Child CIs follow
      *           their parent: STORAGEPATH, TABLESPACE, CONTAINER
      *           (under its tablespace) and DBCFG.  TBSCONTA.INV
      *           carries no alias - TBSCONTA runs against the one
      *           database the backup driver is connected to - so the
      *           tablespace children attach to the alias named in
      *           CMDBEXP.CFG, or failing that to the first registry
      *           entry flagged for the backup function, the same
      *           default BKRECON uses.
      *
      *           CMDBEXP.DEL is the interchange file in the CMDB's
      *           pipe-delimited import format:
      *
      *             H|DB2ESTATE|<export timestamp>
      *             <class>|<CI key>|<parent CI key>|<attributes...>
      *             T|<CI record count>
      *
      *           CI keys are stable paths (DB2/<alias>,
      *           DB2/<alias>/TS/<tablespace>/<container path>, ...)
      *           and any "|" inside a value is carried as "/".
      *           Before the file is rewritten, the previous export is
      *           read back and CMDBEXP.DLT receives only what changed
      *           since it - ADD, CHANGE (with the new record) and
      *           DELETE (with the old record) - so the CMDB's
      *           reconciliation job processes real changes and
      *           nothing else.
      *
      *           A source file that cannot be read is reported and
      *           raises the run to a warning, and the delta file
      *           trailer marks the run INCOMPLETE.  An incomplete run
      *           retires nothing: every CI of the previous export it
      *           did not produce is carried forward unchanged into
      *           the new CMDBEXP.DEL instead of going out as a
      *           DELETE, so the next complete run still has it as
      *           its baseline and only then decides whether it left
      *           the estate.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMDBEXP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPORT-CONFIG-FILE ASSIGN TO WS-CONFIG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT DB-REGISTRY-FILE ASSIGN TO WS-REGISTRY-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT DIR-INVENTORY-FILE ASSIGN TO WS-DIRECTORY-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIRECTORY-STATUS.
           SELECT PATH-INVENTORY-FILE ASSIGN TO WS-PATH-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PATH-STATUS.
           SELECT CONTAINER-INVENTORY-FILE ASSIGN TO WS-CONTAINER-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTAINER-STATUS.
           SELECT CFG-BASELINE-FILE ASSIGN TO WS-BASELINE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASELINE-STATUS.
           SELECT BACKUP-CHAIN-FILE ASSIGN TO WS-CHAIN-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATUS.
           SELECT VAULT-MANIFEST-FILE ASSIGN TO WS-MANIFEST-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT CMDB-EXPORT-FILE ASSIGN TO WS-EXPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.
           SELECT CMDB-DELTA-FILE ASSIGN TO WS-DELTA-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.

           SELECT OPS-AUDIT-FILE ASSIGN TO WS-OPSAUDIT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Optional one-record override: the alias TBSCONTA.INV's
      * tablespaces and containers belong to.
       FD  EXPORT-CONFIG-FILE
           RECORDING MODE IS F.
       01  EXPORT-CONFIG-REC.
           05 CX-CONTAINER-DBALIAS    PIC X(8).

       FD  DB-REGISTRY-FILE
           RECORDING MODE IS F.
           COPY "dbregist.cpy".

      * DBDIRAUD's machine-readable companion - one per directory
      * entry.
       FD  DIR-INVENTORY-FILE
           RECORDING MODE IS F.
       01  DIR-INVENTORY-REC.
           05 DI-ALIAS                PIC X(8).
           05 DI-DBNAME               PIC X(8).
           05 DI-NODENAME             PIC X(8).
           05 DI-DBTYPE               PIC X(20).
           05 DI-COMMENT              PIC X(30).
           05 DI-DOCUMENTED-SW        PIC X.

      * STGPAUDT's machine-readable companion - one per live path.
       FD  PATH-INVENTORY-FILE
           RECORDING MODE IS F.
       01  PATH-INVENTORY-REC.
           05 PI-DBALIAS              PIC X(8).
           05 PI-PATH                 PIC X(215).
           05 PI-PATH-STATUS          PIC X(12).

      * TBSCONTA's machine-readable companion - one per container.
       FD  CONTAINER-INVENTORY-FILE
           RECORDING MODE IS F.
       01  CONTAINER-INVENTORY-REC.
           05 CI-TS-NAME              PIC X(18).
           05 CI-MOUNT-PREFIX         PIC X(64).
           05 CI-CONTAINER-PATH       PIC X(215).

      * CFGDRIFT's approved baseline (CFGBASE.DAT).
       FD  CFG-BASELINE-FILE
           RECORDING MODE IS F.
       01  CFG-BASELINE-REC.
           05 BL-SCOPE                PIC X.
               88 BL-SCOPE-DBM        VALUE "M".
               88 BL-SCOPE-DATABASE   VALUE "D".
           05 BL-DBNAME               PIC X(8).
           05 BL-TOKEN                PIC 9(9).
           05 BL-PARAM-NAME           PIC X(18).
           05 BL-VALUE                PIC 9(9).

       FD  BACKUP-CHAIN-FILE
           RECORDING MODE IS F.
           COPY "bkchain.cpy".

      * VAULTUPD's offsite manifest (VAULTMAN.DAT).
       FD  VAULT-MANIFEST-FILE
           RECORDING MODE IS F.
       01  VAULT-MANIFEST-REC.
           05 VM-DBALIAS              PIC X(8).
           05 VM-BACKUP-ID            PIC X(14).
           05 VM-VAULT-ID             PIC X(20).
           05 VM-VAULT-LOCATION       PIC X(80).

       FD  CMDB-EXPORT-FILE
           RECORDING MODE IS F.
       01  CMDB-EXPORT-REC            PIC X(700).

       FD  CMDB-DELTA-FILE
           RECORDING MODE IS F.
       01  CMDB-DELTA-REC             PIC X(710).

       FD  OPS-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "opsaudit.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CONFIG-DD               PIC X(40) VALUE "CMDBEXP.CFG".
       01  WS-REGISTRY-DD             PIC X(40) VALUE "DBREGIST.DAT".
       01  WS-DIRECTORY-DD            PIC X(40) VALUE "DBDIRAUD.INV".
       01  WS-PATH-DD                 PIC X(40) VALUE "STGPAUDT.INV".
       01  WS-CONTAINER-DD            PIC X(40) VALUE "TBSCONTA.INV".
       01  WS-BASELINE-DD             PIC X(40) VALUE "CFGBASE.DAT".
       01  WS-CHAIN-DD                PIC X(40) VALUE "BKCHAIN.DAT".
       01  WS-MANIFEST-DD             PIC X(40) VALUE "VAULTMAN.DAT".
       01  WS-EXPORT-DD               PIC X(40) VALUE "CMDBEXP.DEL".
       01  WS-DELTA-DD                PIC X(40) VALUE "CMDBEXP.DLT".

       01  WS-CONFIG-STATUS           PIC XX.
       01  WS-REGISTRY-STATUS         PIC XX.
       01  WS-DIRECTORY-STATUS        PIC XX.
       01  WS-PATH-STATUS             PIC XX.
       01  WS-CONTAINER-STATUS        PIC XX.
       01  WS-BASELINE-STATUS         PIC XX.
       01  WS-CHAIN-STATUS            PIC XX.
       01  WS-MANIFEST-STATUS         PIC XX.
       01  WS-EXPORT-STATUS           PIC XX.
       01  WS-DELTA-STATUS            PIC XX.
       01  WS-EOF-SW                  PIC X     VALUE "N".
           88 WS-EOF                  VALUE "Y".

      * Set when any source could not be read - the export is then
      * partial, so CIs it did not produce are carried forward rather
      * than deleted.
       01  WS-INCOMPLETE-SW           PIC X     VALUE "N".
           88 WS-INCOMPLETE           VALUE "Y".
       01  WS-ENTRY-FOUND-SW          PIC X     VALUE "N".
           88 WS-ENTRY-FOUND          VALUE "Y".

       01  WS-CONTAINER-DBALIAS       PIC X(8)  VALUE SPACES.

      * One row per database CI - the registry first, then any
      * directory entry the registry does not carry.  Capped OCCURS
      * 50 to match the registry selection.
       01  WS-DB-TABLE.
           05 WS-DB-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-DB-ENTRY OCCURS 50 TIMES INDEXED BY WS-DB-IDX.
               10 WS-DB-ALIAS         PIC X(8).
               10 WS-DB-ENV-TIER      PIC X(4).
               10 WS-DB-HADR-ROLE     PIC X.
               10 WS-DB-FLAGS         PIC X(6).
               10 WS-DB-REGISTERED-SW PIC X.
               10 WS-DB-CATALOGUED-SW PIC X.
               10 WS-DB-DBNAME        PIC X(8).
               10 WS-DB-NODENAME      PIC X(8).
               10 WS-DB-DBTYPE        PIC X(20).
               10 WS-DB-COMMENT       PIC X(30).
               10 WS-DB-DOCUMENTED-SW PIC X.
               10 WS-DB-FULL-ID       PIC X(14).
               10 WS-DB-FULL-SIZE-KB  PIC 9(9).
               10 WS-DB-VAULT-BKUP-ID PIC X(14).
               10 WS-DB-VAULT-ID      PIC X(20).
               10 WS-DB-VAULT-LOC     PIC X(80).

      * Live storage paths - capped OCCURS 100, the control-table
      * convention.
       01  WS-PATH-TABLE.
           05 WS-PT-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-PT-ENTRY OCCURS 100 TIMES INDEXED BY WS-PT-IDX.
               10 WS-PT-DBALIAS       PIC X(8).
               10 WS-PT-PATH          PIC X(215).
               10 WS-PT-STATUS        PIC X(12).

      * Containers in inventory order, grouped by tablespace.
       01  WS-CONTAINER-TABLE.
           05 WS-CT-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-CT-ENTRY OCCURS 100 TIMES INDEXED BY WS-CT-IDX.
               10 WS-CT-TS-NAME       PIC X(18).
               10 WS-CT-MOUNT-PREFIX  PIC X(64).
               10 WS-CT-PATH          PIC X(215).
       01  WS-CT-SCAN-IDX             PIC 9(4)  COMP-5 VALUE 0.
       01  WS-TS-SEEN-SW              PIC X     VALUE "N".
           88 WS-TS-SEEN              VALUE "Y".
       01  WS-TS-CONTAINER-COUNT      PIC 9(5)  VALUE 0.
       01  WS-TS-FILESYSTEM-COUNT     PIC 9(5)  VALUE 0.
       01  WS-FS-SEEN-SW              PIC X     VALUE "N".
           88 WS-FS-SEEN              VALUE "Y".
       01  WS-FS-SCAN-IDX             PIC 9(4)  COMP-5 VALUE 0.

      * Database-scope baseline parameters - capped OCCURS 200.
       01  WS-CFG-TABLE.
           05 WS-CF-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-CF-ENTRY OCCURS 200 TIMES INDEXED BY WS-CF-IDX.
               10 WS-CF-DBNAME        PIC X(8).
               10 WS-CF-TOKEN         PIC 9(9).
               10 WS-CF-PARAM-NAME    PIC X(18).
               10 WS-CF-VALUE         PIC 9(9).

      * The previous export, read back before it is rewritten -
      * keyed by CI key for the delta.  Capped OCCURS 1000; a larger
      * previous export marks the delta INCOMPLETE.
       01  WS-PREV-TABLE.
           05 WS-PV-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-PV-ENTRY OCCURS 1000 TIMES INDEXED BY WS-PV-IDX.
               10 WS-PV-KEY           PIC X(260).
               10 WS-PV-SEEN-SW       PIC X.
                   88 WS-PV-SEEN      VALUE "Y".
               10 WS-PV-RECORD        PIC X(700).
       01  WS-PREV-EXPORT-TS          PIC X(14) VALUE "NONE".
       01  WS-PV-CLASS                PIC X(12) VALUE SPACES.
       01  WS-PV-KEY-WORK             PIC X(260) VALUE SPACES.

      * The CI record under construction.
       01  WS-CI-CLASS                PIC X(12) VALUE SPACES.
       01  WS-CI-KEY                  PIC X(260) VALUE SPACES.
       01  WS-PARENT-KEY              PIC X(260) VALUE SPACES.
       01  WS-TS-KEY                  PIC X(260) VALUE SPACES.
       01  WS-CI-RECORD               PIC X(700) VALUE SPACES.
       01  WS-CI-PTR                  PIC 9(4)  COMP-5 VALUE 1.
       01  WS-FIELD                   PIC X(215) VALUE SPACES.
       01  WS-NUM-DISP                PIC Z(8)9.
       01  WS-COUNT-DISP              PIC Z(8)9.
       01  WS-ADD-DISP                PIC Z(8)9.
       01  WS-CHANGE-DISP             PIC Z(8)9.
       01  WS-DELETE-DISP             PIC Z(8)9.

       01  WS-EXPORT-TS               PIC X(14) VALUE SPACES.
       01  WS-CI-COUNT                PIC 9(9)  VALUE 0.
       01  WS-ADD-COUNT               PIC 9(9)  VALUE 0.
       01  WS-CHANGE-COUNT            PIC 9(9)  VALUE 0.
       01  WS-DELETE-COUNT            PIC 9(9)  VALUE 0.
       01  WS-CARRIED-COUNT           PIC 9(9)  VALUE 0.
       01  WS-DELTA-COUNT             PIC 9(9)  VALUE 0.

       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "CMDBEXP".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.

      * Scheduler return-code severity for this run: 0 clean, 4
      * warnings, 8 check failed / do not proceed, 12 driver
      * failed - the suite-wide condition-code convention.
       01  WS-JOB-SEVERITY            PIC 9(2)  VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-EXPORT-EACH-DATABASE
           PERFORM 7000-WRITE-DELETED-CIS
           PERFORM 8000-WRITE-TRAILERS
           PERFORM 9500-WRITE-AUDIT-RECORD
           PERFORM 9000-TERMINATE
           MOVE WS-JOB-SEVERITY TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-START-TS
           CALL "RUNCORID" USING BY REFERENCE WS-RUN-PROGRAM-ID
                                 BY REFERENCE WS-RUN-ID
           MOVE WS-AUDIT-START-TS TO WS-EXPORT-TS
           PERFORM 1100-LOAD-PREVIOUS-EXPORT
           PERFORM 1200-LOAD-REGISTRY
           PERFORM 1300-LOAD-DIRECTORY
           PERFORM 1400-LOAD-STORAGE-PATHS
           PERFORM 1500-LOAD-CONTAINERS
           PERFORM 1600-LOAD-CFG-BASELINE
           PERFORM 1700-LOAD-LAST-FULL-BACKUPS
           PERFORM 1800-LOAD-VAULT-LOCATIONS
           PERFORM 1900-RESOLVE-CONTAINER-ALIAS
           OPEN OUTPUT CMDB-EXPORT-FILE
           MOVE SPACES TO CMDB-EXPORT-REC
           STRING "H|DB2ESTATE|" WS-EXPORT-TS
               DELIMITED BY SIZE INTO CMDB-EXPORT-REC
           WRITE CMDB-EXPORT-REC
           OPEN OUTPUT CMDB-DELTA-FILE
           MOVE SPACES TO CMDB-DELTA-REC
           STRING "H|DB2ESTATE-DELTA|" WS-EXPORT-TS
                  "|" WS-PREV-EXPORT-TS
               DELIMITED BY SIZE INTO CMDB-DELTA-REC
           WRITE CMDB-DELTA-REC.

      * The previous export is the delta's baseline - read back whole
      * before OPEN OUTPUT replaces it.  None on the first run: every
      * CI is then an ADD.
       1100-LOAD-PREVIOUS-EXPORT.
           OPEN INPUT CMDB-EXPORT-FILE
           IF WS-EXPORT-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ CMDB-EXPORT-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 1110-STORE-PREVIOUS-CI
                   END-READ
               END-PERFORM
               CLOSE CMDB-EXPORT-FILE
           END-IF.

       1110-STORE-PREVIOUS-CI.
           MOVE SPACES TO WS-PV-CLASS
           MOVE SPACES TO WS-PV-KEY-WORK
           UNSTRING CMDB-EXPORT-REC DELIMITED BY "|"
               INTO WS-PV-CLASS WS-PV-KEY-WORK
           EVALUATE WS-PV-CLASS
               WHEN "H"
                   MOVE WS-PV-KEY-WORK TO WS-PV-CLASS
                   UNSTRING CMDB-EXPORT-REC DELIMITED BY "|"
                       INTO WS-PV-CLASS WS-PV-CLASS WS-PREV-EXPORT-TS
               WHEN "T"
                   CONTINUE
               WHEN OTHER
                   IF WS-PV-NUM-ENTRY < 1000
                       ADD 1 TO WS-PV-NUM-ENTRY
                       SET WS-PV-IDX TO WS-PV-NUM-ENTRY
                       MOVE WS-PV-KEY-WORK TO WS-PV-KEY (WS-PV-IDX)
                       MOVE "N" TO WS-PV-SEEN-SW (WS-PV-IDX)
                       MOVE CMDB-EXPORT-REC
                           TO WS-PV-RECORD (WS-PV-IDX)
                   ELSE
                       DISPLAY "CMDBEXP: previous export table full "
                           "(1000) - skipping " WS-PV-KEY-WORK (1:60)
                       MOVE "Y" TO WS-INCOMPLETE-SW
                   END-IF
           END-EVALUATE.

      * The registry is read directly rather than through DBREGSEL -
      * the export wants every database, whatever it is flagged for.
       1200-LOAD-REGISTRY.
           OPEN INPUT DB-REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ DB-REGISTRY-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF DR-ALIAS NOT = SPACES
                               PERFORM 1210-STORE-REGISTRY-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DB-REGISTRY-FILE
           ELSE
               DISPLAY "CMDBEXP: registry " WS-REGISTRY-DD (1:12)
                   " not readable - status " WS-REGISTRY-STATUS
               PERFORM 1950-FLAG-SOURCE-MISSING
           END-IF.

       1210-STORE-REGISTRY-ENTRY.
           IF WS-DB-NUM-ENTRY < 50
               ADD 1 TO WS-DB-NUM-ENTRY
               SET WS-DB-IDX TO WS-DB-NUM-ENTRY
               INITIALIZE WS-DB-ENTRY (WS-DB-IDX)
               MOVE DR-ALIAS TO WS-DB-ALIAS (WS-DB-IDX)
               MOVE DR-ENV-TIER TO WS-DB-ENV-TIER (WS-DB-IDX)
               MOVE DR-HADR-ROLE TO WS-DB-HADR-ROLE (WS-DB-IDX)
               STRING DR-BACKUP-FLAG DR-PING-FLAG DR-SNAPSHOT-FLAG
                      DR-INSPECT-FLAG DR-RFWD-FLAG DR-AUDIT-FLAG
                   DELIMITED BY SIZE INTO WS-DB-FLAGS (WS-DB-IDX)
               MOVE "Y" TO WS-DB-REGISTERED-SW (WS-DB-IDX)
               MOVE "N" TO WS-DB-CATALOGUED-SW (WS-DB-IDX)
               MOVE "N" TO WS-DB-DOCUMENTED-SW (WS-DB-IDX)
           ELSE
               DISPLAY "CMDBEXP: database table full (50) - "
                   "skipping " DR-ALIAS
           END-IF.

      * Directory facts merge onto the registry row; an alias only
      * the directory knows becomes an unregistered CI of its own.
       1300-LOAD-DIRECTORY.
           OPEN INPUT DIR-INVENTORY-FILE
           IF WS-DIRECTORY-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ DIR-INVENTORY-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF DI-ALIAS NOT = SPACES
                               PERFORM 1310-MERGE-DIRECTORY-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIR-INVENTORY-FILE
           ELSE
               DISPLAY "CMDBEXP: directory inventory "
                   WS-DIRECTORY-DD (1:12)
                   " not readable - status " WS-DIRECTORY-STATUS
               PERFORM 1950-FLAG-SOURCE-MISSING
           END-IF.

       1310-MERGE-DIRECTORY-ENTRY.
           INSPECT DI-DBTYPE REPLACING ALL "|" BY "/"
           INSPECT DI-COMMENT REPLACING ALL "|" BY "/"
           MOVE DI-ALIAS TO WS-FIELD
           PERFORM 1990-FIND-DATABASE-ENTRY
           IF WS-ENTRY-FOUND
               PERFORM 1330-STORE-DIRECTORY-FACTS
           ELSE
               PERFORM 1320-ADD-UNREGISTERED-ENTRY
           END-IF.

       1320-ADD-UNREGISTERED-ENTRY.
           IF WS-DB-NUM-ENTRY < 50
               ADD 1 TO WS-DB-NUM-ENTRY
               SET WS-DB-IDX TO WS-DB-NUM-ENTRY
               INITIALIZE WS-DB-ENTRY (WS-DB-IDX)
               MOVE DI-ALIAS TO WS-DB-ALIAS (WS-DB-IDX)
               MOVE "N" TO WS-DB-REGISTERED-SW (WS-DB-IDX)
               PERFORM 1330-STORE-DIRECTORY-FACTS
           ELSE
               DISPLAY "CMDBEXP: database table full (50) - "
                   "skipping " DI-ALIAS
           END-IF.

       1330-STORE-DIRECTORY-FACTS.
           MOVE "Y" TO WS-DB-CATALOGUED-SW (WS-DB-IDX)
           MOVE DI-DBNAME TO WS-DB-DBNAME (WS-DB-IDX)
           MOVE DI-NODENAME TO WS-DB-NODENAME (WS-DB-IDX)
           MOVE DI-DBTYPE TO WS-DB-DBTYPE (WS-DB-IDX)
           MOVE DI-COMMENT TO WS-DB-COMMENT (WS-DB-IDX)
           MOVE DI-DOCUMENTED-SW TO WS-DB-DOCUMENTED-SW (WS-DB-IDX).

       1400-LOAD-STORAGE-PATHS.
           OPEN INPUT PATH-INVENTORY-FILE
           IF WS-PATH-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ PATH-INVENTORY-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 1410-STORE-STORAGE-PATH
                   END-READ
               END-PERFORM
               CLOSE PATH-INVENTORY-FILE
           ELSE
               DISPLAY "CMDBEXP: storage path inventory "
                   WS-PATH-DD (1:12)
                   " not readable - status " WS-PATH-STATUS
               PERFORM 1950-FLAG-SOURCE-MISSING
           END-IF.

      * A path reported twice keeps one CI - the key must be unique.
       1410-STORE-STORAGE-PATH.
           INSPECT PI-PATH REPLACING ALL "|" BY "/"
           MOVE "N" TO WS-ENTRY-FOUND-SW
           SET WS-PT-IDX TO 1
           SEARCH WS-PT-ENTRY
               AT END CONTINUE
               WHEN WS-PT-IDX NOT > WS-PT-NUM-ENTRY
                       AND WS-PT-DBALIAS (WS-PT-IDX) = PI-DBALIAS
                       AND WS-PT-PATH (WS-PT-IDX) = PI-PATH
                   MOVE "Y" TO WS-ENTRY-FOUND-SW
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
               IF WS-PT-NUM-ENTRY < 100
                   ADD 1 TO WS-PT-NUM-ENTRY
                   SET WS-PT-IDX TO WS-PT-NUM-ENTRY
                   MOVE PI-DBALIAS TO WS-PT-DBALIAS (WS-PT-IDX)
                   MOVE PI-PATH TO WS-PT-PATH (WS-PT-IDX)
                   MOVE PI-PATH-STATUS TO WS-PT-STATUS (WS-PT-IDX)
               ELSE
                   DISPLAY "CMDBEXP: storage path table full (100) - "
                       "skipping " PI-PATH (1:60)
               END-IF
           END-IF.

       1500-LOAD-CONTAINERS.
           OPEN INPUT CONTAINER-INVENTORY-FILE
           IF WS-CONTAINER-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ CONTAINER-INVENTORY-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 1510-STORE-CONTAINER
                   END-READ
               END-PERFORM
               CLOSE CONTAINER-INVENTORY-FILE
           ELSE
               DISPLAY "CMDBEXP: container inventory "
                   WS-CONTAINER-DD (1:12)
                   " not readable - status " WS-CONTAINER-STATUS
               PERFORM 1950-FLAG-SOURCE-MISSING
           END-IF.

       1510-STORE-CONTAINER.
           INSPECT CI-CONTAINER-PATH REPLACING ALL "|" BY "/"
           INSPECT CI-MOUNT-PREFIX REPLACING ALL "|" BY "/"
           MOVE "N" TO WS-ENTRY-FOUND-SW
           SET WS-CT-IDX TO 1
           SEARCH WS-CT-ENTRY
               AT END CONTINUE
               WHEN WS-CT-IDX NOT > WS-CT-NUM-ENTRY
                       AND WS-CT-TS-NAME (WS-CT-IDX) = CI-TS-NAME
                       AND WS-CT-PATH (WS-CT-IDX) = CI-CONTAINER-PATH
                   MOVE "Y" TO WS-ENTRY-FOUND-SW
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
               IF WS-CT-NUM-ENTRY < 100
                   ADD 1 TO WS-CT-NUM-ENTRY
                   SET WS-CT-IDX TO WS-CT-NUM-ENTRY
                   MOVE CI-TS-NAME TO WS-CT-TS-NAME (WS-CT-IDX)
                   MOVE CI-MOUNT-PREFIX
                       TO WS-CT-MOUNT-PREFIX (WS-CT-IDX)
                   MOVE CI-CONTAINER-PATH TO WS-CT-PATH (WS-CT-IDX)
               ELSE
                   DISPLAY "CMDBEXP: container table full (100) - "
                       "skipping " CI-CONTAINER-PATH (1:60)
               END-IF
           END-IF.

      * Only database-scope parameters belong to a database CI; the
      * instance-wide (DBM) half of the baseline has no database to
      * hang from and is left out.
       1600-LOAD-CFG-BASELINE.
           OPEN INPUT CFG-BASELINE-FILE
           IF WS-BASELINE-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ CFG-BASELINE-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF BL-SCOPE-DATABASE
                               PERFORM 1610-STORE-CFG-PARAM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CFG-BASELINE-FILE
           ELSE
               DISPLAY "CMDBEXP: configuration baseline "
                   WS-BASELINE-DD (1:12)
                   " not readable - status " WS-BASELINE-STATUS
               PERFORM 1950-FLAG-SOURCE-MISSING
           END-IF.

       1610-STORE-CFG-PARAM.
           IF WS-CF-NUM-ENTRY < 200
               ADD 1 TO WS-CF-NUM-ENTRY
               SET WS-CF-IDX TO WS-CF-NUM-ENTRY
               MOVE BL-DBNAME TO WS-CF-DBNAME (WS-CF-IDX)
               MOVE BL-TOKEN TO WS-CF-TOKEN (WS-CF-IDX)
               MOVE BL-PARAM-NAME TO WS-CF-PARAM-NAME (WS-CF-IDX)
               MOVE BL-VALUE TO WS-CF-VALUE (WS-CF-IDX)
           ELSE
               DISPLAY "CMDBEXP: configuration table full (200) - "
                   "skipping " BL-DBNAME " " BL-PARAM-NAME
           END-IF.

      * Backup IDs are timestamps, so the highest full image ID per
      * alias is its most recent full backup.
       1700-LOAD-LAST-FULL-BACKUPS.
           OPEN INPUT BACKUP-CHAIN-FILE
           IF WS-CHAIN-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ BACKUP-CHAIN-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF CN-TYPE-FULL
                               PERFORM 1710-TRACK-LAST-FULL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CHAIN-FILE
           ELSE
               DISPLAY "CMDBEXP: backup chain " WS-CHAIN-DD (1:12)
                   " not readable - status " WS-CHAIN-STATUS
               PERFORM 1950-FLAG-SOURCE-MISSING
           END-IF.

       1710-TRACK-LAST-FULL.
           MOVE CN-DBALIAS TO WS-FIELD
           PERFORM 1990-FIND-DATABASE-ENTRY
           IF WS-ENTRY-FOUND
                   AND CN-BACKUP-ID > WS-DB-FULL-ID (WS-DB-IDX)
               MOVE CN-BACKUP-ID TO WS-DB-FULL-ID (WS-DB-IDX)
               IF CN-IMAGE-SIZE-KB IS NUMERIC
                   MOVE CN-IMAGE-SIZE-KB
                       TO WS-DB-FULL-SIZE-KB (WS-DB-IDX)
               ELSE
                   MOVE 0 TO WS-DB-FULL-SIZE-KB (WS-DB-IDX)
               END-IF
           END-IF.

      * The offsite location is that of the most recent image
      * VAULTUPD shipped for the alias.
       1800-LOAD-VAULT-LOCATIONS.
           OPEN INPUT VAULT-MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ VAULT-MANIFEST-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 1810-TRACK-VAULT-LOCATION
                   END-READ
               END-PERFORM
               CLOSE VAULT-MANIFEST-FILE
           ELSE
               DISPLAY "CMDBEXP: vault manifest " WS-MANIFEST-DD (1:12)
                   " not readable - status " WS-MANIFEST-STATUS
               PERFORM 1950-FLAG-SOURCE-MISSING
           END-IF.

       1810-TRACK-VAULT-LOCATION.
           INSPECT VM-VAULT-ID REPLACING ALL "|" BY "/"
           INSPECT VM-VAULT-LOCATION REPLACING ALL "|" BY "/"
           MOVE VM-DBALIAS TO WS-FIELD
           PERFORM 1990-FIND-DATABASE-ENTRY
           IF WS-ENTRY-FOUND
                   AND VM-BACKUP-ID
                       NOT < WS-DB-VAULT-BKUP-ID (WS-DB-IDX)
               MOVE VM-BACKUP-ID TO WS-DB-VAULT-BKUP-ID (WS-DB-IDX)
               MOVE VM-VAULT-ID TO WS-DB-VAULT-ID (WS-DB-IDX)
               MOVE VM-VAULT-LOCATION TO WS-DB-VAULT-LOC (WS-DB-IDX)
           END-IF.

      * TBSCONTA.INV is written against the backup driver's database;
      * CMDBEXP.CFG names it explicitly when that is not the first
      * backup-flagged registry entry.
       1900-RESOLVE-CONTAINER-ALIAS.
           OPEN INPUT EXPORT-CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               READ EXPORT-CONFIG-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE CX-CONTAINER-DBALIAS
                           TO WS-CONTAINER-DBALIAS
               END-READ
               CLOSE EXPORT-CONFIG-FILE
           END-IF
           IF WS-CONTAINER-DBALIAS = SPACES
               PERFORM VARYING WS-DB-IDX FROM 1 BY 1
                       UNTIL WS-DB-IDX > WS-DB-NUM-ENTRY
                          OR WS-CONTAINER-DBALIAS NOT = SPACES
                   IF WS-DB-REGISTERED-SW (WS-DB-IDX) = "Y"
                           AND WS-DB-FLAGS (WS-DB-IDX) (1:1) = "Y"
                       MOVE WS-DB-ALIAS (WS-DB-IDX)
                           TO WS-CONTAINER-DBALIAS
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CONTAINER-DBALIAS = SPACES
                   AND WS-CT-NUM-ENTRY > 0
               DISPLAY "CMDBEXP: no alias for " WS-CONTAINER-DD (1:12)
                   " - tablespace CIs not exported"
               PERFORM 1950-FLAG-SOURCE-MISSING
           END-IF.

       1950-FLAG-SOURCE-MISSING.
           MOVE "Y" TO WS-INCOMPLETE-SW
           IF WS-JOB-SEVERITY < 4
               MOVE 4 TO WS-JOB-SEVERITY
           END-IF.

      * Leaves WS-DB-IDX on the database row for the alias in
      * WS-FIELD when there is one.
       1990-FIND-DATABASE-ENTRY.
           MOVE "N" TO WS-ENTRY-FOUND-SW
           SET WS-DB-IDX TO 1
           SEARCH WS-DB-ENTRY
               AT END CONTINUE
               WHEN WS-DB-IDX NOT > WS-DB-NUM-ENTRY
                       AND WS-DB-ALIAS (WS-DB-IDX) = WS-FIELD (1:8)
                   MOVE "Y" TO WS-ENTRY-FOUND-SW
           END-SEARCH.

       2000-EXPORT-EACH-DATABASE.
           PERFORM VARYING WS-DB-IDX FROM 1 BY 1
                   UNTIL WS-DB-IDX > WS-DB-NUM-ENTRY
               PERFORM 3000-EXPORT-DATABASE-CI
               PERFORM 3100-EXPORT-STORAGE-PATH-CIS
               IF WS-DB-ALIAS (WS-DB-IDX) = WS-CONTAINER-DBALIAS
                   PERFORM 3200-EXPORT-TABLESPACE-CIS
               END-IF
               PERFORM 3400-EXPORT-CFG-CIS
           END-PERFORM.

      * DATABASE|key||alias|tier|HADR role|registered|catalogued|
      * documented|dbname|node|dbtype|comment|suite flags
      * (backup/ping/snapshot/inspect/rfwd/audit)|last full backup
      * ID|last full size KB|offsite backup ID|vault ID|vault location
       3000-EXPORT-DATABASE-CI.
           MOVE "DATABASE" TO WS-CI-CLASS
           MOVE SPACES TO WS-CI-KEY
           STRING "DB2/" FUNCTION TRIM (WS-DB-ALIAS (WS-DB-IDX))
               DELIMITED BY SIZE INTO WS-CI-KEY
           MOVE SPACES TO WS-PARENT-KEY
           PERFORM 6000-START-CI-RECORD
           MOVE WS-DB-ALIAS (WS-DB-IDX) TO WS-FIELD
           PERFORM 6100-APPEND-FIELD
           MOVE WS-DB-ENV-TIER (WS-DB-IDX) TO WS-FIELD
           PERFORM 6100-APPEND-FIELD
           MOVE WS-DB-HADR-ROLE (WS-DB-IDX) TO WS-FIELD
           PERFORM 6100-APPEND-FIELD
           MOVE WS-DB-REGISTERED-SW (WS-DB-IDX) TO WS-FIELD
           PERFORM 6100-APPEND-FIELD
           MOVE WS-DB-CATALOGUED-SW (WS-DB-IDX) TO WS-FIELD
           PERFORM 6100-APPEND-FIELD
           MOVE WS-DB-DOCUMENTED-SW (WS-DB-IDX) TO WS-FIELD
           PERFORM 6100-APPEND-FIELD
           MOVE WS-DB-DBNAME (WS-DB-IDX) TO WS-FIELD
           PERFORM 6100-APPEND-FIELD
           MOVE WS-DB-NODENAME (WS-DB-IDX) TO WS-FIELD
           PERFORM 6100-APPEND-FIELD
           MOVE WS-DB-DBTYPE (WS-DB-IDX) TO WS-FIELD
           PERFORM 6100-APPEND-FIELD
           MOVE WS-DB-COMMENT (WS-DB-IDX) TO WS-FIELD
           PERFORM 6100-APPEND-FIELD
           MOVE WS-DB-FLAGS (WS-DB-IDX) TO WS-FIELD
           PERFORM 6100-APPEND-FIELD
           MOVE WS-DB-FULL-ID (WS-DB-IDX) TO WS-FIELD
           PERFORM 6100-APPEND-FIELD
           IF WS-DB-FULL-ID (WS-DB-IDX) = SPACES
               MOVE SPACES TO WS-FIELD
           ELSE
               MOVE WS-DB-FULL-SIZE-KB (WS-DB-IDX) TO WS-NUM-DISP
               MOVE WS-NUM-DISP TO WS-FIELD
           END-IF
           PERFORM 6100-APPEND-FIELD
           MOVE WS-DB-VAULT-BKUP-ID (WS-DB-IDX) TO WS-FIELD
           PERFORM 6100-APPEND-FIELD
           MOVE WS-DB-VAULT-ID (WS-DB-IDX) TO WS-FIELD
           PERFORM 6100-APPEND-FIELD
           MOVE WS-DB-VAULT-LOC (WS-DB-IDX) TO WS-FIELD
           PERFORM 6100-APPEND-FIELD
           PERFORM 6500-EMIT-CI-RECORD.

      * STORAGEPATH|key|parent|path|DOCUMENTED or UNDOCUMENTED
       3100-EXPORT-STORAGE-PATH-CIS.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-NUM-ENTRY
               IF WS-PT-DBALIAS (WS-PT-IDX) = WS-DB-ALIAS (WS-DB-IDX)
                   MOVE "STORAGEPATH" TO WS-CI-CLASS
                   MOVE SPACES TO WS-CI-KEY
                   STRING "DB2/" FUNCTION TRIM (WS-DB-ALIAS (WS-DB-IDX))
                          "/PATH/"
                          FUNCTION TRIM (WS-PT-PATH (WS-PT-IDX))
                       DELIMITED BY SIZE INTO WS-CI-KEY
                   MOVE SPACES TO WS-PARENT-KEY
                   STRING "DB2/" FUNCTION TRIM (WS-DB-ALIAS (WS-DB-IDX))
                       DELIMITED BY SIZE INTO WS-PARENT-KEY
                   PERFORM 6000-START-CI-RECORD
                   MOVE WS-PT-PATH (WS-PT-IDX) TO WS-FIELD
                   PERFORM 6100-APPEND-FIELD
                   MOVE WS-PT-STATUS (WS-PT-IDX) TO WS-FIELD
                   PERFORM 6100-APPEND-FIELD
                   PERFORM 6500-EMIT-CI-RECORD
               END-IF
           END-PERFORM.

      * One TABLESPACE CI per distinct tablespace in the container
      * inventory, each followed by its CONTAINER children.
       3200-EXPORT-TABLESPACE-CIS.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-NUM-ENTRY
               MOVE "N" TO WS-TS-SEEN-SW
               PERFORM VARYING WS-CT-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-CT-SCAN-IDX >= WS-CT-IDX
                   IF WS-CT-TS-NAME (WS-CT-SCAN-IDX)
                           = WS-CT-TS-NAME (WS-CT-IDX)
                       MOVE "Y" TO WS-TS-SEEN-SW
                   END-IF
               END-PERFORM
               IF NOT WS-TS-SEEN
                   PERFORM 3210-EXPORT-ONE-TABLESPACE
               END-IF
           END-PERFORM.

      * TABLESPACE|key|parent|tablespace|containers|filesystems
       3210-EXPORT-ONE-TABLESPACE.
           MOVE 0 TO WS-TS-CONTAINER-COUNT
           MOVE 0 TO WS-TS-FILESYSTEM-COUNT
           PERFORM VARYING WS-CT-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-CT-SCAN-IDX > WS-CT-NUM-ENTRY
               IF WS-CT-TS-NAME (WS-CT-SCAN-IDX)
                       = WS-CT-TS-NAME (WS-CT-IDX)
                   ADD 1 TO WS-TS-CONTAINER-COUNT
                   PERFORM 3220-COUNT-FILESYSTEM
               END-IF
           END-PERFORM
           MOVE "TABLESPACE" TO WS-CI-CLASS
           MOVE SPACES TO WS-TS-KEY
           STRING "DB2/" FUNCTION TRIM (WS-DB-ALIAS (WS-DB-IDX))
                  "/TS/" FUNCTION TRIM (WS-CT-TS-NAME (WS-CT-IDX))
               DELIMITED BY SIZE INTO WS-TS-KEY
           MOVE WS-TS-KEY TO WS-CI-KEY
           MOVE SPACES TO WS-PARENT-KEY
           STRING "DB2/" FUNCTION TRIM (WS-DB-ALIAS (WS-DB-IDX))
               DELIMITED BY SIZE INTO WS-PARENT-KEY
           PERFORM 6000-START-CI-RECORD
           MOVE WS-CT-TS-NAME (WS-CT-IDX) TO WS-FIELD
           PERFORM 6100-APPEND-FIELD
           MOVE WS-TS-CONTAINER-COUNT TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-FIELD
           PERFORM 6100-APPEND-FIELD
           MOVE WS-TS-FILESYSTEM-COUNT TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-FIELD
           PERFORM 6100-APPEND-FIELD
           PERFORM 6500-EMIT-CI-RECORD
           PERFORM VARYING WS-CT-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-CT-SCAN-IDX > WS-CT-NUM-ENTRY
               IF WS-CT-TS-NAME (WS-CT-SCAN-IDX)
                       = WS-CT-TS-NAME (WS-CT-IDX)
                   PERFORM 3300-EXPORT-CONTAINER-CI
               END-IF
           END-PERFORM.

      * A filesystem counts once per tablespace however many of its
      * containers share it.
       3220-COUNT-FILESYSTEM.
           MOVE "N" TO WS-FS-SEEN-SW
           PERFORM VARYING WS-FS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-FS-SCAN-IDX >= WS-CT-SCAN-IDX
               IF WS-CT-TS-NAME (WS-FS-SCAN-IDX)
                       = WS-CT-TS-NAME (WS-CT-IDX)
                       AND WS-CT-MOUNT-PREFIX (WS-FS-SCAN-IDX)
                           = WS-CT-MOUNT-PREFIX (WS-CT-SCAN-IDX)
                   MOVE "Y" TO WS-FS-SEEN-SW
               END-IF
           END-PERFORM
           IF NOT WS-FS-SEEN
               ADD 1 TO WS-TS-FILESYSTEM-COUNT
           END-IF.

      * CONTAINER|key|parent tablespace key|container path|filesystem
       3300-EXPORT-CONTAINER-CI.
           MOVE "CONTAINER" TO WS-CI-CLASS
           MOVE SPACES TO WS-CI-KEY
           STRING FUNCTION TRIM (WS-TS-KEY) "/"
                  FUNCTION TRIM (WS-CT-PATH (WS-CT-SCAN-IDX))
               DELIMITED BY SIZE INTO WS-CI-KEY
           MOVE WS-TS-KEY TO WS-PARENT-KEY
           PERFORM 6000-START-CI-RECORD
           MOVE WS-CT-PATH (WS-CT-SCAN-IDX) TO WS-FIELD
           PERFORM 6100-APPEND-FIELD
           MOVE WS-CT-MOUNT-PREFIX (WS-CT-SCAN-IDX) TO WS-FIELD
           PERFORM 6100-APPEND-FIELD
           PERFORM 6500-EMIT-CI-RECORD.

      * DBCFG|key|parent|parameter|token|baseline value - the
      * baseline is keyed by database name, which may be either the
      * alias or the directory's database name.
       3400-EXPORT-CFG-CIS.
           PERFORM VARYING WS-CF-IDX FROM 1 BY 1
                   UNTIL WS-CF-IDX > WS-CF-NUM-ENTRY
               IF WS-CF-DBNAME (WS-CF-IDX) = WS-DB-ALIAS (WS-DB-IDX)
                       OR (WS-DB-DBNAME (WS-DB-IDX) NOT = SPACES
                       AND WS-CF-DBNAME (WS-CF-IDX)
                           = WS-DB-DBNAME (WS-DB-IDX))
                   PERFORM 3410-EXPORT-ONE-CFG-CI
               END-IF
           END-PERFORM.

       3410-EXPORT-ONE-CFG-CI.
           MOVE "DBCFG" TO WS-CI-CLASS
           MOVE SPACES TO WS-CI-KEY
           STRING "DB2/" FUNCTION TRIM (WS-DB-ALIAS (WS-DB-IDX))
                  "/CFG/" FUNCTION TRIM (WS-CF-PARAM-NAME (WS-CF-IDX))
               DELIMITED BY SIZE INTO WS-CI-KEY
           MOVE SPACES TO WS-PARENT-KEY
           STRING "DB2/" FUNCTION TRIM (WS-DB-ALIAS (WS-DB-IDX))
               DELIMITED BY SIZE INTO WS-PARENT-KEY
           PERFORM 6000-START-CI-RECORD
           MOVE WS-CF-PARAM-NAME (WS-CF-IDX) TO WS-FIELD
           PERFORM 6100-APPEND-FIELD
           MOVE WS-CF-TOKEN (WS-CF-IDX) TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-FIELD
           PERFORM 6100-APPEND-FIELD
           MOVE WS-CF-VALUE (WS-CF-IDX) TO WS-NUM-DISP
           MOVE WS-NUM-DISP TO WS-FIELD
           PERFORM 6100-APPEND-FIELD
           PERFORM 6500-EMIT-CI-RECORD.

       6000-START-CI-RECORD.
           MOVE SPACES TO WS-CI-RECORD
           MOVE 1 TO WS-CI-PTR
           STRING FUNCTION TRIM (WS-CI-CLASS) "|"
                  FUNCTION TRIM (WS-CI-KEY) "|"
               DELIMITED BY SIZE
               INTO WS-CI-RECORD WITH POINTER WS-CI-PTR
           IF WS-PARENT-KEY NOT = SPACES
               STRING FUNCTION TRIM (WS-PARENT-KEY)
                   DELIMITED BY SIZE
                   INTO WS-CI-RECORD WITH POINTER WS-CI-PTR
           END-IF.

      * Values go out trimmed; an empty value is an empty field.
       6100-APPEND-FIELD.
           INSPECT WS-FIELD REPLACING ALL "|" BY "/"
           STRING "|" DELIMITED BY SIZE
               INTO WS-CI-RECORD WITH POINTER WS-CI-PTR
           IF WS-FIELD NOT = SPACES
               STRING FUNCTION TRIM (WS-FIELD)
                   DELIMITED BY SIZE
                   INTO WS-CI-RECORD WITH POINTER WS-CI-PTR
           END-IF.

      * Write the CI to the export and hold it against the previous
      * export: a new key is an ADD, a known key whose record differs
      * is a CHANGE, an identical record is no change at all.
       6500-EMIT-CI-RECORD.
           MOVE WS-CI-RECORD TO CMDB-EXPORT-REC
           WRITE CMDB-EXPORT-REC
           ADD 1 TO WS-CI-COUNT
           MOVE "N" TO WS-ENTRY-FOUND-SW
           SET WS-PV-IDX TO 1
           SEARCH WS-PV-ENTRY
               AT END CONTINUE
               WHEN WS-PV-IDX NOT > WS-PV-NUM-ENTRY
                       AND WS-PV-KEY (WS-PV-IDX) = WS-CI-KEY
                   MOVE "Y" TO WS-ENTRY-FOUND-SW
                   MOVE "Y" TO WS-PV-SEEN-SW (WS-PV-IDX)
           END-SEARCH
           IF NOT WS-ENTRY-FOUND
               ADD 1 TO WS-ADD-COUNT
               MOVE SPACES TO CMDB-DELTA-REC
               STRING "ADD|" WS-CI-RECORD
                   DELIMITED BY SIZE INTO CMDB-DELTA-REC
               WRITE CMDB-DELTA-REC
           ELSE
               IF WS-PV-RECORD (WS-PV-IDX) NOT = WS-CI-RECORD
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE SPACES TO CMDB-DELTA-REC
                   STRING "CHANGE|" WS-CI-RECORD
                       DELIMITED BY SIZE INTO CMDB-DELTA-REC
                   WRITE CMDB-DELTA-REC
               END-IF
           END-IF.

      * A CI in the previous export that was not produced tonight has
      * left the estate; DELETEs go out in previous-export order.  On
      * an incomplete run its absence proves nothing - the previous
      * record is written back to the export as it stood and no
      * DELETE goes out.
       7000-WRITE-DELETED-CIS.
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX > WS-PV-NUM-ENTRY
               IF NOT WS-PV-SEEN (WS-PV-IDX)
                   IF WS-INCOMPLETE
                       ADD 1 TO WS-CARRIED-COUNT
                       ADD 1 TO WS-CI-COUNT
                       MOVE WS-PV-RECORD (WS-PV-IDX) TO CMDB-EXPORT-REC
                       WRITE CMDB-EXPORT-REC
                   ELSE
                       ADD 1 TO WS-DELETE-COUNT
                       MOVE SPACES TO CMDB-DELTA-REC
                       STRING "DELETE|" WS-PV-RECORD (WS-PV-IDX)
                           DELIMITED BY SIZE INTO CMDB-DELTA-REC
                       WRITE CMDB-DELTA-REC
                   END-IF
               END-IF
           END-PERFORM.

      * The delta trailer carries INCOMPLETE when a source was missing
      * or the previous export overflowed - such a run writes no
      * DELETEs, and its export's CI count includes the CIs carried
      * forward.
       8000-WRITE-TRAILERS.
           MOVE WS-CI-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO CMDB-EXPORT-REC
           STRING "T|" FUNCTION TRIM (WS-COUNT-DISP)
               DELIMITED BY SIZE INTO CMDB-EXPORT-REC
           WRITE CMDB-EXPORT-REC
           COMPUTE WS-DELTA-COUNT =
               WS-ADD-COUNT + WS-CHANGE-COUNT + WS-DELETE-COUNT
           MOVE WS-ADD-COUNT TO WS-ADD-DISP
           MOVE WS-CHANGE-COUNT TO WS-CHANGE-DISP
           MOVE WS-DELETE-COUNT TO WS-DELETE-DISP
           MOVE SPACES TO CMDB-DELTA-REC
           MOVE 1 TO WS-CI-PTR
           STRING "T|" FUNCTION TRIM (WS-ADD-DISP)
                  "|" FUNCTION TRIM (WS-CHANGE-DISP)
                  "|" FUNCTION TRIM (WS-DELETE-DISP)
               DELIMITED BY SIZE
               INTO CMDB-DELTA-REC WITH POINTER WS-CI-PTR
           IF WS-INCOMPLETE
               STRING "|INCOMPLETE" DELIMITED BY SIZE
                   INTO CMDB-DELTA-REC WITH POINTER WS-CI-PTR
           ELSE
               STRING "|COMPLETE" DELIMITED BY SIZE
                   INTO CMDB-DELTA-REC WITH POINTER WS-CI-PTR
           END-IF
           WRITE CMDB-DELTA-REC
           DISPLAY "CMDBEXP: " WS-CI-COUNT " CIs exported, "
               WS-ADD-COUNT " added, " WS-CHANGE-COUNT " changed, "
               WS-DELETE-COUNT " deleted"
           IF WS-INCOMPLETE
               DISPLAY "CMDBEXP: run incomplete - " WS-CARRIED-COUNT
                   " unseen CIs carried forward, none deleted"
           END-IF.

       9000-TERMINATE.
           CLOSE CMDB-EXPORT-FILE
           CLOSE CMDB-DELTA-FILE.

       9500-WRITE-AUDIT-RECORD.
           OPEN EXTEND OPS-AUDIT-FILE
           IF WS-OPSAUDIT-STATUS = "35"
               CLOSE OPS-AUDIT-FILE
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "CMDBEXP" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS
           MOVE "CMDBEXPORT" TO OA-ACTION-VERB
           MOVE WS-CI-COUNT TO OA-KEY-COUNT-1
           MOVE WS-DELTA-COUNT TO OA-KEY-COUNT-2
           MOVE 0 TO OA-FINAL-SQLCODE
           WRITE OPS-AUDIT-REC
           CLOSE OPS-AUDIT-FILE.

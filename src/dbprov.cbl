      ******************************************************************
      *
      * Program: DBPROV
      *
      * Function: New database provisioning driver.  Reads one
      *           provisioning request (DBPROV.DAT - database name,
      *           alias, environment tier, HADR role, the registry
      *           function flags, comment and change ticket) and the
      *           shop's build template for that tier (DBBUILD.DAT),
      *           then builds the database the same way every time:
      *
      *             1 VALIDATE  - the tier has a template, the alias
      *                           and name are free in DBREGIST.DAT,
      *                           the model database named by the
      *                           template has CFGDRIFT baseline
      *                           values to copy
      *             2 CREATE    - sqlecrea with an SQLEDBDESC carrying
      *                           the template's catalog, user and
      *                           temporary tablespace descriptors
      *                           (containers built in the SQLETSCDESC
      *                           layout), its code set and territory
      *                           in SQLE-DB-TERRITORY-INFO, and its
      *                           page size and automatic storage
      *                           paths in the extended descriptor;
      *                           creating the database catalogues it
      *             3 BASELINE  - every database-scope CFGDRIFT
      *                           baseline value of the model database
      *                           set with db2gCfgSet and read back
      *             4 REGISTER  - the DBREGMNT ADD command for the new
      *                           alias appended to DBREGMNT.DAT
      *             5 DRIFT     - the values just set appended to
      *                           CFGBASE.DAT under the new alias, so
      *                           CFGDRIFT checks it from tonight
      *             6 BACKUP    - the first full backup, by CALLing
      *                           BKRECON with a first-backup request
      *                           (BKFIRST.DAT) so BKCHAIN.DAT starts
      *                           the alias's chain with a full
      *
      *           Every step is logged to DBPROV.LOG.  A failure
      *           stops the run at that step: a rejected request
      *           (RC 8) or a failed CREATE (RC 12) leaves nothing
      *           behind; a failure after CREATE and before the ADD
      *           command is written drops the database again
      *           (sqledrpd) rather than leave a half-built database
      *           nobody has registered (RC 12, CRITICAL to ALERTQ);
      *           once the ADD command
      *           is written the database stays and a failed drift
      *           baseline (RC 4) or first backup (RC 8, CRITICAL) is
      *           left for the DBA to finish.
      *
      *           The API structures the vendor copybooks do not
      *           carry - the tablespace descriptor header and the
      *           extended database descriptor with its automatic
      *           storage block - are laid out here after the C
      *           headers; the containers themselves use SQLETSCDESC.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBPROV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROV-REQUEST-FILE ASSIGN TO WS-REQUEST-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT BUILD-TEMPLATE-FILE ASSIGN TO WS-TEMPLATE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-STATUS.
           SELECT DB-REGISTRY-FILE ASSIGN TO WS-REGISTRY-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT CFG-BASELINE-FILE ASSIGN TO WS-BASELINE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASELINE-STATUS.
           SELECT MAINT-COMMAND-FILE ASSIGN TO WS-REGCMD-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGCMD-STATUS.
           SELECT FIRST-BACKUP-FILE ASSIGN TO WS-FIRST-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIRST-STATUS.
           SELECT PROV-LOG-FILE ASSIGN TO WS-LOG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT ALERT-QUEUE-FILE ASSIGN TO WS-ALERTQ-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTQ-STATUS.

           SELECT OPS-AUDIT-FILE ASSIGN TO WS-OPSAUDIT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROV-REQUEST-FILE
           RECORDING MODE IS F.
       01  PROV-REQUEST-REC.
           05 PV-DBNAME                PIC X(8).
           05 PV-ALIAS                 PIC X(8).
           05 PV-ENV-TIER              PIC X(4).
           05 PV-HADR-ROLE             PIC X.
           05 PV-BACKUP-FLAG           PIC X.
           05 PV-PING-FLAG             PIC X.
           05 PV-SNAPSHOT-FLAG         PIC X.
           05 PV-INSPECT-FLAG          PIC X.
           05 PV-RFWD-FLAG             PIC X.
           05 PV-AUDIT-FLAG            PIC X.
           05 PV-COMMENT               PIC X(30).
           05 PV-TICKET                PIC X(12).

      * Build template, several records per tier: one D database
      * entry, up to four P automatic storage paths, a T entry per
      * tablespace the template defines (CAT catalog, USR user, TMP
      * system temporary - one left out takes the DB2 default) and
      * up to four C containers for each.  A container name is a
      * directory or file stem; the database name and the
      * tablespace and container number are appended to it.
       FD  BUILD-TEMPLATE-FILE
           RECORDING MODE IS F.
       01  BUILD-TEMPLATE-REC.
           05 BT-ENV-TIER              PIC X(4).
           05 BT-RECORD-TYPE           PIC X.
               88 BT-DATABASE-ENTRY    VALUE "D".
               88 BT-PATH-ENTRY        VALUE "P".
               88 BT-TABLESPACE-ENTRY  VALUE "T".
               88 BT-CONTAINER-ENTRY   VALUE "C".
           05 BT-BODY                  PIC X(130).
           05 BT-DATABASE-BODY REDEFINES BT-BODY.
               10 BT-CODESET           PIC X(17).
               10 BT-TERRITORY         PIC X(33).
               10 BT-PAGE-SIZE         PIC 9(5).
               10 BT-EXTENT-SIZE       PIC 9(4).
               10 BT-MODEL-DBNAME      PIC X(8).
               10 BT-DB-PATH           PIC X(60).
               10 FILLER               PIC X(3).
           05 BT-PATH-BODY REDEFINES BT-BODY.
               10 BT-STORAGE-PATH      PIC X(100).
               10 FILLER               PIC X(30).
           05 BT-TABLESPACE-BODY REDEFINES BT-BODY.
               10 BT-TS-ROLE           PIC X(3).
               10 BT-TS-TYPE           PIC X.
               10 BT-TS-EXTENT         PIC 9(4).
               10 BT-TS-PREFETCH       PIC 9(4).
               10 FILLER               PIC X(118).
           05 BT-CONTAINER-BODY REDEFINES BT-BODY.
               10 BT-CT-ROLE           PIC X(3).
               10 BT-CT-TYPE           PIC X.
               10 BT-CT-PAGES          PIC 9(9).
               10 BT-CT-NAME           PIC X(100).
               10 FILLER               PIC X(17).

       FD  DB-REGISTRY-FILE
           RECORDING MODE IS F.
           COPY "dbregist.cpy".

      * CFGDRIFT's baseline - read for the model database's values,
      * extended with the new alias's.
       FD  CFG-BASELINE-FILE
           RECORDING MODE IS F.
       01  CFG-BASELINE-REC.
           05 BL-SCOPE                 PIC X.
               88 BL-SCOPE-DBM         VALUE "M".
               88 BL-SCOPE-DATABASE    VALUE "D".
           05 BL-DBNAME                PIC X(8).
           05 BL-TOKEN                 PIC 9(9).
           05 BL-PARAM-NAME            PIC X(18).
           05 BL-VALUE                 PIC 9(9).

      * DBREGMNT's command deck - the ADD for the new alias is
      * appended for its next run to validate and apply.
       FD  MAINT-COMMAND-FILE
           RECORDING MODE IS F.
       01  MAINT-COMMAND-REC.
           05 RM-VERB                 PIC X(8).
           05 RM-ALIAS                PIC X(8).
           05 RM-ENV-TIER             PIC X(4).
           05 RM-HADR-ROLE            PIC X.
           05 RM-BACKUP-FLAG          PIC X.
           05 RM-PING-FLAG            PIC X.
           05 RM-SNAPSHOT-FLAG        PIC X.
           05 RM-INSPECT-FLAG         PIC X.
           05 RM-RFWD-FLAG            PIC X.
           05 RM-AUDIT-FLAG           PIC X.

       FD  FIRST-BACKUP-FILE
           RECORDING MODE IS F.
       01  FIRST-BACKUP-REC.
           05 FB-DBALIAS              PIC X(8).

       FD  PROV-LOG-FILE
           RECORDING MODE IS F.
       01  PROV-LOG-REC                PIC X(132).

       FD  ALERT-QUEUE-FILE
           RECORDING MODE IS F.
           COPY "alertq.cpy".

       FD  OPS-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "opsaudit.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DB2-VERSION              PIC S9(9) COMP-5 VALUE 0.
           COPY "db2ApiDf.cbl".
           COPY "sqlenv.cbl".
           COPY "sqlca.cpy".

      * The value db2gCfgGet/db2gCfgSet read and write through.
       01  WS-CFG-VALUE                PIC 9(9)  COMP-5 VALUE 0.
       01  WS-CFG-FLAGS                PIC 9(9)  COMP-5 VALUE 0.

       01  WS-REQUEST-DD               PIC X(40) VALUE "DBPROV.DAT".
       01  WS-TEMPLATE-DD              PIC X(40) VALUE "DBBUILD.DAT".
       01  WS-REGISTRY-DD              PIC X(40) VALUE "DBREGIST.DAT".
       01  WS-BASELINE-DD              PIC X(40) VALUE "CFGBASE.DAT".
       01  WS-REGCMD-DD                PIC X(40) VALUE "DBREGMNT.DAT".
       01  WS-FIRST-DD                 PIC X(40) VALUE "BKFIRST.DAT".
       01  WS-LOG-DD                   PIC X(40) VALUE "DBPROV.LOG".

       01  WS-REQUEST-STATUS           PIC XX.
       01  WS-TEMPLATE-STATUS          PIC XX.
       01  WS-REGISTRY-STATUS          PIC XX.
       01  WS-BASELINE-STATUS          PIC XX.
       01  WS-REGCMD-STATUS            PIC XX.
       01  WS-FIRST-STATUS             PIC XX.
       01  WS-LOG-STATUS               PIC XX.
       01  WS-EOF-SW                   PIC X     VALUE "N".
           88 WS-EOF                   VALUE "Y".

      * Where the build got to - each step sets it before it runs, so
      * a stop reports the step that failed.
       01  WS-STEP-NAME                PIC X(8)  VALUE SPACES.
       01  WS-STEP-OK-SW               PIC X     VALUE "Y".
           88 WS-STEP-OK               VALUE "Y".
       01  WS-CREATED-SW               PIC X     VALUE "N".
           88 WS-CREATED               VALUE "Y".
       01  WS-REGISTERED-SW            PIC X     VALUE "N".
           88 WS-REGISTERED            VALUE "Y".
       01  WS-STOP-REASON              PIC X(60) VALUE SPACES.

       01  WS-REQUEST-FOUND-SW         PIC X     VALUE "N".
           88 WS-REQUEST-FOUND         VALUE "Y".
       01  WS-TEMPLATE-FOUND-SW        PIC X     VALUE "N".
           88 WS-TEMPLATE-FOUND        VALUE "Y".

       01  WS-DBNAME                   PIC X(8)  VALUE SPACES.
       01  WS-DB-ALIAS                 PIC X(8)  VALUE SPACES.
       01  WS-ENV-TIER                 PIC X(4)  VALUE SPACES.
       01  WS-CODESET                  PIC X(17) VALUE SPACES.
       01  WS-TERRITORY                PIC X(33) VALUE SPACES.
       01  WS-PAGE-SIZE                PIC 9(5)  VALUE 0.
       01  WS-EXTENT-SIZE              PIC 9(4)  VALUE 0.
       01  WS-MODEL-DBNAME             PIC X(8)  VALUE SPACES.
       01  WS-DB-PATH                  PIC X(60) VALUE SPACES.

      * C-style null-terminated copies of the names sqlecrea and
      * sqledrpd are handed.
       01  WS-DBNAME-Z                 PIC X(9)  VALUE SPACES.
       01  WS-DB-ALIAS-Z               PIC X(9)  VALUE SPACES.
       01  WS-DB-PATH-Z                PIC X(61) VALUE SPACES.
       01  WS-NULL-PTR                 USAGE IS POINTER VALUE NULL.
      * sqlecrea's reserved char, passed by value.
       01  WS-RESERVED-ARG             PIC 9(4)  COMP-5 VALUE 0.

      * Tablespace descriptors (SQLETSDESC) for CAT, USR and TMP -
      * eye-catcher, extent, prefetch, overhead and transfer rate,
      * type and container count, then the containers, each an
      * SQLETSCDESC image.
       01  WS-TSDESC-TABLE.
           05 WS-TSD-ENTRY OCCURS 3 TIMES INDEXED BY WS-TSD-IDX.
               10 WS-TSD-TSDID         PIC X(8).
               10 WS-TSD-EXTNT         PIC S9(9) COMP-5.
               10 WS-TSD-PRFTC         PIC S9(9) COMP-5.
               10 WS-TSD-POVHD         COMP-2.
               10 WS-TSD-TRFRT         COMP-2.
               10 WS-TSD-TSTYP         PIC X.
               10 WS-TSD-PAD1          PIC X.
               10 WS-TSD-CCNT          PIC S9(4) COMP-5.
               10 WS-TSD-CONTAINER     PIC X(268) OCCURS 4 TIMES.
               10 WS-TSD-PAD2          PIC X(4).
       01  WS-TSD-ROLE-TABLE.
           05 WS-TSD-ROLE              PIC X(3)  OCCURS 3 TIMES.
           05 WS-TSD-DEFINED-SW        PIC X     OCCURS 3 TIMES.
       01  WS-TSD-SUB                  PIC 9     VALUE 0.
       01  WS-CT-SUB                   PIC 9     VALUE 0.
       01  WS-CT-NAME                  PIC X(256) VALUE SPACES.
       01  WS-CT-LEN                   PIC 9(4)  VALUE 0.
       01  WS-CT-NUM-DISP              PIC 9     VALUE 0.

      * Extended database descriptor (sqledbdescext) - page size,
      * then the automatic storage block, the three tablespace
      * extension blocks (not used) and a reserved pointer.
       01  WS-DBDESC-EXT.
           05 WS-EXT-PAGE-SIZE         PIC 9(9)  COMP-5 VALUE 0.
           05 FILLER                   PIC X(4)  VALUE LOW-VALUES.
           05 WS-EXT-AUTO-STORAGE      USAGE IS POINTER VALUE NULL.
           05 WS-EXT-CATTS-EXT         USAGE IS POINTER VALUE NULL.
           05 WS-EXT-USRTS-EXT         USAGE IS POINTER VALUE NULL.
           05 WS-EXT-TMPTS-EXT         USAGE IS POINTER VALUE NULL.
           05 WS-EXT-RESERVED          USAGE IS POINTER VALUE NULL.
      * sqleAutoStorageCfg - enable flag (1 = yes), path count and
      * a pointer to the array of path-string pointers.
       01  WS-AUTO-STORAGE-CFG.
           05 WS-AS-ENABLE             PIC X     VALUE X"01".
           05 FILLER                   PIC X(3)  VALUE LOW-VALUES.
           05 WS-AS-NUM-PATHS          PIC 9(9)  COMP-5 VALUE 0.
           05 WS-AS-PATH-LIST          USAGE IS POINTER VALUE NULL.
       01  WS-STORAGE-PATH-PTRS.
           05 WS-SP-PTR                USAGE IS POINTER OCCURS 4 TIMES.
       01  WS-STORAGE-PATH-TABLE.
           05 WS-SP-PATH               PIC X(101) OCCURS 4 TIMES.
       01  WS-SP-SUB                   PIC 9     VALUE 0.

      * The model database's database-scope baseline values.
       01  WS-BL-TABLE.
           05 WS-BL-NUM-ENTRY          PIC 9(4)  COMP-5 VALUE 0.
           05 WS-BL-ENTRY OCCURS 100 TIMES INDEXED BY WS-BL-IDX.
               10 WS-BL-TOKEN          PIC 9(9).
               10 WS-BL-PARAM-NAME     PIC X(18).
               10 WS-BL-VALUE          PIC 9(9).

       01  WS-SUB                      PIC 9(4)  VALUE 0.
       01  WS-STEP-RC                  PIC S9(9) VALUE 0.
       01  WS-SET-COUNT                PIC 9(9)  VALUE 0.
       01  WS-VALUE-DISP               PIC Z(8)9.
       01  WS-READBACK-DISP            PIC Z(8)9.
       01  WS-RC-DISP                  PIC Z(3)9.
       01  WS-COUNT-DISP               PIC Z(3)9.
       01  WS-SQLCODE-DISP             PIC -(8)9.

       01  WS-ALERTQ-DD                PIC X(40) VALUE "ALERTQ.DAT".
       01  WS-ALERTQ-STATUS            PIC XX.

       01  WS-OPSAUDIT-DD              PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS          PIC XX.
       01  WS-AUDIT-START-TS           PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID           PIC X(8)  VALUE "DBPROV".
       01  WS-RUN-ID                   PIC X(25) VALUE SPACES.

       01  WS-KB-SQLCODE               PIC S9(9) COMP-5 VALUE 0.
       01  WS-KB-EXPLAIN-LINE          PIC X(132) VALUE SPACES.

      * Scheduler return-code severity for this run: 0 clean, 4
      * warnings, 8 check failed / do not proceed, 12 driver
      * failed - the suite-wide condition-code convention.
       01  WS-JOB-SEVERITY             PIC 9(2)  VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-VALIDATE-REQUEST
           IF WS-STEP-OK
               PERFORM 2000-CREATE-DATABASE
           END-IF
           IF WS-STEP-OK
               PERFORM 3000-APPLY-BASELINE
           END-IF
           IF WS-STEP-OK
               PERFORM 4000-EMIT-REGISTRY-ADD
           END-IF
           IF NOT WS-STEP-OK
                   AND WS-CREATED
                   AND NOT WS-REGISTERED
               PERFORM 8000-DROP-HALF-BUILT-DATABASE
           END-IF
           IF WS-STEP-OK
               PERFORM 5000-EXTEND-DRIFT-BASELINE
               PERFORM 6000-FIRST-FULL-BACKUP
           END-IF
           PERFORM 8500-WRITE-OUTCOME
           PERFORM 9500-WRITE-AUDIT-RECORD
           PERFORM 9000-TERMINATE
           MOVE WS-JOB-SEVERITY TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-START-TS
           CALL "RUNCORID" USING BY REFERENCE WS-RUN-PROGRAM-ID
                                 BY REFERENCE WS-RUN-ID
           OPEN EXTEND PROV-LOG-FILE
           IF WS-LOG-STATUS = "35"
               CLOSE PROV-LOG-FILE
               OPEN OUTPUT PROV-LOG-FILE
           END-IF
           MOVE SPACES TO PROV-LOG-REC
           STRING "DBPROV  RUN ID=" WS-RUN-ID
                  "  START=" WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO PROV-LOG-REC
           WRITE PROV-LOG-REC
           MOVE SPACES TO PROV-LOG-REC
           MOVE "CAT" TO WS-TSD-ROLE (1)
           MOVE "USR" TO WS-TSD-ROLE (2)
           MOVE "TMP" TO WS-TSD-ROLE (3)
           MOVE "N" TO WS-TSD-DEFINED-SW (1)
           MOVE "N" TO WS-TSD-DEFINED-SW (2)
           MOVE "N" TO WS-TSD-DEFINED-SW (3)

           OPEN INPUT PROV-REQUEST-FILE
           IF WS-REQUEST-STATUS = "00"
               READ PROV-REQUEST-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-REQUEST-FOUND-SW
                       MOVE PV-DBNAME TO WS-DBNAME
                       MOVE PV-ALIAS TO WS-DB-ALIAS
                       IF WS-DB-ALIAS = SPACES
                           MOVE WS-DBNAME TO WS-DB-ALIAS
                       END-IF
                       MOVE PV-ENV-TIER TO WS-ENV-TIER
               END-READ
               CLOSE PROV-REQUEST-FILE
           END-IF

           MOVE SPACES TO PROV-LOG-REC
           STRING "PROVISION DBNAME=" WS-DBNAME
                  " ALIAS=" WS-DB-ALIAS
                  " TIER=" WS-ENV-TIER
                  " TICKET=" PV-TICKET
                  " START=" WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO PROV-LOG-REC
           WRITE PROV-LOG-REC.

       1100-VALIDATE-REQUEST.
           MOVE "VALIDATE" TO WS-STEP-NAME
           IF NOT WS-REQUEST-FOUND OR WS-DBNAME = SPACES
               MOVE "NO PROVISIONING REQUEST IN DBPROV.DAT"
                   TO WS-STOP-REASON
               PERFORM 8900-STEP-FAILED
           END-IF
           IF WS-STEP-OK
               PERFORM 1200-LOAD-TEMPLATE
           END-IF
           IF WS-STEP-OK
               PERFORM 1300-CHECK-REGISTRY
           END-IF
           IF WS-STEP-OK
               PERFORM 1400-LOAD-MODEL-BASELINE
           END-IF
           IF WS-STEP-OK
               PERFORM 8800-STEP-DONE
           END-IF.

       1200-LOAD-TEMPLATE.
           OPEN INPUT BUILD-TEMPLATE-FILE
           IF WS-TEMPLATE-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ BUILD-TEMPLATE-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF BT-ENV-TIER = WS-ENV-TIER
                               PERFORM 1250-STORE-TEMPLATE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUILD-TEMPLATE-FILE
           END-IF
           IF NOT WS-TEMPLATE-FOUND
               MOVE SPACES TO WS-STOP-REASON
               STRING "NO BUILD TEMPLATE FOR TIER " WS-ENV-TIER
                   DELIMITED BY SIZE INTO WS-STOP-REASON
               PERFORM 8900-STEP-FAILED
           END-IF.

       1250-STORE-TEMPLATE-ENTRY.
           EVALUATE TRUE
               WHEN BT-DATABASE-ENTRY
                   MOVE "Y" TO WS-TEMPLATE-FOUND-SW
                   MOVE BT-CODESET TO WS-CODESET
                   MOVE BT-TERRITORY TO WS-TERRITORY
                   MOVE BT-PAGE-SIZE TO WS-PAGE-SIZE
                   MOVE BT-EXTENT-SIZE TO WS-EXTENT-SIZE
                   MOVE BT-MODEL-DBNAME TO WS-MODEL-DBNAME
                   MOVE BT-DB-PATH TO WS-DB-PATH
               WHEN BT-PATH-ENTRY
                   IF WS-AS-NUM-PATHS < 4
                       ADD 1 TO WS-AS-NUM-PATHS
                       MOVE WS-AS-NUM-PATHS TO WS-SP-SUB
                       MOVE LOW-VALUES TO WS-SP-PATH (WS-SP-SUB)
                       STRING BT-STORAGE-PATH DELIMITED BY SPACE
                           INTO WS-SP-PATH (WS-SP-SUB)
                   ELSE
                       DISPLAY "DBPROV: storage path list full (4)"
                           " - skipping " BT-STORAGE-PATH
                   END-IF
               WHEN BT-TABLESPACE-ENTRY
                   PERFORM 1260-FIND-TABLESPACE-ROLE
                   IF WS-TSD-SUB > 0
                       PERFORM 1270-START-TABLESPACE
                   END-IF
               WHEN BT-CONTAINER-ENTRY
                   MOVE BT-CT-ROLE TO BT-TS-ROLE
                   PERFORM 1260-FIND-TABLESPACE-ROLE
                   IF WS-TSD-SUB > 0
                       PERFORM 1280-ADD-CONTAINER
                   END-IF
               WHEN OTHER
                   DISPLAY "DBPROV: unknown template record type "
                       BT-RECORD-TYPE " - skipped"
           END-EVALUATE.

       1260-FIND-TABLESPACE-ROLE.
           MOVE 0 TO WS-TSD-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 3
               IF WS-TSD-ROLE (WS-SUB) = BT-TS-ROLE
                   MOVE WS-SUB TO WS-TSD-SUB
               END-IF
           END-PERFORM
           IF WS-TSD-SUB = 0
               DISPLAY "DBPROV: unknown tablespace role " BT-TS-ROLE
                   " - expected CAT, USR or TMP"
           END-IF.

       1270-START-TABLESPACE.
           SET WS-TSD-IDX TO WS-TSD-SUB
           MOVE "Y" TO WS-TSD-DEFINED-SW (WS-TSD-SUB)
           MOVE SQLE-DBTSDESC-1 TO WS-TSD-TSDID (WS-TSD-IDX)
           IF BT-TS-EXTENT = 0
               MOVE -1 TO WS-TSD-EXTNT (WS-TSD-IDX)
           ELSE
               MOVE BT-TS-EXTENT TO WS-TSD-EXTNT (WS-TSD-IDX)
           END-IF
           IF BT-TS-PREFETCH = 0
               MOVE -1 TO WS-TSD-PRFTC (WS-TSD-IDX)
           ELSE
               MOVE BT-TS-PREFETCH TO WS-TSD-PRFTC (WS-TSD-IDX)
           END-IF
           MOVE -1 TO WS-TSD-POVHD (WS-TSD-IDX)
           MOVE -1 TO WS-TSD-TRFRT (WS-TSD-IDX)
           MOVE BT-TS-TYPE TO WS-TSD-TSTYP (WS-TSD-IDX)
           MOVE LOW-VALUE TO WS-TSD-PAD1 (WS-TSD-IDX)
           MOVE 0 TO WS-TSD-CCNT (WS-TSD-IDX)
           MOVE LOW-VALUES TO WS-TSD-PAD2 (WS-TSD-IDX).

      * Each container is built in the vendor SQLETSCDESC record and
      * copied into its slot behind the descriptor header.
       1280-ADD-CONTAINER.
           SET WS-TSD-IDX TO WS-TSD-SUB
           IF WS-TSD-CCNT (WS-TSD-IDX) < 4
               ADD 1 TO WS-TSD-CCNT (WS-TSD-IDX)
               MOVE WS-TSD-CCNT (WS-TSD-IDX) TO WS-CT-SUB
               MOVE WS-CT-SUB TO WS-CT-NUM-DISP
               MOVE SPACES TO WS-CT-NAME
               STRING BT-CT-NAME DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      WS-DBNAME DELIMITED BY SPACE
                      "." DELIMITED BY SIZE
                      BT-CT-ROLE DELIMITED BY SIZE
                      WS-CT-NUM-DISP DELIMITED BY SIZE
                   INTO WS-CT-NAME
               MOVE 0 TO WS-CT-LEN
               INSPECT WS-CT-NAME TALLYING WS-CT-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               MOVE LOW-VALUES TO SQLETSCDESC
               MOVE BT-CT-TYPE TO SQLCTYPE
               MOVE BT-CT-PAGES TO SQLCSIZE
               MOVE WS-CT-LEN TO SQLCLEN
               MOVE WS-CT-NAME (1:WS-CT-LEN)
                   TO SQLCONTR (1:WS-CT-LEN)
               MOVE SQLETSCDESC
                   TO WS-TSD-CONTAINER (WS-TSD-IDX, WS-CT-SUB)
           ELSE
               DISPLAY "DBPROV: container list full (4) for "
                   BT-CT-ROLE " - skipping " BT-CT-NAME
           END-IF.

      * The alias and the database name must both be new to the
      * registry - a provisioning run never touches an existing entry.
       1300-CHECK-REGISTRY.
           OPEN INPUT DB-REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ DB-REGISTRY-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF DR-ALIAS = WS-DB-ALIAS
                                   OR DR-ALIAS = WS-DBNAME
                               MOVE SPACES TO WS-STOP-REASON
                               STRING "ALIAS " DR-ALIAS
                                      " ALREADY IN DBREGIST.DAT"
                                   DELIMITED BY SIZE
                                   INTO WS-STOP-REASON
                               PERFORM 8900-STEP-FAILED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DB-REGISTRY-FILE
           END-IF.

       1400-LOAD-MODEL-BASELINE.
           OPEN INPUT CFG-BASELINE-FILE
           IF WS-BASELINE-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ CFG-BASELINE-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF BL-SCOPE-DATABASE
                                   AND BL-DBNAME = WS-MODEL-DBNAME
                               PERFORM 1450-STORE-BASELINE-VALUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CFG-BASELINE-FILE
           END-IF
           IF WS-BL-NUM-ENTRY = 0
               MOVE SPACES TO WS-STOP-REASON
               STRING "NO CFGBASE.DAT VALUES FOR MODEL "
                      WS-MODEL-DBNAME
                   DELIMITED BY SIZE INTO WS-STOP-REASON
               PERFORM 8900-STEP-FAILED
           END-IF.

       1450-STORE-BASELINE-VALUE.
           IF WS-BL-NUM-ENTRY < 100
               ADD 1 TO WS-BL-NUM-ENTRY
               SET WS-BL-IDX TO WS-BL-NUM-ENTRY
               MOVE BL-TOKEN TO WS-BL-TOKEN (WS-BL-IDX)
               MOVE BL-PARAM-NAME TO WS-BL-PARAM-NAME (WS-BL-IDX)
               MOVE BL-VALUE TO WS-BL-VALUE (WS-BL-IDX)
           ELSE
               DISPLAY "DBPROV: baseline table full (100) - "
                   "skipping " BL-PARAM-NAME
           END-IF.

       2000-CREATE-DATABASE.
           MOVE "CREATE" TO WS-STEP-NAME
           MOVE LOW-VALUES TO SQLEDBDESC
           MOVE SQLE-DBDESC-2 TO SQLDBDID
           MOVE 0 TO SQLDBCCP
           MOVE SQL-CS-SYSTEM TO SQLDBCSS
           MOVE PV-COMMENT TO SQLDBCMT
           MOVE 0 TO SQLDBSGP
           MOVE -1 TO SQLDBNSG
           IF WS-EXTENT-SIZE = 0
               MOVE -1 TO SQLTSEXT
           ELSE
               MOVE WS-EXTENT-SIZE TO SQLTSEXT
           END-IF
           SET SQLCATTS TO NULL
           SET SQLUSRTS TO NULL
           SET SQLTMPTS TO NULL
           IF WS-TSD-DEFINED-SW (1) = "Y"
               SET SQLCATTS TO ADDRESS OF WS-TSD-ENTRY (1)
           END-IF
           IF WS-TSD-DEFINED-SW (2) = "Y"
               SET SQLUSRTS TO ADDRESS OF WS-TSD-ENTRY (2)
           END-IF
           IF WS-TSD-DEFINED-SW (3) = "Y"
               SET SQLTMPTS TO ADDRESS OF WS-TSD-ENTRY (3)
           END-IF

           MOVE LOW-VALUES TO SQLE-DB-TERRITORY-INFO
           STRING WS-CODESET DELIMITED BY SPACE
               INTO SQLDBCODESET OF SQLE-DB-TERRITORY-INFO
           STRING WS-TERRITORY DELIMITED BY SPACE
               INTO SQLDBLOCALE OF SQLE-DB-TERRITORY-INFO

           MOVE WS-PAGE-SIZE TO WS-EXT-PAGE-SIZE
           IF WS-AS-NUM-PATHS > 0
               PERFORM VARYING WS-SP-SUB FROM 1 BY 1
                       UNTIL WS-SP-SUB > WS-AS-NUM-PATHS
                   SET WS-SP-PTR (WS-SP-SUB)
                       TO ADDRESS OF WS-SP-PATH (WS-SP-SUB)
               END-PERFORM
               SET WS-AS-PATH-LIST TO ADDRESS OF WS-STORAGE-PATH-PTRS
               SET WS-EXT-AUTO-STORAGE
                   TO ADDRESS OF WS-AUTO-STORAGE-CFG
           END-IF

           MOVE SPACES TO WS-DBNAME-Z
           STRING WS-DBNAME DELIMITED BY SPACE
                  X"00" DELIMITED BY SIZE
               INTO WS-DBNAME-Z
           PERFORM 2900-BUILD-ALIAS-Z
           MOVE SPACES TO WS-DB-PATH-Z
           STRING WS-DB-PATH DELIMITED BY SPACE
                  X"00" DELIMITED BY SIZE
               INTO WS-DB-PATH-Z

           IF WS-DB-PATH = SPACES
               CALL "sqlecrea" USING BY REFERENCE WS-DBNAME-Z
                         BY REFERENCE WS-DB-ALIAS-Z
                         BY VALUE WS-NULL-PTR
                         BY REFERENCE SQLEDBDESC
                         BY REFERENCE SQLE-DB-TERRITORY-INFO
                         BY VALUE WS-RESERVED-ARG
                         BY REFERENCE WS-DBDESC-EXT
                         BY REFERENCE SQLCA
           ELSE
               CALL "sqlecrea" USING BY REFERENCE WS-DBNAME-Z
                         BY REFERENCE WS-DB-ALIAS-Z
                         BY REFERENCE WS-DB-PATH-Z
                         BY REFERENCE SQLEDBDESC
                         BY REFERENCE SQLE-DB-TERRITORY-INFO
                         BY VALUE WS-RESERVED-ARG
                         BY REFERENCE WS-DBDESC-EXT
                         BY REFERENCE SQLCA
           END-IF

           MOVE SQLCODE TO WS-SQLCODE-DISP
           MOVE WS-PAGE-SIZE TO WS-VALUE-DISP
           MOVE WS-AS-NUM-PATHS TO WS-COUNT-DISP
           MOVE SPACES TO PROV-LOG-REC
           STRING "  sqlecrea CODESET=" WS-CODESET
                  " TERRITORY=" WS-TERRITORY (1:8)
                  " PAGESIZE=" WS-VALUE-DISP
                  " PATHS=" WS-COUNT-DISP
                  " SQLCODE=" WS-SQLCODE-DISP
               DELIMITED BY SIZE INTO PROV-LOG-REC
           WRITE PROV-LOG-REC
           IF SQLCODE NOT = 0
               PERFORM 9450-EXPLAIN-SQLCODE
               MOVE "sqlecrea FAILED - NOTHING CREATED"
                   TO WS-STOP-REASON
               PERFORM 8900-STEP-FAILED
           ELSE
               MOVE "Y" TO WS-CREATED-SW
               PERFORM 8800-STEP-DONE
           END-IF.

       2900-BUILD-ALIAS-Z.
           MOVE SPACES TO WS-DB-ALIAS-Z
           STRING WS-DB-ALIAS DELIMITED BY SPACE
                  X"00" DELIMITED BY SIZE
               INTO WS-DB-ALIAS-Z.

      * Each value is set and read straight back, CFGDEPLY-style - a
      * value the new database does not report back stops the build.
       3000-APPLY-BASELINE.
           MOVE "BASELINE" TO WS-STEP-NAME
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                   UNTIL WS-BL-IDX > WS-BL-NUM-ENTRY
                      OR NOT WS-STEP-OK
               PERFORM 3100-SET-ONE-VALUE
           END-PERFORM
           IF WS-STEP-OK
               PERFORM 8800-STEP-DONE
           END-IF.

       3100-SET-ONE-VALUE.
           MOVE WS-BL-VALUE (WS-BL-IDX) TO WS-CFG-VALUE
           PERFORM 3900-BUILD-CFG-STRUCT
           CALL "db2gCfgSet" USING BY VALUE WS-DB2-VERSION
                     BY REFERENCE DB2G-CFG
                     BY REFERENCE SQLCA
           IF SQLCODE = 0
               MOVE 0 TO WS-CFG-VALUE
               PERFORM 3900-BUILD-CFG-STRUCT
               CALL "db2gCfgGet" USING BY VALUE WS-DB2-VERSION
                         BY REFERENCE DB2G-CFG
                         BY REFERENCE SQLCA
           END-IF
           MOVE SQLCODE TO WS-SQLCODE-DISP
           MOVE WS-BL-VALUE (WS-BL-IDX) TO WS-VALUE-DISP
           MOVE WS-CFG-VALUE TO WS-READBACK-DISP
           MOVE SPACES TO PROV-LOG-REC
           STRING "  db2gCfgSet PARAM=" WS-BL-PARAM-NAME (WS-BL-IDX)
                  " VALUE=" WS-VALUE-DISP
                  " READBACK=" WS-READBACK-DISP
                  " SQLCODE=" WS-SQLCODE-DISP
               DELIMITED BY SIZE INTO PROV-LOG-REC
           WRITE PROV-LOG-REC
           IF SQLCODE NOT = 0
               PERFORM 9450-EXPLAIN-SQLCODE
               MOVE SPACES TO WS-STOP-REASON
               STRING "BASELINE VALUE NOT APPLIED - "
                      WS-BL-PARAM-NAME (WS-BL-IDX)
                   DELIMITED BY SIZE INTO WS-STOP-REASON
               PERFORM 8900-STEP-FAILED
           ELSE
               IF WS-CFG-VALUE NOT = WS-BL-VALUE (WS-BL-IDX)
                   MOVE SPACES TO WS-STOP-REASON
                   STRING "BASELINE VALUE DID NOT STICK - "
                          WS-BL-PARAM-NAME (WS-BL-IDX)
                       DELIMITED BY SIZE INTO WS-STOP-REASON
                   PERFORM 8900-STEP-FAILED
               ELSE
                   ADD 1 TO WS-SET-COUNT
               END-IF
           END-IF.

       3900-BUILD-CFG-STRUCT.
           MOVE WS-BL-TOKEN (WS-BL-IDX) TO DB2-TOKEN OF DB2G-CFG-PARAM
           MOVE 4 TO DB2-PTRVALUE-LEN OF DB2G-CFG-PARAM
           SET DB2-PTRVALUE OF DB2G-CFG-PARAM
               TO ADDRESS OF WS-CFG-VALUE
           MOVE 0 TO DB2-FLAGS OF DB2G-CFG-PARAM

           SET DB2-PARAM-ARRAY OF DB2G-CFG
               TO ADDRESS OF DB2G-CFG-PARAM
           MOVE 1 TO DB2-NUM-ITEMS OF DB2G-CFG
           MOVE DB2CFG-DATABASE TO WS-CFG-FLAGS
           ADD DB2CFG-IMMEDIATE TO WS-CFG-FLAGS
           MOVE WS-CFG-FLAGS TO DB2-FLAGS OF DB2G-CFG
           MOVE 8 TO DB2-DBNAME-LEN OF DB2G-CFG
           SET DB2-DBNAME OF DB2G-CFG TO ADDRESS OF WS-DB-ALIAS.

       4000-EMIT-REGISTRY-ADD.
           MOVE "REGISTER" TO WS-STEP-NAME
           OPEN EXTEND MAINT-COMMAND-FILE
           IF WS-REGCMD-STATUS = "35"
               CLOSE MAINT-COMMAND-FILE
               OPEN OUTPUT MAINT-COMMAND-FILE
           END-IF
           IF WS-REGCMD-STATUS NOT = "00"
               MOVE SPACES TO WS-STOP-REASON
               STRING "CANNOT WRITE DBREGMNT.DAT STATUS="
                      WS-REGCMD-STATUS
                   DELIMITED BY SIZE INTO WS-STOP-REASON
               PERFORM 8900-STEP-FAILED
           ELSE
               MOVE "ADD" TO RM-VERB
               MOVE WS-DB-ALIAS TO RM-ALIAS
               MOVE WS-ENV-TIER TO RM-ENV-TIER
               MOVE PV-HADR-ROLE TO RM-HADR-ROLE
               MOVE PV-BACKUP-FLAG TO RM-BACKUP-FLAG
               MOVE PV-PING-FLAG TO RM-PING-FLAG
               MOVE PV-SNAPSHOT-FLAG TO RM-SNAPSHOT-FLAG
               MOVE PV-INSPECT-FLAG TO RM-INSPECT-FLAG
               MOVE PV-RFWD-FLAG TO RM-RFWD-FLAG
               MOVE PV-AUDIT-FLAG TO RM-AUDIT-FLAG
               WRITE MAINT-COMMAND-REC
               IF WS-REGCMD-STATUS NOT = "00"
                   MOVE SPACES TO WS-STOP-REASON
                   STRING "ADD NOT WRITTEN TO DBREGMNT.DAT STATUS="
                          WS-REGCMD-STATUS
                       DELIMITED BY SIZE INTO WS-STOP-REASON
                   PERFORM 8900-STEP-FAILED
               ELSE
                   MOVE "Y" TO WS-REGISTERED-SW
                   MOVE SPACES TO PROV-LOG-REC
                   STRING "  DBREGMNT ADD " MAINT-COMMAND-REC
                       DELIMITED BY SIZE INTO PROV-LOG-REC
                   WRITE PROV-LOG-REC
                   PERFORM 8800-STEP-DONE
               END-IF
               CLOSE MAINT-COMMAND-FILE
           END-IF.

      * From here the database is registered and stays - a failure is
      * reported and left for the DBA rather than undone.
       5000-EXTEND-DRIFT-BASELINE.
           MOVE "DRIFT" TO WS-STEP-NAME
           OPEN EXTEND CFG-BASELINE-FILE
           IF WS-BASELINE-STATUS NOT = "00"
               MOVE SPACES TO PROV-LOG-REC
               STRING "STEP DRIFT    WARNING - CFGBASE.DAT NOT "
                      "EXTENDED STATUS=" WS-BASELINE-STATUS
                   DELIMITED BY SIZE INTO PROV-LOG-REC
               WRITE PROV-LOG-REC
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           ELSE
               PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                       UNTIL WS-BL-IDX > WS-BL-NUM-ENTRY
                   MOVE "D" TO BL-SCOPE
                   MOVE WS-DB-ALIAS TO BL-DBNAME
                   MOVE WS-BL-TOKEN (WS-BL-IDX) TO BL-TOKEN
                   MOVE WS-BL-PARAM-NAME (WS-BL-IDX) TO BL-PARAM-NAME
                   MOVE WS-BL-VALUE (WS-BL-IDX) TO BL-VALUE
                   WRITE CFG-BASELINE-REC
               END-PERFORM
               CLOSE CFG-BASELINE-FILE
               PERFORM 8800-STEP-DONE
           END-IF.

      * BKRECON reads the request, takes the whole-database full and
      * logs the chain's first entry; the request is emptied again so
      * tonight's scheduled run goes back to the registry.
       6000-FIRST-FULL-BACKUP.
           MOVE "BACKUP" TO WS-STEP-NAME
           OPEN OUTPUT FIRST-BACKUP-FILE
           MOVE WS-DB-ALIAS TO FB-DBALIAS
           WRITE FIRST-BACKUP-REC
           CLOSE FIRST-BACKUP-FILE

           MOVE 0 TO RETURN-CODE
           CALL "BKRECON"
               ON EXCEPTION
                   MOVE 12 TO RETURN-CODE
                   DISPLAY "DBPROV: BKRECON could not be loaded"
           END-CALL
           MOVE RETURN-CODE TO WS-STEP-RC
           CANCEL "BKRECON"

           OPEN OUTPUT FIRST-BACKUP-FILE
           CLOSE FIRST-BACKUP-FILE

           MOVE WS-STEP-RC TO WS-RC-DISP
           MOVE SPACES TO PROV-LOG-REC
           STRING "  BKRECON FIRST FULL BACKUP RC=" WS-RC-DISP
                  " - SEE BKRECON.RPT"
               DELIMITED BY SIZE INTO PROV-LOG-REC
           WRITE PROV-LOG-REC
           IF WS-STEP-RC > 4
               MOVE SPACES TO WS-STOP-REASON
               STRING "FIRST FULL BACKUP FAILED RC=" WS-RC-DISP
                   DELIMITED BY SIZE INTO WS-STOP-REASON
               PERFORM 8900-STEP-FAILED
           ELSE
               PERFORM 8800-STEP-DONE
           END-IF.

       8000-DROP-HALF-BUILT-DATABASE.
           PERFORM 2900-BUILD-ALIAS-Z
           CALL "sqledrpd" USING BY REFERENCE WS-DB-ALIAS-Z
                     BY VALUE WS-NULL-PTR
                     BY REFERENCE SQLCA
           MOVE SQLCODE TO WS-SQLCODE-DISP
           MOVE SPACES TO PROV-LOG-REC
           STRING "STEP ROLLBACK sqledrpd ALIAS=" WS-DB-ALIAS
                  " SQLCODE=" WS-SQLCODE-DISP
               DELIMITED BY SIZE INTO PROV-LOG-REC
           WRITE PROV-LOG-REC
           IF SQLCODE NOT = 0
               PERFORM 9450-EXPLAIN-SQLCODE
               MOVE "CRITICAL" TO AQ-SEVERITY
               MOVE WS-DB-ALIAS TO AQ-OBJECT
               MOVE SPACES TO AQ-MESSAGE
               STRING "UNREGISTERED HALF-BUILT DATABASE NOT DROPPED"
                      " - DROP BY HAND"
                   DELIMITED BY SIZE INTO AQ-MESSAGE
               PERFORM 9400-APPEND-ALERT
           ELSE
               MOVE "N" TO WS-CREATED-SW
           END-IF.

       8500-WRITE-OUTCOME.
           MOVE SPACES TO PROV-LOG-REC
           IF WS-STEP-OK
               STRING "PROVISIONED " WS-DB-ALIAS
                      " - RUN DBREGMNT TO APPLY THE REGISTRY ADD"
                   DELIMITED BY SIZE INTO PROV-LOG-REC
           ELSE
               STRING "PROVISIONING STOPPED AT " WS-STEP-NAME
                      " - " WS-STOP-REASON
                   DELIMITED BY SIZE INTO PROV-LOG-REC
           END-IF
           WRITE PROV-LOG-REC.

       8800-STEP-DONE.
           MOVE SPACES TO PROV-LOG-REC
           STRING "STEP " WS-STEP-NAME " OK"
               DELIMITED BY SIZE INTO PROV-LOG-REC
           WRITE PROV-LOG-REC.

      * A stop before CREATE leaves nothing behind; from CREATE on the
      * database exists and the failure is paged.
       8900-STEP-FAILED.
           MOVE "N" TO WS-STEP-OK-SW
           MOVE SPACES TO PROV-LOG-REC
           STRING "STEP " WS-STEP-NAME " FAILED - " WS-STOP-REASON
               DELIMITED BY SIZE INTO PROV-LOG-REC
           WRITE PROV-LOG-REC
           EVALUATE TRUE
               WHEN WS-STEP-NAME = "VALIDATE"
                   IF WS-JOB-SEVERITY < 8
                       MOVE 8 TO WS-JOB-SEVERITY
                   END-IF
               WHEN WS-REGISTERED
                   IF WS-JOB-SEVERITY < 8
                       MOVE 8 TO WS-JOB-SEVERITY
                   END-IF
               WHEN OTHER
                   IF WS-JOB-SEVERITY < 12
                       MOVE 12 TO WS-JOB-SEVERITY
                   END-IF
           END-EVALUATE
           IF WS-STEP-NAME NOT = "VALIDATE"
               MOVE "CRITICAL" TO AQ-SEVERITY
               MOVE WS-STEP-NAME TO AQ-OBJECT
               MOVE SPACES TO AQ-MESSAGE
               STRING "PROVISIONING STOPPED: " WS-STOP-REASON
                   DELIMITED BY SIZE INTO AQ-MESSAGE
               PERFORM 9400-APPEND-ALERT
           END-IF.

       9000-TERMINATE.
           CLOSE PROV-LOG-FILE.

       9400-APPEND-ALERT.
           OPEN EXTEND ALERT-QUEUE-FILE
           IF WS-ALERTQ-STATUS = "35"
               CLOSE ALERT-QUEUE-FILE
               OPEN OUTPUT ALERT-QUEUE-FILE
           END-IF
           MOVE "DBPROV" TO AQ-PROGRAM-ID
           MOVE WS-RUN-ID TO AQ-RUN-ID
           MOVE WS-DB-ALIAS TO AQ-DBALIAS
           MOVE FUNCTION CURRENT-DATE (1:14) TO AQ-TIMESTAMP
           MOVE "N" TO AQ-DISPATCHED-SW
           WRITE ALERT-QUEUE-REC
           CLOSE ALERT-QUEUE-FILE.

       9450-EXPLAIN-SQLCODE.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-KB-SQLCODE
               CALL "SQLKBLKP" USING BY REFERENCE WS-KB-SQLCODE
                         BY REFERENCE WS-KB-EXPLAIN-LINE
               MOVE WS-KB-EXPLAIN-LINE TO PROV-LOG-REC
               WRITE PROV-LOG-REC
           END-IF.

       9500-WRITE-AUDIT-RECORD.
           OPEN EXTEND OPS-AUDIT-FILE
           IF WS-OPSAUDIT-STATUS = "35"
               CLOSE OPS-AUDIT-FILE
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "DBPROV" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE WS-DB-ALIAS TO OA-DBALIAS
           MOVE "PROVISION" TO OA-ACTION-VERB
           MOVE WS-SET-COUNT TO OA-KEY-COUNT-1
           MOVE WS-AS-NUM-PATHS TO OA-KEY-COUNT-2
           MOVE SQLCODE TO OA-FINAL-SQLCODE
           WRITE OPS-AUDIT-REC
           CLOSE OPS-AUDIT-FILE.

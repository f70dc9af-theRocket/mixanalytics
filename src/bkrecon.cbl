      *           after every run for MEDIACHK's free-space pre-flight
      *           check to size against.
      *
      *           A first-backup request (BKFIRST.DAT, written by the
      *           DBPROV provisioning driver) names a newly created
      *           database in place of the registry's: that run takes
      *           a whole-database offline full - a new database sits
      *           in backup-pending until it has one, and has none of
      *           the tablespaces in the nightly list - and starts the
      *           alias's chain in BKCHAIN.DAT with it.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKRECON.
           SELECT BACKUP-CHAIN-FILE ASSIGN TO WS-CHAIN-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATUS.
           SELECT FIRST-BACKUP-FILE ASSIGN TO WS-FIRST-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIRST-STATUS.

           SELECT OPS-AUDIT-FILE ASSIGN TO WS-OPSAUDIT-DD
               ORGANIZATION IS LINE SEQUENTIAL
           RECORDING MODE IS F.
           COPY "bkchain.cpy".

       FD  FIRST-BACKUP-FILE
           RECORDING MODE IS F.
       01  FIRST-BACKUP-REC.
           05 FB-DBALIAS              PIC X(8).

       FD  OPS-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "opsaudit.cpy".
           88 WS-BASE-FOUND           VALUE "Y".
       01  WS-FORCED-FULL-SW          PIC X     VALUE "N".
           88 WS-FORCED-FULL          VALUE "Y".
       01  WS-FIRST-DD                PIC X(40) VALUE "BKFIRST.DAT".
       01  WS-FIRST-STATUS            PIC XX.
       01  WS-FIRST-BACKUP-SW         PIC X     VALUE "N".
           88 WS-FIRST-BACKUP         VALUE "Y".
       01  WS-BASE-HIST-ROWS          PIC 9(9)  VALUE 0.
      * db2gBackup's own SQLCODE, captured at the call - the history
      * verification that follows overwrites SQLCA, and the chain
       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "BKRECON".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.

       01  WS-KB-SQLCODE              PIC S9(9) COMP-5 VALUE 0.
       01  WS-KB-EXPLAIN-LINE         PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1050-CHECK-FIRST-BACKUP
           IF NOT WS-FIRST-BACKUP
               PERFORM 1100-LOAD-REGISTRY-ALIAS
           END-IF
           PERFORM 1200-CHECK-CALENDAR
           IF WS-CAL-BLACKOUT
               PERFORM 9500-WRITE-AUDIT-RECORD
               PERFORM 9000-TERMINATE
           ELSE
               IF WS-FIRST-BACKUP
                   IF WS-TS-CTL-STATUS = "00"
                       CLOSE TS-CONTROL-FILE
                   END-IF
               ELSE
                   PERFORM 2000-LOAD-TABLESPACE-LIST
               END-IF
               PERFORM 3000-LOAD-MEDIA-LIST
               PERFORM 3500-LOAD-COMPR-LIBRARY
               PERFORM 3600-LOAD-CYCLE-TYPE
               PERFORM 9000-TERMINATE
           END-IF
           MOVE WS-JOB-SEVERITY TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-START-TS
           CALL "RUNCORID" USING BY REFERENCE WS-RUN-PROGRAM-ID
                                 BY REFERENCE WS-RUN-ID
           OPEN INPUT TS-CONTROL-FILE
           IF WS-TS-CTL-STATUS NOT = "00"
               DISPLAY "BKRECON: unable to open tablespace ctl file"
               DISPLAY "BKRECON: file status=" WS-MEDIA-CTL-STATUS
           END-IF
           OPEN OUTPUT RECON-REPORT-FILE
           MOVE SPACES TO RECON-REPORT-REC
           STRING "BKRECON  RUN ID=" WS-RUN-ID
                  "  START=" WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           MOVE SPACES TO RECON-REPORT-REC
           OPEN EXTEND COMPRESSION-HISTORY-FILE
           IF WS-COMPR-HIST-STATUS = "35"
               CLOSE COMPRESSION-HISTORY-FILE
               OPEN OUTPUT COMPRESSION-HISTORY-FILE
           END-IF.

      * A first-backup request takes the place of the registry - the
      * new database is not in it until DBREGMNT applies the ADD the
      * provisioning run emitted - and needs no tablespace list.
       1050-CHECK-FIRST-BACKUP.
           OPEN INPUT FIRST-BACKUP-FILE
           IF WS-FIRST-STATUS = "00"
               READ FIRST-BACKUP-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF FB-DBALIAS NOT = SPACES
                           MOVE FB-DBALIAS TO WS-DBALIAS
                           MOVE "Y" TO WS-FIRST-BACKUP-SW
                           MOVE "N" TO WS-PARTIAL-SW
                           DISPLAY "BKRECON: first full backup of "
                               "new database " WS-DBALIAS
                       END-IF
               END-READ
               CLOSE FIRST-BACKUP-FILE
           END-IF.

      * One registry record per database replaces the old hardwired
      * PRODDB literal.  This nightly driver still backs up one
      * database per run, so it takes the first entry flagged for
      * backup back up to a full automatically, instead of quietly
      * extending a chain that can never be restored.
       3650-RESOLVE-CHAIN-BASE.
           IF WS-FIRST-BACKUP
               MOVE "F" TO WS-CYCLE-TYPE
           END-IF
           IF WS-CYCLE-FULL
               CONTINUE
           ELSE
               TO ADDRESS OF WS-TIMESTAMP
           MOVE 26 TO DB2-I-TIMESTAMP-LEN OF DB2G-BACKUP-STRUCT
           PERFORM 3800-BUILD-LIST-HEADERS
           IF WS-FIRST-BACKUP
               SET DB2-PI-TABLESPACE-LIST OF DB2G-BACKUP-STRUCT
                   TO NULL
           ELSE
               SET DB2-PI-TABLESPACE-LIST OF DB2G-BACKUP-STRUCT
                   TO ADDRESS OF SQLU-TABLESPACE-BKRST-LIST
           END-IF
           SET DB2-PI-MEDIA-LIST OF DB2G-BACKUP-STRUCT
               TO ADDRESS OF SQLU-MEDIA-LIST
           MOVE 0 TO DB2-I-USERNAME-LEN OF DB2G-BACKUP-STRUCT
      * carries the incremental bit as well, so each cycle value is
      * a single add on top of online mode.
           EVALUATE TRUE
               WHEN WS-FIRST-BACKUP
                   MOVE DB2BACKUP-BACKUP
                       TO DB2-I-CALLER-ACTION OF DB2G-BACKUP-STRUCT
                   COMPUTE DB2-I-OPTIONS OF DB2G-BACKUP-STRUCT =
                       DB2BACKUP-OFFLINE + DB2BACKUP-DB
               WHEN WS-CYCLE-INCREMENTAL
                   COMPUTE DB2-I-OPTIONS OF DB2G-BACKUP-STRUCT =
                       DB2BACKUP-ONLINE + DB2BACKUP-INCREMENTAL
           MOVE 0 TO WS-BACKED-UP-COUNT
           IF SQLCODE = 0
               PERFORM 4100-VERIFY-ACTUAL-COUNT
      * A whole-database image holds every tablespace there is - what
      * the history entry reports is what was asked for.
               IF WS-FIRST-BACKUP
                   MOVE WS-BACKED-UP-COUNT TO WS-EXPECTED-COUNT
               END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-BACKUP-ID.
           ELSE
               MOVE WS-BASE-FULL-ID TO CN-BASE-FULL-ID
           END-IF
           COMPUTE CN-IMAGE-SIZE-KB =
               DB2-O-BACKUP-SIZE OF DB2G-BACKUP-STRUCT * 1024
           WRITE BACKUP-CHAIN-REC
           CLOSE BACKUP-CHAIN-FILE.

                   TO RECON-REPORT-REC
               WRITE RECON-REPORT-REC
           END-IF
           IF WS-FIRST-BACKUP
               MOVE SPACES TO RECON-REPORT-REC
               STRING "FIRST FULL BACKUP OF NEW DATABASE " WS-DBALIAS
                      " - WHOLE DATABASE, OFFLINE"
                   DELIMITED BY SIZE INTO RECON-REPORT-REC
               WRITE RECON-REPORT-REC
           END-IF

           MOVE SPACES TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "BKRECON" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE WS-DBALIAS TO OA-DBALIAS

      ******************************************************************
      *
      * Program: AUTHAUD
      *
      * Function: Privileged authority audit.  Run as the first step
      *           of the nightly stream, under the batch ID, it starts
      *           using each database DBREGIST.DAT flags for the audit
      *           function (through the shared DBREGSEL routine) and
      *           retrieves the ID's effective authorities there with
      *           sqlgadau into the SQL-AUTHORIZATIONS structure -
      *           each authority held directly or through a group.
      *           The holdings are compared against the required-
      *           authority file AUTHREQ.DAT (driver program-id, the
      *           authority it needs, optionally the one alias it
      *           needs it on), so an authority revoked during an
      *           access review is caught here rather than by the
      *           driver that fails at 3am.  BACKUP is accepted as a
      *           requirement and is met by SYSADM, SYSCTRL or
      *           SYSMAINT; the database-level authorities are met by
      *           DBADM as well as by their own grant.
      *
      *           Every missing authority is reported and queued to
      *           ALERTQ.  A driver on the stream's critical path (the
      *           STRMNET.DAT step that runs it is flagged critical)
      *           raises a CRITICAL alert and ends the audit with 12,
      *           so the network's dependants on this step are skipped
      *           and the stream is refused before its first job;
      *           any other driver raises a WARNING and ends with 4.
      *           A database the ID cannot start using is reported
      *           with its SQLCODE, and every requirement on it is
      *           counted missing - the drivers could not use it
      *           either.
      *
      *           Each alias's holdings are appended to the authority
      *           snapshot file AUTHSNAP.DAT.  The control card's
      *           SWEEP verb takes the snapshot without the
      *           requirement check, for an operator to record their
      *           own ID's access.  The monthly REVIEW verb writes the
      *           access-review listing (AUTHREVW.RPT) for audit: the
      *           instance's SYSADM_GROUP, SYSCTRL_GROUP,
      *           SYSMAINT_GROUP and SYSMON_GROUP from the database
      *           manager configuration (db2gCfgGet) with every member
      *           of each group from the operating-system group
      *           extract GRPMEMB.DAT, then every ID whose latest
      *           snapshot on an alias shows an administrative
      *           authority, direct or group-inherited.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHAUD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-CONTROL-FILE ASSIGN TO WS-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT AUTH-REQUIRED-FILE ASSIGN TO WS-REQUIRED-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUIRED-STATUS.
           SELECT STREAM-NETWORK-FILE ASSIGN TO WS-NETWORK-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NETWORK-STATUS.
           SELECT AUTH-SNAPSHOT-FILE ASSIGN TO WS-SNAPSHOT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.
           SELECT GROUP-MEMBER-FILE ASSIGN TO WS-GRPMEMB-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRPMEMB-STATUS.
           SELECT AUTH-REPORT-FILE ASSIGN TO WS-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT ALERT-QUEUE-FILE ASSIGN TO WS-ALERTQ-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTQ-STATUS.

           SELECT OPS-AUDIT-FILE ASSIGN TO WS-OPSAUDIT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * STREAM (the default, no card needed), SWEEP or REVIEW, and the
      * ID the run is made under - the label its snapshot is filed
      * under, since sqlgadau reports whoever is connected.
       FD  AUTH-CONTROL-FILE
           RECORDING MODE IS F.
       01  AUTH-CONTROL-REC.
           05 AC-VERB                  PIC X(8).
           05 AC-AUTH-ID               PIC X(8).

      * One entry per authority a driver needs - a blank alias means
      * it needs it on every audited database.
       FD  AUTH-REQUIRED-FILE
           RECORDING MODE IS F.
       01  AUTH-REQUIRED-REC.
           05 AR-PROGRAM-ID            PIC X(8).
           05 AR-AUTHORITY             PIC X(12).
           05 AR-DBALIAS               PIC X(8).

       FD  STREAM-NETWORK-FILE
           RECORDING MODE IS F.
           COPY "strmnet.cpy".

      * One record per alias per audit run - the fifteen authorities
      * in SQL-AUTHORIZATIONS order, each a direct and a group flag.
       FD  AUTH-SNAPSHOT-FILE
           RECORDING MODE IS F.
       01  AUTH-SNAPSHOT-REC.
           05 AS-TIMESTAMP             PIC X(14).
           05 AS-AUTH-ID               PIC X(8).
           05 AS-DBALIAS               PIC X(8).
           05 AS-SQLCODE               PIC S9(9) SIGN LEADING SEPARATE.
           05 AS-AUTH-FLAGS            PIC X(30).

      * Operating-system group membership extract, one line per
      * member of each group.
       FD  GROUP-MEMBER-FILE
           RECORDING MODE IS F.
       01  GROUP-MEMBER-REC.
           05 GM-GROUP-NAME            PIC X(30).
           05 GM-MEMBER-ID             PIC X(8).

       FD  AUTH-REPORT-FILE
           RECORDING MODE IS F.
       01  AUTH-REPORT-REC             PIC X(132).

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
           COPY "sqlutil.cbl".
           COPY "sqlca.cpy".

       01  WS-CONTROL-DD               PIC X(40) VALUE "AUTHAUD.CTL".
       01  WS-REQUIRED-DD              PIC X(40) VALUE "AUTHREQ.DAT".
       01  WS-NETWORK-DD               PIC X(40) VALUE "STRMNET.DAT".
       01  WS-SNAPSHOT-DD              PIC X(40) VALUE "AUTHSNAP.DAT".
       01  WS-GRPMEMB-DD               PIC X(40) VALUE "GRPMEMB.DAT".
       01  WS-REPORT-DD                PIC X(40) VALUE "AUTHAUD.RPT".
       01  WS-REVIEW-DD                PIC X(40) VALUE "AUTHREVW.RPT".

       01  WS-CONTROL-STATUS           PIC XX.
       01  WS-REQUIRED-STATUS          PIC XX.
       01  WS-NETWORK-STATUS           PIC XX.
       01  WS-SNAPSHOT-STATUS          PIC XX.
       01  WS-GRPMEMB-STATUS           PIC XX.
       01  WS-REPORT-STATUS            PIC XX.
       01  WS-EOF-SW                   PIC X     VALUE "N".
           88 WS-EOF                   VALUE "Y".

       01  WS-VERB                     PIC X(8)  VALUE "STREAM".
       01  WS-AUTH-ID                  PIC X(8)  VALUE "DB2BATCH".
       01  WS-RUN-TS                   PIC X(14) VALUE SPACES.

      * sqlestrd takes C-style null-terminated strings, so the alias
      * is copied here with a trailing X"00" before each call.
       01  WS-DB-ALIAS                 PIC X(8)  VALUE SPACES.
       01  WS-DB-ALIAS-Z               PIC X(9)  VALUE SPACES.
       01  WS-NULL-PTR                 USAGE IS POINTER VALUE NULL.
      * The use mode is an unsigned char passed by value - its
      * character code, in a binary word.
       01  WS-USE-MODE                 PIC 9(4)  COMP-5 VALUE 0.
       01  WS-CONNECTED-SW             PIC X     VALUE "N".
           88 WS-CONNECTED             VALUE "Y".
       01  WS-START-SQLCODE            PIC S9(9) VALUE 0.

      * The fifteen SQL-AUTHORIZATIONS authorities in structure order
      * - the names AUTHREQ.DAT uses - plus BACKUP, which has no field
      * of its own.
       01  WS-AUTH-NAME-VALUES.
           05 FILLER                   PIC X(12) VALUE "SYSADM".
           05 FILLER                   PIC X(12) VALUE "DBADM".
           05 FILLER                   PIC X(12) VALUE "CREATETAB".
           05 FILLER                   PIC X(12) VALUE "BINDADD".
           05 FILLER                   PIC X(12) VALUE "CONNECT".
           05 FILLER                   PIC X(12) VALUE "SYSCTRL".
           05 FILLER                   PIC X(12) VALUE "SYSMAINT".
           05 FILLER                   PIC X(12) VALUE "NOFENCE".
           05 FILLER                   PIC X(12) VALUE "IMPLICITSCH".
           05 FILLER                   PIC X(12) VALUE "LOAD".
           05 FILLER                   PIC X(12) VALUE "EXTROUTINE".
           05 FILLER                   PIC X(12) VALUE "QUIESCECONN".
           05 FILLER                   PIC X(12) VALUE "SECADM".
           05 FILLER                   PIC X(12) VALUE "LIBADM".
           05 FILLER                   PIC X(12) VALUE "SYSMON".
           05 FILLER                   PIC X(12) VALUE "BACKUP".
       01  WS-AUTH-NAME-TABLE REDEFINES WS-AUTH-NAME-VALUES.
           05 WS-AUTH-NAME             PIC X(12) OCCURS 16 TIMES.

      * Authority positions in the table above.
       01  WS-AX-SYSADM                PIC 9(2)  VALUE 1.
       01  WS-AX-DBADM                 PIC 9(2)  VALUE 2.
       01  WS-AX-SYSCTRL               PIC 9(2)  VALUE 6.
       01  WS-AX-SYSMAINT              PIC 9(2)  VALUE 7.
       01  WS-AX-SECADM                PIC 9(2)  VALUE 13.
       01  WS-AX-SYSMON                PIC 9(2)  VALUE 15.
       01  WS-AX-BACKUP                PIC 9(2)  VALUE 16.

      * The connected ID's holdings on the current alias - Y where
      * held, direct and through a group - in the snapshot's layout.
       01  WS-HELD-FLAGS               PIC X(30) VALUE SPACES.
       01  WS-HELD-TABLE REDEFINES WS-HELD-FLAGS.
           05 WS-HELD OCCURS 15 TIMES.
               10 WS-HELD-DIRECT       PIC X.
               10 WS-HELD-GROUP        PIC X.

       01  WS-REQ-TABLE.
           05 WS-REQ-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-REQ-ENTRY OCCURS 200 TIMES INDEXED BY WS-REQ-IDX.
               10 WS-REQ-PROGRAM-ID    PIC X(8).
               10 WS-REQ-AUTHORITY     PIC X(12).
               10 WS-REQ-DBALIAS       PIC X(8).
               10 WS-REQ-AUTH-SUB      PIC 9(2).

       01  WS-CRIT-TABLE.
           05 WS-CRIT-NUM-ENTRY        PIC 9(4)  COMP-5 VALUE 0.
           05 WS-CRIT-PROGRAM-ID       PIC X(8)  OCCURS 100 TIMES
                                       INDEXED BY WS-CRIT-IDX.

      * REVIEW - the latest snapshot per ID and alias.
       01  WS-SNAP-TABLE.
           05 WS-SNAP-NUM-ENTRY        PIC 9(4)  COMP-5 VALUE 0.
           05 WS-SNAP-ENTRY OCCURS 200 TIMES INDEXED BY WS-SNAP-IDX.
               10 WS-SNAP-AUTH-ID      PIC X(8).
               10 WS-SNAP-DBALIAS      PIC X(8).
               10 WS-SNAP-TIMESTAMP    PIC X(14).
               10 WS-SNAP-SQLCODE      PIC S9(9).
               10 WS-SNAP-FLAGS        PIC X(30).

      * REVIEW - the instance administrative-group parameters, in
      * authority order.
       01  WS-ADMIN-GROUP-TABLE.
           05 WS-AG-ENTRY OCCURS 4 TIMES.
               10 WS-AG-PARAM-NAME     PIC X(16).
               10 WS-AG-AUTHORITY      PIC X(12).
               10 WS-AG-TOKEN          PIC S9(4) COMP-5.
       01  WS-AG-SUB                   PIC 9     VALUE 0.
       01  WS-ADMIN-GROUP-NAME         PIC X(128) VALUE SPACES.
       01  WS-QUERY-OK-SW              PIC X     VALUE "Y".
           88 WS-QUERY-OK              VALUE "Y".

       01  WS-SUB                      PIC 9(4)  VALUE 0.
       01  WS-AX                       PIC 9(2)  VALUE 0.
       01  WS-TEST-AX                  PIC 9(2)  VALUE 0.
       01  WS-COVERED-SW               PIC X     VALUE "N".
           88 WS-COVERED               VALUE "Y".
       01  WS-CRITICAL-SW              PIC X     VALUE "N".
           88 WS-CRITICAL              VALUE "Y".
       01  WS-FOUND-SW                 PIC X     VALUE "N".
           88 WS-FOUND                 VALUE "Y".
       01  WS-HOW-HELD                 PIC X(6)  VALUE SPACES.
       01  WS-HELD-LIST                PIC X(100) VALUE SPACES.
       01  WS-LIST-PTR                 PIC 9(3)  VALUE 0.

       01  WS-ALIAS-COUNT              PIC 9(9)  VALUE 0.
       01  WS-MISSING-COUNT            PIC 9(9)  VALUE 0.
       01  WS-CRITICAL-MISSING-COUNT   PIC 9(9)  VALUE 0.
       01  WS-HOLDER-COUNT             PIC 9(9)  VALUE 0.
       01  WS-COUNT-DISP               PIC Z(8)9.
       01  WS-SQLCODE-DISP             PIC -(8)9.

       01  WS-ALERTQ-DD                PIC X(40) VALUE "ALERTQ.DAT".
       01  WS-ALERTQ-STATUS            PIC XX.

       01  WS-OPSAUDIT-DD              PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS          PIC XX.
       01  WS-AUDIT-START-TS           PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID           PIC X(8)  VALUE "AUTHAUD".
       01  WS-RUN-ID                   PIC X(25) VALUE SPACES.

       01  WS-KB-SQLCODE               PIC S9(9) COMP-5 VALUE 0.
       01  WS-KB-EXPLAIN-LINE          PIC X(132) VALUE SPACES.

      * Scheduler return-code severity for this run: 0 clean, 4
      * warnings, 8 check failed / do not proceed, 12 driver
      * failed - the suite-wide condition-code convention.
       01  WS-JOB-SEVERITY             PIC 9(2)  VALUE 0.

      * Selection handed back by the shared DBREGSEL registry routine.
       01  WS-REGISTRY-FUNCTION        PIC X(8)  VALUE "AUDIT   ".
       01  WS-REGISTRY-SELECTION.
           05 WS-REG-COUNT             PIC 9(4).
           05 WS-REG-ALIAS             PIC X(8) OCCURS 50 TIMES.
       01  WS-REG-SUB                  PIC 9(4)  VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           EVALUATE WS-VERB
               WHEN "STREAM"
                   PERFORM 1100-LOAD-REQUIREMENTS
                   PERFORM 1200-LOAD-CRITICAL-PATH
                   PERFORM 2000-AUDIT-EACH-ALIAS
                   PERFORM 2900-WRITE-STREAM-SUMMARY
               WHEN "SWEEP"
                   PERFORM 2000-AUDIT-EACH-ALIAS
               WHEN "REVIEW"
                   PERFORM 4000-REVIEW-ADMIN-GROUPS
                   PERFORM 5000-REVIEW-SNAPSHOT-HOLDERS
               WHEN OTHER
                   MOVE SPACES TO AUTH-REPORT-REC
                   STRING "UNKNOWN VERB " WS-VERB
                          " - EXPECTED STREAM, SWEEP OR REVIEW"
                       DELIMITED BY SIZE INTO AUTH-REPORT-REC
                   WRITE AUTH-REPORT-REC
                   MOVE 8 TO WS-JOB-SEVERITY
           END-EVALUATE
           PERFORM 9500-WRITE-AUDIT-RECORD
           PERFORM 9000-TERMINATE
           MOVE WS-JOB-SEVERITY TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-START-TS
           CALL "RUNCORID" USING BY REFERENCE WS-RUN-PROGRAM-ID
                                 BY REFERENCE WS-RUN-ID
           MOVE WS-AUDIT-START-TS TO WS-RUN-TS
           OPEN INPUT AUTH-CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               READ AUTH-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF AC-VERB NOT = SPACES
                           MOVE AC-VERB TO WS-VERB
                       END-IF
                       IF AC-AUTH-ID NOT = SPACES
                           MOVE AC-AUTH-ID TO WS-AUTH-ID
                       END-IF
               END-READ
               CLOSE AUTH-CONTROL-FILE
           END-IF
           IF WS-VERB = "REVIEW"
               MOVE WS-REVIEW-DD TO WS-REPORT-DD
           END-IF
           OPEN OUTPUT AUTH-REPORT-FILE
           MOVE SPACES TO AUTH-REPORT-REC
           IF WS-VERB = "REVIEW"
               STRING "PRIVILEGED AUTHORITY ACCESS REVIEW  RUN="
                      WS-RUN-TS
                      "  RUN ID=" WS-RUN-ID
                   DELIMITED BY SIZE INTO AUTH-REPORT-REC
           ELSE
               STRING "PRIVILEGED AUTHORITY AUDIT  VERB=" WS-VERB
                      " AUTHID=" WS-AUTH-ID
                      "  RUN=" WS-RUN-TS
                      "  RUN ID=" WS-RUN-ID
                   DELIMITED BY SIZE INTO AUTH-REPORT-REC
           END-IF
           WRITE AUTH-REPORT-REC.

      * A requirement naming an authority the audit does not know
      * could never be met or checked - report it and leave it out.
       1100-LOAD-REQUIREMENTS.
           OPEN INPUT AUTH-REQUIRED-FILE
           IF WS-REQUIRED-STATUS NOT = "00"
               MOVE SPACES TO AUTH-REPORT-REC
               STRING "NO REQUIRED-AUTHORITY FILE " WS-REQUIRED-DD
                   DELIMITED BY SIZE INTO AUTH-REPORT-REC
               WRITE AUTH-REPORT-REC
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ AUTH-REQUIRED-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 1150-STORE-REQUIREMENT
                   END-READ
               END-PERFORM
               CLOSE AUTH-REQUIRED-FILE
           END-IF.

       1150-STORE-REQUIREMENT.
           MOVE 0 TO WS-TEST-AX
           PERFORM VARYING WS-AX FROM 1 BY 1
                   UNTIL WS-AX > 16 OR WS-TEST-AX > 0
               IF WS-AUTH-NAME (WS-AX) = AR-AUTHORITY
                   MOVE WS-AX TO WS-TEST-AX
               END-IF
           END-PERFORM
           IF WS-TEST-AX = 0
               MOVE SPACES TO AUTH-REPORT-REC
               STRING "UNKNOWN AUTHORITY " AR-AUTHORITY
                      " REQUIRED BY " AR-PROGRAM-ID
                      " - ENTRY IGNORED"
                   DELIMITED BY SIZE INTO AUTH-REPORT-REC
               WRITE AUTH-REPORT-REC
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           ELSE
               IF WS-REQ-NUM-ENTRY < 200
                   ADD 1 TO WS-REQ-NUM-ENTRY
                   SET WS-REQ-IDX TO WS-REQ-NUM-ENTRY
                   MOVE AR-PROGRAM-ID
                       TO WS-REQ-PROGRAM-ID (WS-REQ-IDX)
                   MOVE AR-AUTHORITY TO WS-REQ-AUTHORITY (WS-REQ-IDX)
                   MOVE AR-DBALIAS TO WS-REQ-DBALIAS (WS-REQ-IDX)
                   MOVE WS-TEST-AX TO WS-REQ-AUTH-SUB (WS-REQ-IDX)
               ELSE
                   DISPLAY "AUTHAUD: requirement table full (200)"
                           " - skipping " AR-PROGRAM-ID
                           " " AR-AUTHORITY
               END-IF
           END-IF.

      * Without a network every driver is treated as off the critical
      * path - the audit still alerts, it just cannot refuse.
       1200-LOAD-CRITICAL-PATH.
           OPEN INPUT STREAM-NETWORK-FILE
           IF WS-NETWORK-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ STREAM-NETWORK-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF SN-CRITICAL-SW = "Y"
                               IF WS-CRIT-NUM-ENTRY < 100
                                   ADD 1 TO WS-CRIT-NUM-ENTRY
                                   MOVE SN-PROGRAM-ID
                                       TO WS-CRIT-PROGRAM-ID
                                          (WS-CRIT-NUM-ENTRY)
                               ELSE
                                   DISPLAY "AUTHAUD: critical-path "
                                       "table full (100) - skipping "
                                       SN-PROGRAM-ID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STREAM-NETWORK-FILE
           ELSE
               MOVE SPACES TO AUTH-REPORT-REC
               STRING "NO STREAM NETWORK " WS-NETWORK-DD
                      " - NO DRIVER TREATED AS CRITICAL-PATH"
                   DELIMITED BY SIZE INTO AUTH-REPORT-REC
               WRITE AUTH-REPORT-REC
           END-IF.

       2000-AUDIT-EACH-ALIAS.
           CALL "DBREGSEL" USING
                     BY REFERENCE WS-REGISTRY-FUNCTION
                     BY REFERENCE WS-REGISTRY-SELECTION
           OPEN EXTEND AUTH-SNAPSHOT-FILE
           IF WS-SNAPSHOT-STATUS = "35"
               CLOSE AUTH-SNAPSHOT-FILE
               OPEN OUTPUT AUTH-SNAPSHOT-FILE
           END-IF
           MOVE SPACES TO AUTH-REPORT-REC
           WRITE AUTH-REPORT-REC
           MOVE "ALIAS      SQLCODE AUTHORITIES HELD ((G) = GROUP ONLY)"
               TO AUTH-REPORT-REC
           WRITE AUTH-REPORT-REC
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
               MOVE WS-REG-ALIAS (WS-REG-SUB) TO WS-DB-ALIAS
               ADD 1 TO WS-ALIAS-COUNT
               PERFORM 2100-START-USING-DATABASE
               IF WS-CONNECTED
                   PERFORM 2200-GET-AUTHORITIES
               END-IF
               PERFORM 2300-WRITE-HOLDINGS-LINE
               PERFORM 2400-APPEND-SNAPSHOT
               IF WS-VERB = "STREAM"
                   PERFORM 2500-CHECK-REQUIREMENTS
               END-IF
               IF WS-CONNECTED
                   CALL "sqlestpd" USING BY REFERENCE SQLCA
               END-IF
           END-PERFORM
           CLOSE AUTH-SNAPSHOT-FILE.

       2100-START-USING-DATABASE.
           MOVE SPACES TO WS-HELD-FLAGS
           MOVE SPACES TO WS-DB-ALIAS-Z
           STRING WS-DB-ALIAS DELIMITED BY SPACE
                  X"00" DELIMITED BY SIZE
               INTO WS-DB-ALIAS-Z
           COMPUTE WS-USE-MODE = FUNCTION ORD (SQL-USE-SHR) - 1
           CALL "sqlestrd" USING BY REFERENCE WS-DB-ALIAS-Z
                     BY VALUE WS-NULL-PTR
                     BY VALUE WS-USE-MODE
                     BY REFERENCE SQLCA
           MOVE SQLCODE TO WS-START-SQLCODE
           IF SQLCODE = 0
               MOVE "Y" TO WS-CONNECTED-SW
           ELSE
               MOVE "N" TO WS-CONNECTED-SW
               MOVE SQLCODE TO WS-SQLCODE-DISP
               MOVE SPACES TO AUTH-REPORT-REC
               STRING WS-DB-ALIAS " START USING DATABASE FAILED"
                      " SQLCODE=" WS-SQLCODE-DISP
                   DELIMITED BY SIZE INTO AUTH-REPORT-REC
               WRITE AUTH-REPORT-REC
               PERFORM 9450-EXPLAIN-SQLCODE
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           END-IF.

       2200-GET-AUTHORITIES.
           MOVE SQL-AUTHORIZATION-SIZE TO SQL-AUTHORIZATIONS-LEN
           CALL "sqlgadau" USING BY REFERENCE SQL-AUTHORIZATIONS
                     BY REFERENCE SQLCA
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-START-SQLCODE
               MOVE SQLCODE TO WS-SQLCODE-DISP
               MOVE SPACES TO AUTH-REPORT-REC
               STRING WS-DB-ALIAS " AUTHORITY RETRIEVAL FAILED"
                      " SQLCODE=" WS-SQLCODE-DISP
                   DELIMITED BY SIZE INTO AUTH-REPORT-REC
               WRITE AUTH-REPORT-REC
               PERFORM 9450-EXPLAIN-SQLCODE
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           ELSE
               IF SQL-SYSADM-AUTH = 1
                   MOVE "Y" TO WS-HELD-DIRECT (1)
               END-IF
               IF SQL-SYSADM-GRP-AUTH = 1
                   MOVE "Y" TO WS-HELD-GROUP (1)
               END-IF
               IF SQL-DBADM-AUTH = 1
                   MOVE "Y" TO WS-HELD-DIRECT (2)
               END-IF
               IF SQL-DBADM-GRP-AUTH = 1
                   MOVE "Y" TO WS-HELD-GROUP (2)
               END-IF
               IF SQL-CREATETAB-AUTH = 1
                   MOVE "Y" TO WS-HELD-DIRECT (3)
               END-IF
               IF SQL-CREATETAB-GRP-AUTH = 1
                   MOVE "Y" TO WS-HELD-GROUP (3)
               END-IF
               IF SQL-BINDADD-AUTH = 1
                   MOVE "Y" TO WS-HELD-DIRECT (4)
               END-IF
               IF SQL-BINDADD-GRP-AUTH = 1
                   MOVE "Y" TO WS-HELD-GROUP (4)
               END-IF
               IF SQL-CONNECT-AUTH = 1
                   MOVE "Y" TO WS-HELD-DIRECT (5)
               END-IF
               IF SQL-CONNECT-GRP-AUTH = 1
                   MOVE "Y" TO WS-HELD-GROUP (5)
               END-IF
               IF SQL-SYSCTRL-AUTH = 1
                   MOVE "Y" TO WS-HELD-DIRECT (6)
               END-IF
               IF SQL-SYSCTRL-GRP-AUTH = 1
                   MOVE "Y" TO WS-HELD-GROUP (6)
               END-IF
               IF SQL-SYSMAINT-AUTH = 1
                   MOVE "Y" TO WS-HELD-DIRECT (7)
               END-IF
               IF SQL-SYSMAINT-GRP-AUTH = 1
                   MOVE "Y" TO WS-HELD-GROUP (7)
               END-IF
               IF SQL-CREATE-NOT-FENC-AUTH = 1
                   MOVE "Y" TO WS-HELD-DIRECT (8)
               END-IF
               IF SQL-CREATE-NOT-FENC-GRP-AUTH = 1
                   MOVE "Y" TO WS-HELD-GROUP (8)
               END-IF
               IF SQL-IMPLICIT-SCHEMA-AUTH = 1
                   MOVE "Y" TO WS-HELD-DIRECT (9)
               END-IF
               IF SQL-IMPLICIT-SCHEMA-GRP-AUTH = 1
                   MOVE "Y" TO WS-HELD-GROUP (9)
               END-IF
               IF SQL-LOAD-AUTH = 1
                   MOVE "Y" TO WS-HELD-DIRECT (10)
               END-IF
               IF SQL-LOAD-GRP-AUTH = 1
                   MOVE "Y" TO WS-HELD-GROUP (10)
               END-IF
               IF SQL-CREATE-EXT-RTN-AUTH = 1
                   MOVE "Y" TO WS-HELD-DIRECT (11)
               END-IF
               IF SQL-CREATE-EXT-RTN-GRP-AUTH = 1
                   MOVE "Y" TO WS-HELD-GROUP (11)
               END-IF
               IF SQL-QUIESCE-CONNECT-AUTH = 1
                   MOVE "Y" TO WS-HELD-DIRECT (12)
               END-IF
               IF SQL-QUIESCE-CONNECT-GRP-AUTH = 1
                   MOVE "Y" TO WS-HELD-GROUP (12)
               END-IF
               IF SQL-SECURITY-ADMIN-AUTH = 1
                   MOVE "Y" TO WS-HELD-DIRECT (13)
               END-IF
               IF SQL-SECURITY-ADMIN-GRP-AUTH = 1
                   MOVE "Y" TO WS-HELD-GROUP (13)
               END-IF
               IF SQL-LIBRARY-ADMIN-AUTH = 1
                   MOVE "Y" TO WS-HELD-DIRECT (14)
               END-IF
               IF SQL-LIBRARY-ADMIN-GRP-AUTH = 1
                   MOVE "Y" TO WS-HELD-GROUP (14)
               END-IF
               IF SQL-SYSMON-AUTH = 1
                   MOVE "Y" TO WS-HELD-DIRECT (15)
               END-IF
               IF SQL-SYSMON-GRP-AUTH = 1
                   MOVE "Y" TO WS-HELD-GROUP (15)
               END-IF
           END-IF.

       2300-WRITE-HOLDINGS-LINE.
           MOVE SPACES TO WS-HELD-LIST
           MOVE 1 TO WS-LIST-PTR
           PERFORM VARYING WS-AX FROM 1 BY 1 UNTIL WS-AX > 15
               IF WS-HELD-DIRECT (WS-AX) = "Y"
                       OR WS-HELD-GROUP (WS-AX) = "Y"
                   STRING FUNCTION TRIM (WS-AUTH-NAME (WS-AX))
                          DELIMITED BY SIZE
                       INTO WS-HELD-LIST WITH POINTER WS-LIST-PTR
                   IF WS-HELD-DIRECT (WS-AX) NOT = "Y"
                       STRING "(G)" DELIMITED BY SIZE
                           INTO WS-HELD-LIST WITH POINTER WS-LIST-PTR
                   END-IF
                   STRING " " DELIMITED BY SIZE
                       INTO WS-HELD-LIST WITH POINTER WS-LIST-PTR
               END-IF
           END-PERFORM
           MOVE WS-START-SQLCODE TO WS-SQLCODE-DISP
           MOVE SPACES TO AUTH-REPORT-REC
           STRING WS-DB-ALIAS " " WS-SQLCODE-DISP " " WS-HELD-LIST
               DELIMITED BY SIZE INTO AUTH-REPORT-REC
           WRITE AUTH-REPORT-REC.

       2400-APPEND-SNAPSHOT.
           MOVE WS-RUN-TS TO AS-TIMESTAMP
           MOVE WS-AUTH-ID TO AS-AUTH-ID
           MOVE WS-DB-ALIAS TO AS-DBALIAS
           MOVE WS-START-SQLCODE TO AS-SQLCODE
           MOVE WS-HELD-FLAGS TO AS-AUTH-FLAGS
           WRITE AUTH-SNAPSHOT-REC.

       2500-CHECK-REQUIREMENTS.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-NUM-ENTRY
               IF WS-REQ-DBALIAS (WS-REQ-IDX) = SPACES
                       OR WS-REQ-DBALIAS (WS-REQ-IDX) = WS-DB-ALIAS
                   MOVE WS-REQ-AUTH-SUB (WS-REQ-IDX) TO WS-AX
                   PERFORM 2600-TEST-COVERAGE
                   IF NOT WS-COVERED
                       PERFORM 2700-REPORT-MISSING
                   END-IF
               END-IF
           END-PERFORM.

      * Whether the holdings meet authority WS-AX - the instance
      * authorities nest (SYSADM over SYSCTRL over SYSMAINT over
      * SYSMON), DBADM is needed for itself, SECADM is granted only
      * on its own, and DBADM meets every other database authority.
       2600-TEST-COVERAGE.
           MOVE "N" TO WS-COVERED-SW
           MOVE WS-AX-SYSADM TO WS-TEST-AX
           PERFORM 2650-TEST-HELD
           EVALUATE WS-AX
               WHEN WS-AX-SYSADM
                   CONTINUE
               WHEN WS-AX-SYSCTRL
                   MOVE WS-AX-SYSCTRL TO WS-TEST-AX
                   PERFORM 2650-TEST-HELD
               WHEN WS-AX-SYSMAINT
               WHEN WS-AX-BACKUP
                   MOVE WS-AX-SYSCTRL TO WS-TEST-AX
                   PERFORM 2650-TEST-HELD
                   MOVE WS-AX-SYSMAINT TO WS-TEST-AX
                   PERFORM 2650-TEST-HELD
               WHEN WS-AX-SYSMON
                   MOVE WS-AX-SYSCTRL TO WS-TEST-AX
                   PERFORM 2650-TEST-HELD
                   MOVE WS-AX-SYSMAINT TO WS-TEST-AX
                   PERFORM 2650-TEST-HELD
                   MOVE WS-AX-SYSMON TO WS-TEST-AX
                   PERFORM 2650-TEST-HELD
               WHEN WS-AX-SECADM
                   MOVE "N" TO WS-COVERED-SW
                   MOVE WS-AX-SECADM TO WS-TEST-AX
                   PERFORM 2650-TEST-HELD
               WHEN WS-AX-DBADM
                   MOVE "N" TO WS-COVERED-SW
                   MOVE WS-AX-DBADM TO WS-TEST-AX
                   PERFORM 2650-TEST-HELD
               WHEN OTHER
                   MOVE "N" TO WS-COVERED-SW
                   MOVE WS-AX-DBADM TO WS-TEST-AX
                   PERFORM 2650-TEST-HELD
                   MOVE WS-AX TO WS-TEST-AX
                   PERFORM 2650-TEST-HELD
           END-EVALUATE.

       2650-TEST-HELD.
           IF WS-HELD-DIRECT (WS-TEST-AX) = "Y"
                   OR WS-HELD-GROUP (WS-TEST-AX) = "Y"
               MOVE "Y" TO WS-COVERED-SW
           END-IF.

       2700-REPORT-MISSING.
           ADD 1 TO WS-MISSING-COUNT
           MOVE "N" TO WS-CRITICAL-SW
           PERFORM VARYING WS-CRIT-IDX FROM 1 BY 1
                   UNTIL WS-CRIT-IDX > WS-CRIT-NUM-ENTRY
                      OR WS-CRITICAL
               IF WS-CRIT-PROGRAM-ID (WS-CRIT-IDX)
                       = WS-REQ-PROGRAM-ID (WS-REQ-IDX)
                   MOVE "Y" TO WS-CRITICAL-SW
               END-IF
           END-PERFORM

           MOVE SPACES TO AUTH-REPORT-REC
           MOVE SPACES TO ALERT-QUEUE-REC
           IF WS-CRITICAL
               ADD 1 TO WS-CRITICAL-MISSING-COUNT
               STRING "  MISSING " WS-REQ-AUTHORITY (WS-REQ-IDX)
                      " NEEDED BY " WS-REQ-PROGRAM-ID (WS-REQ-IDX)
                      " ON " WS-DB-ALIAS
                      " - CRITICAL PATH"
                   DELIMITED BY SIZE INTO AUTH-REPORT-REC
               MOVE "CRITICAL" TO AQ-SEVERITY
               IF WS-JOB-SEVERITY < 12
                   MOVE 12 TO WS-JOB-SEVERITY
               END-IF
           ELSE
               STRING "  MISSING " WS-REQ-AUTHORITY (WS-REQ-IDX)
                      " NEEDED BY " WS-REQ-PROGRAM-ID (WS-REQ-IDX)
                      " ON " WS-DB-ALIAS
                   DELIMITED BY SIZE INTO AUTH-REPORT-REC
               MOVE "WARNING " TO AQ-SEVERITY
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           END-IF
           WRITE AUTH-REPORT-REC

           STRING WS-REQ-PROGRAM-ID (WS-REQ-IDX) " "
                  WS-REQ-AUTHORITY (WS-REQ-IDX)
               DELIMITED BY SIZE INTO AQ-OBJECT
           STRING WS-AUTH-ID DELIMITED BY SPACE
                  " LACKS " DELIMITED BY SIZE
                  WS-REQ-AUTHORITY (WS-REQ-IDX) DELIMITED BY SPACE
                  " NEEDED BY " DELIMITED BY SIZE
                  WS-REQ-PROGRAM-ID (WS-REQ-IDX) DELIMITED BY SPACE
               INTO AQ-MESSAGE
           PERFORM 9400-APPEND-ALERT.

       2900-WRITE-STREAM-SUMMARY.
           MOVE SPACES TO AUTH-REPORT-REC
           WRITE AUTH-REPORT-REC
           MOVE WS-ALIAS-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO AUTH-REPORT-REC
           STRING "ALIASES AUDITED      " WS-COUNT-DISP
               DELIMITED BY SIZE INTO AUTH-REPORT-REC
           WRITE AUTH-REPORT-REC
           MOVE WS-MISSING-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO AUTH-REPORT-REC
           STRING "AUTHORITIES MISSING  " WS-COUNT-DISP
               DELIMITED BY SIZE INTO AUTH-REPORT-REC
           WRITE AUTH-REPORT-REC
           MOVE WS-CRITICAL-MISSING-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO AUTH-REPORT-REC
           STRING "  ON CRITICAL PATH   " WS-COUNT-DISP
               DELIMITED BY SIZE INTO AUTH-REPORT-REC
           WRITE AUTH-REPORT-REC
           IF WS-CRITICAL-MISSING-COUNT > 0
               MOVE "STREAM REFUSED - CRITICAL-PATH AUTHORITY MISSING"
                   TO AUTH-REPORT-REC
               WRITE AUTH-REPORT-REC
           END-IF.

      * The instance administrative groups, each followed by every
      * member the operating-system extract lists for it.
       4000-REVIEW-ADMIN-GROUPS.
           MOVE "SYSADM_GROUP" TO WS-AG-PARAM-NAME (1)
           MOVE "SYSADM" TO WS-AG-AUTHORITY (1)
           MOVE SQLF-KTN-SYSADM-GROUP TO WS-AG-TOKEN (1)
           MOVE "SYSCTRL_GROUP" TO WS-AG-PARAM-NAME (2)
           MOVE "SYSCTRL" TO WS-AG-AUTHORITY (2)
           MOVE SQLF-KTN-SYSCTRL-GROUP TO WS-AG-TOKEN (2)
           MOVE "SYSMAINT_GROUP" TO WS-AG-PARAM-NAME (3)
           MOVE "SYSMAINT" TO WS-AG-AUTHORITY (3)
           MOVE SQLF-KTN-SYSMAINT-GROUP TO WS-AG-TOKEN (3)
           MOVE "SYSMON_GROUP" TO WS-AG-PARAM-NAME (4)
           MOVE "SYSMON" TO WS-AG-AUTHORITY (4)
           MOVE SQLF-KTN-SYSMON-GROUP TO WS-AG-TOKEN (4)

           MOVE SPACES TO AUTH-REPORT-REC
           WRITE AUTH-REPORT-REC
           MOVE "INSTANCE ADMINISTRATIVE GROUPS" TO AUTH-REPORT-REC
           WRITE AUTH-REPORT-REC
           MOVE "ID       AUTHORITY    HELD THROUGH" TO AUTH-REPORT-REC
           WRITE AUTH-REPORT-REC
           PERFORM VARYING WS-AG-SUB FROM 1 BY 1 UNTIL WS-AG-SUB > 4
               PERFORM 4100-GET-ADMIN-GROUP
               IF WS-QUERY-OK
                   PERFORM 4200-LIST-GROUP-MEMBERS
               END-IF
           END-PERFORM.

       4100-GET-ADMIN-GROUP.
           MOVE SPACES TO WS-ADMIN-GROUP-NAME
           MOVE WS-AG-TOKEN (WS-AG-SUB)
               TO DB2-TOKEN OF DB2G-CFG-PARAM
           MOVE 128 TO DB2-PTRVALUE-LEN OF DB2G-CFG-PARAM
           SET DB2-PTRVALUE OF DB2G-CFG-PARAM
               TO ADDRESS OF WS-ADMIN-GROUP-NAME
           MOVE 0 TO DB2-FLAGS OF DB2G-CFG-PARAM

           SET DB2-PARAM-ARRAY OF DB2G-CFG
               TO ADDRESS OF DB2G-CFG-PARAM
           MOVE 1 TO DB2-NUM-ITEMS OF DB2G-CFG
           MOVE DB2CFG-DATABASE-MANAGER TO DB2-FLAGS OF DB2G-CFG
           MOVE 0 TO DB2-DBNAME-LEN OF DB2G-CFG
           SET DB2-DBNAME OF DB2G-CFG TO NULL

           CALL "db2gCfgGet" USING BY VALUE WS-DB2-VERSION
                     BY REFERENCE DB2G-CFG
                     BY REFERENCE SQLCA

           MOVE SPACES TO AUTH-REPORT-REC
           IF SQLCODE NOT = 0
               MOVE "N" TO WS-QUERY-OK-SW
               MOVE SQLCODE TO WS-SQLCODE-DISP
               STRING "QUERY FAILED PARAM="
                      WS-AG-PARAM-NAME (WS-AG-SUB)
                      " SQLCODE=" WS-SQLCODE-DISP
                   DELIMITED BY SIZE INTO AUTH-REPORT-REC
               WRITE AUTH-REPORT-REC
               PERFORM 9450-EXPLAIN-SQLCODE
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           ELSE
               MOVE "Y" TO WS-QUERY-OK-SW
               INSPECT WS-ADMIN-GROUP-NAME
                   REPLACING ALL LOW-VALUE BY SPACE
               IF WS-ADMIN-GROUP-NAME = SPACES
                   STRING WS-AG-PARAM-NAME (WS-AG-SUB)
                          " = (NOT SET)"
                       DELIMITED BY SIZE INTO AUTH-REPORT-REC
                   MOVE "N" TO WS-QUERY-OK-SW
               ELSE
                   STRING WS-AG-PARAM-NAME (WS-AG-SUB)
                          " = " WS-ADMIN-GROUP-NAME (1:30)
                       DELIMITED BY SIZE INTO AUTH-REPORT-REC
               END-IF
               WRITE AUTH-REPORT-REC
           END-IF.

       4200-LIST-GROUP-MEMBERS.
           MOVE "N" TO WS-FOUND-SW
           OPEN INPUT GROUP-MEMBER-FILE
           IF WS-GRPMEMB-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ GROUP-MEMBER-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF GM-GROUP-NAME
                                   = WS-ADMIN-GROUP-NAME (1:30)
                               MOVE "Y" TO WS-FOUND-SW
                               ADD 1 TO WS-HOLDER-COUNT
                               MOVE SPACES TO AUTH-REPORT-REC
                               STRING GM-MEMBER-ID " "
                                      WS-AG-AUTHORITY (WS-AG-SUB)
                                      " GROUP " GM-GROUP-NAME
                                   DELIMITED BY SIZE
                                   INTO AUTH-REPORT-REC
                               WRITE AUTH-REPORT-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GROUP-MEMBER-FILE
           END-IF
           IF NOT WS-FOUND
               MOVE SPACES TO AUTH-REPORT-REC
               STRING "  NO MEMBERS LISTED IN " WS-GRPMEMB-DD
                   DELIMITED BY SIZE INTO AUTH-REPORT-REC
               WRITE AUTH-REPORT-REC
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           END-IF.

      * Every ID whose latest snapshot on an alias shows SYSADM,
      * SYSCTRL, SYSMAINT, SYSMON, DBADM or SECADM - with the date of
      * that snapshot, so a stale one is visible to the reviewer.
       5000-REVIEW-SNAPSHOT-HOLDERS.
           OPEN INPUT AUTH-SNAPSHOT-FILE
           IF WS-SNAPSHOT-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ AUTH-SNAPSHOT-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 5100-KEEP-LATEST-SNAPSHOT
                   END-READ
               END-PERFORM
               CLOSE AUTH-SNAPSHOT-FILE
           END-IF

           MOVE SPACES TO AUTH-REPORT-REC
           WRITE AUTH-REPORT-REC
           MOVE "ADMINISTRATIVE AUTHORITY BY AUDITED ID"
               TO AUTH-REPORT-REC
           WRITE AUTH-REPORT-REC
           MOVE "ID       ALIAS    AUTHORITY    HELD    SNAPSHOT"
               TO AUTH-REPORT-REC
           WRITE AUTH-REPORT-REC
           PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
                   UNTIL WS-SNAP-IDX > WS-SNAP-NUM-ENTRY
               MOVE WS-SNAP-FLAGS (WS-SNAP-IDX) TO WS-HELD-FLAGS
               MOVE WS-AX-SYSADM TO WS-AX
               PERFORM 5200-WRITE-HOLDER-LINE
               MOVE WS-AX-SYSCTRL TO WS-AX
               PERFORM 5200-WRITE-HOLDER-LINE
               MOVE WS-AX-SYSMAINT TO WS-AX
               PERFORM 5200-WRITE-HOLDER-LINE
               MOVE WS-AX-SYSMON TO WS-AX
               PERFORM 5200-WRITE-HOLDER-LINE
               MOVE WS-AX-DBADM TO WS-AX
               PERFORM 5200-WRITE-HOLDER-LINE
               MOVE WS-AX-SECADM TO WS-AX
               PERFORM 5200-WRITE-HOLDER-LINE
           END-PERFORM
           IF WS-SNAP-NUM-ENTRY = 0
               MOVE SPACES TO AUTH-REPORT-REC
               STRING "  NO AUTHORITY SNAPSHOTS IN " WS-SNAPSHOT-DD
                   DELIMITED BY SIZE INTO AUTH-REPORT-REC
               WRITE AUTH-REPORT-REC
           END-IF

           MOVE SPACES TO AUTH-REPORT-REC
           WRITE AUTH-REPORT-REC
           MOVE WS-HOLDER-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO AUTH-REPORT-REC
           STRING "ADMINISTRATIVE HOLDINGS LISTED " WS-COUNT-DISP
               DELIMITED BY SIZE INTO AUTH-REPORT-REC
           WRITE AUTH-REPORT-REC.

       5100-KEEP-LATEST-SNAPSHOT.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
                   UNTIL WS-SNAP-IDX > WS-SNAP-NUM-ENTRY
                      OR WS-FOUND
               IF WS-SNAP-AUTH-ID (WS-SNAP-IDX) = AS-AUTH-ID
                       AND WS-SNAP-DBALIAS (WS-SNAP-IDX) = AS-DBALIAS
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET WS-SNAP-IDX DOWN BY 1
           ELSE
               IF WS-SNAP-NUM-ENTRY < 200
                   ADD 1 TO WS-SNAP-NUM-ENTRY
                   SET WS-SNAP-IDX TO WS-SNAP-NUM-ENTRY
                   MOVE AS-AUTH-ID TO WS-SNAP-AUTH-ID (WS-SNAP-IDX)
                   MOVE AS-DBALIAS TO WS-SNAP-DBALIAS (WS-SNAP-IDX)
                   MOVE SPACES TO WS-SNAP-TIMESTAMP (WS-SNAP-IDX)
               ELSE
                   DISPLAY "AUTHAUD: snapshot table full (200)"
                           " - skipping " AS-AUTH-ID " " AS-DBALIAS
                   MOVE "N" TO WS-FOUND-SW
               END-IF
           END-IF
           IF WS-SNAP-IDX NOT > WS-SNAP-NUM-ENTRY
               IF AS-TIMESTAMP > WS-SNAP-TIMESTAMP (WS-SNAP-IDX)
                   MOVE AS-TIMESTAMP TO WS-SNAP-TIMESTAMP (WS-SNAP-IDX)
                   MOVE AS-SQLCODE TO WS-SNAP-SQLCODE (WS-SNAP-IDX)
                   MOVE AS-AUTH-FLAGS TO WS-SNAP-FLAGS (WS-SNAP-IDX)
               END-IF
           END-IF.

       5200-WRITE-HOLDER-LINE.
           MOVE SPACES TO WS-HOW-HELD
           EVALUATE TRUE
               WHEN WS-HELD-DIRECT (WS-AX) = "Y"
                   MOVE "DIRECT" TO WS-HOW-HELD
               WHEN WS-HELD-GROUP (WS-AX) = "Y"
                   MOVE "GROUP" TO WS-HOW-HELD
           END-EVALUATE
           IF WS-HOW-HELD NOT = SPACES
               ADD 1 TO WS-HOLDER-COUNT
               MOVE SPACES TO AUTH-REPORT-REC
               STRING WS-SNAP-AUTH-ID (WS-SNAP-IDX) " "
                      WS-SNAP-DBALIAS (WS-SNAP-IDX) " "
                      WS-AUTH-NAME (WS-AX) " "
                      WS-HOW-HELD "  "
                      WS-SNAP-TIMESTAMP (WS-SNAP-IDX) (1:8)
                   DELIMITED BY SIZE INTO AUTH-REPORT-REC
               WRITE AUTH-REPORT-REC
           END-IF.

       9000-TERMINATE.
           CLOSE AUTH-REPORT-FILE.

       9400-APPEND-ALERT.
           OPEN EXTEND ALERT-QUEUE-FILE
           IF WS-ALERTQ-STATUS = "35"
               CLOSE ALERT-QUEUE-FILE
               OPEN OUTPUT ALERT-QUEUE-FILE
           END-IF
           MOVE "AUTHAUD" TO AQ-PROGRAM-ID
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
               MOVE WS-KB-EXPLAIN-LINE TO AUTH-REPORT-REC
               WRITE AUTH-REPORT-REC
           END-IF.

       9500-WRITE-AUDIT-RECORD.
           OPEN EXTEND OPS-AUDIT-FILE
           IF WS-OPSAUDIT-STATUS = "35"
               CLOSE OPS-AUDIT-FILE
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "AUTHAUD" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS
           EVALUATE WS-VERB
               WHEN "REVIEW"
                   MOVE "AUTHREVIEW" TO OA-ACTION-VERB
                   MOVE WS-SNAP-NUM-ENTRY TO OA-KEY-COUNT-1
                   MOVE WS-HOLDER-COUNT TO OA-KEY-COUNT-2
               WHEN "SWEEP"
                   MOVE "AUTHSWEEP" TO OA-ACTION-VERB
                   MOVE WS-ALIAS-COUNT TO OA-KEY-COUNT-1
                   MOVE 0 TO OA-KEY-COUNT-2
               WHEN OTHER
                   MOVE "AUTHAUDIT" TO OA-ACTION-VERB
                   MOVE WS-ALIAS-COUNT TO OA-KEY-COUNT-1
                   MOVE WS-MISSING-COUNT TO OA-KEY-COUNT-2
           END-EVALUATE
           MOVE SQLCODE TO OA-FINAL-SQLCODE
           WRITE OPS-AUDIT-REC
           CLOSE OPS-AUDIT-FILE.

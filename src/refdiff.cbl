      ******************************************************************
      *
      * Program: REFDIFF
      *
      * Function: Reference-data change report, run ahead of REFRESHD.
      *           REFRESHD's INSERT_UPDATE import applies whatever the
      *           vendor sends; nobody sees what a refresh is about to
      *           change until a downstream consumer notices.  This
      *           driver reads the same REFRESHD.DAT control file and,
      *           for every table with a compare profile in RFPROF.DAT
      *           (REFRESH-PROFILE-REC, see rfprof.cpy):
      *           - imports the incoming IXF source into the profile's
      *             work table with a REPLACE import through db2gImport,
      *             so the live table is not touched;
      *           - counts the live table's current rows and reads its
      *             column names back from SYSCAT.COLUMNS;
      *           - exports, through db2gExport, the rows of the live
      *             table the incoming source no longer matches and
      *             the rows of the incoming source the live table
      *             does not hold (EXCEPT in each direction), with the
      *             key columns leading and ordered by key, so both
      *             sides of a key come back together and the compare
      *             is a single pass over one delimited file;
      *           - writes a change report for the table, dated and
      *             kept in the refresh report directory, listing
      *             every added key, every vanished key, and every
      *             changed key with the old and new value of each
      *             column that differs, followed by the counts and
      *             the change volume against the profile's limit;
      *           - appends the result to RFDIFF.DAT (REFRESH-DIFF-REC,
      *             see rfdiff.cpy), where REFRESHD finds the report
      *             to carry on the table's refresh history row and
      *             holds a sign-off table that has none.
      *
      *           A table whose change volume exceeds its limit warns
      *           the run; a table that could not be compared fails
      *           it.  Where the profile asks for business sign-off the
      *           report names the approval token REFRESHD will look
      *           for.  Tables with no profile are passed over.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFDIFF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFRESH-CONTROL-FILE ASSIGN TO WS-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT REFRESH-PROFILE-FILE ASSIGN TO WS-PROFILE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.
           SELECT REFRESH-DIFF-FILE ASSIGN TO WS-DIFF-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIFF-STATUS.
           SELECT COUNT-WORK-FILE ASSIGN TO WS-COUNT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-STATUS.
           SELECT COLUMN-WORK-FILE ASSIGN TO WS-COLUMN-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLUMN-STATUS.
           SELECT CHANGE-WORK-FILE ASSIGN TO WS-CHANGE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.
           SELECT CHANGE-REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT OPS-AUDIT-FILE ASSIGN TO WS-OPSAUDIT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFRESH-CONTROL-FILE
           RECORDING MODE IS F.
       01  REFRESH-CONTROL-REC.
           05 RF-TABLE-NAME           PIC X(30).
           05 RF-SOURCE-PATH          PIC X(100).
           05 RF-COMMIT-COUNT         PIC 9(9).

       FD  REFRESH-PROFILE-FILE
           RECORDING MODE IS F.
           COPY "rfprof.cpy".

       FD  REFRESH-DIFF-FILE
           RECORDING MODE IS F.
           COPY "rfdiff.cpy".

       FD  COUNT-WORK-FILE
           RECORDING MODE IS F.
       01  COUNT-WORK-REC             PIC X(40).

       FD  COLUMN-WORK-FILE
           RECORDING MODE IS F.
       01  COLUMN-WORK-REC            PIC X(140).

       FD  CHANGE-WORK-FILE
           RECORDING MODE IS F.
       01  CHANGE-WORK-REC            PIC X(2000).

       FD  CHANGE-REPORT-FILE
           RECORDING MODE IS F.
       01  CHANGE-REPORT-REC          PIC X(132).

       FD  OPS-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "opsaudit.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DB2-VERSION             PIC S9(9) COMP-5 VALUE 0.
           COPY "db2ApiDf.cbl".
           COPY "sqlutil.cbl".
           COPY "sqlca.cpy".

       01  WS-CONTROL-DD              PIC X(40) VALUE "REFRESHD.DAT".
       01  WS-PROFILE-DD              PIC X(40) VALUE "RFPROF.DAT".
       01  WS-DIFF-DD                 PIC X(40) VALUE "RFDIFF.DAT".
       01  WS-COUNT-DD                PIC X(40) VALUE "REFDIFF.CNT".
       01  WS-COLUMN-DD               PIC X(40) VALUE "REFDIFF.COL".
       01  WS-CHANGE-DD               PIC X(40) VALUE "REFDIFF.CHG".

       01  WS-CONTROL-STATUS          PIC XX.
       01  WS-PROFILE-STATUS          PIC XX.
       01  WS-DIFF-STATUS             PIC XX.
       01  WS-COUNT-STATUS            PIC XX.
       01  WS-COLUMN-STATUS           PIC XX.
       01  WS-CHANGE-STATUS           PIC XX.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-EOF-SW                  PIC X     VALUE "N".
           88 WS-EOF                  VALUE "Y".
       01  WS-WORK-EOF-SW             PIC X     VALUE "N".
           88 WS-WORK-EOF             VALUE "Y".

      * Change reports are kept, one per table per run, in the
      * refresh report directory next to the refresh history.
       01  WS-REPORT-DIR              PIC X(40) VALUE "/db2/refdiff/".
       01  WS-REPORT-PATH             PIC X(100) VALUE SPACES.
       01  WS-RUN-TS                  PIC X(14) VALUE SPACES.

      * Compare profiles for the tables this run may see - capped
      * OCCURS 50 to match this shop's control-table convention.  The
      * last profile seen for a table wins.
       01  WS-PROFILE-TABLE.
           05 WS-RP-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-RP-ENTRY OCCURS 50 TIMES INDEXED BY WS-RP-IDX.
               10 WS-RP-TABLE-NAME    PIC X(30).
               10 WS-RP-STAGING-TABLE PIC X(30).
               10 WS-RP-KEY-COLUMNS   PIC X(100).
               10 WS-RP-CHANGE-LIMIT-PCT PIC 9(3).
               10 WS-RP-SIGNOFF-SW    PIC X.
       01  WS-RP-FOUND-SUB            PIC 9(4)  VALUE 0.
       01  WS-SUB                     PIC 9(4)  VALUE 0.

       01  WS-TABLE-NAME              PIC X(30) VALUE SPACES.
       01  WS-SOURCE-PATH             PIC X(100) VALUE SPACES.
       01  WS-SOURCE-PATH-LEN         PIC 9(4)  COMP-5 VALUE 0.
       01  WS-COMMIT-COUNT            PIC 9(9)  COMP-5 VALUE 0.
       01  WS-STAGING-TABLE           PIC X(30) VALUE SPACES.
       01  WS-KEY-COLUMNS             PIC X(100) VALUE SPACES.
       01  WS-KEY-COUNT               PIC 9(4)  VALUE 0.
       01  WS-SCHEMA-PART             PIC X(30) VALUE SPACES.
       01  WS-TABNAME-PART            PIC X(30) VALUE SPACES.
       01  WS-IXF-TYPE                PIC X(3)  VALUE "IXF".
       01  WS-DEL-TYPE                PIC X(3)  VALUE "DEL".
       01  WS-DATA-PATH               PIC X(100) VALUE SPACES.
       01  WS-DATA-PATH-LEN           PIC 9(4)  COMP-5 VALUE 0.
       01  WS-ROWS-EXPORTED           PIC 9(18) VALUE 0.

      * db2gImport's and db2gExport's action strings are sqllob-style
      * areas whose 4-byte length prefixes the statement bytes.  The
      * two-way EXCEPT with its key columns and ORDER BY needs more
      * room than a plain SELECT, hence the wider text.
       01  WS-ACTION-STRING-AREA.
           05 WS-ACTION-STRING-LEN    PIC 9(9) COMP-5 VALUE 0.
           05 WS-ACTION-STRING-TEXT   PIC X(1000) VALUE SPACES.
       01  WS-STRING-PTR              PIC 9(4)  VALUE 0.
       01  WS-ORDER-POS-DISP          PIC Z9.

      * Column names of the live table in column order, read back
      * from the catalog to label the changed columns.
       01  WS-COLUMN-NAME-TABLE.
           05 WS-CN-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-CN-NAME OCCURS 100 TIMES PIC X(30).
       01  WS-QUOTE-FILLER            PIC X(10) VALUE SPACES.

      * One delimited change row split into its fields.  A field keeps
      * its delimited form - character values stay in their quotes,
      * so an empty string and a null (empty field) stay distinct.
      * The key columns lead, then the side marker (O for the live
      * row, N for the incoming row), then the table's own columns.
       01  WS-ROW-LEN                 PIC 9(4)  VALUE 0.
       01  WS-POS                     PIC 9(4)  VALUE 0.
       01  WS-FIELD-START             PIC 9(4)  VALUE 0.
       01  WS-FIELD-LEN               PIC 9(4)  VALUE 0.
       01  WS-KEY-END                 PIC 9(4)  VALUE 0.
       01  WS-IN-QUOTE-SW             PIC X     VALUE "N".
           88 WS-IN-QUOTE             VALUE "Y".
       01  WS-PARSED-ROW.
           05 WS-PR-NUM-FIELD         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-PR-FIELD OCCURS 100 TIMES PIC X(254).
       01  WS-OLD-ROW.
           05 WS-OR-NUM-FIELD         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-OR-FIELD OCCURS 100 TIMES PIC X(254).
       01  WS-SIDE-SUB                PIC 9(4)  VALUE 0.
       01  WS-ROW-KEY                 PIC X(500) VALUE SPACES.
       01  WS-ROW-KEY-TEXT            PIC X(110) VALUE SPACES.
       01  WS-PENDING-SW              PIC X     VALUE "N".
           88 WS-OLD-ROW-PENDING      VALUE "Y".
       01  WS-PENDING-KEY             PIC X(500) VALUE SPACES.
       01  WS-PENDING-KEY-TEXT        PIC X(110) VALUE SPACES.
       01  WS-LAST-FIELD              PIC 9(4)  VALUE 0.
       01  WS-COLUMN-SUB              PIC 9(4)  VALUE 0.
       01  WS-COLUMN-LABEL            PIC X(30) VALUE SPACES.
       01  WS-OLD-VALUE               PIC X(254) VALUE SPACES.
       01  WS-NEW-VALUE               PIC X(254) VALUE SPACES.

       01  WS-TABLE-OK-SW             PIC X     VALUE "Y".
           88 WS-TABLE-OK             VALUE "Y".
       01  WS-FAIL-REASON             PIC X(40) VALUE SPACES.
       01  WS-CURRENT-ROWS            PIC 9(18) VALUE 0.
       01  WS-ADDED-KEYS              PIC 9(9)  VALUE 0.
       01  WS-CHANGED-KEYS            PIC 9(9)  VALUE 0.
       01  WS-VANISHED-KEYS           PIC 9(9)  VALUE 0.
       01  WS-TOTAL-CHANGES           PIC 9(9)  VALUE 0.
       01  WS-CHANGE-PCT              PIC 9(5)V99 VALUE 0.
       01  WS-CHANGE-LIMIT-PCT        PIC 9(3)  VALUE 0.
       01  WS-FINAL-SQLCODE           PIC S9(9) VALUE 0.

       01  WS-CURRENT-ROWS-DISP       PIC Z(17)9.
       01  WS-ADDED-DISP              PIC Z(8)9.
       01  WS-CHANGED-DISP            PIC Z(8)9.
       01  WS-VANISHED-DISP           PIC Z(8)9.
       01  WS-CHANGE-PCT-DISP         PIC Z(4)9.99.
       01  WS-CHANGE-LIMIT-DISP       PIC ZZ9.
       01  WS-SQLCODE-DISP            PIC -(8)9.

       01  WS-TABLES-COMPARED         PIC 9(9)  VALUE 0.
       01  WS-TABLES-OVER-LIMIT       PIC 9(9)  VALUE 0.

       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "REFDIFF".
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
           PERFORM 2000-PROCESS-REFRESH-ENTRIES
           PERFORM 9500-WRITE-AUDIT-RECORD
           PERFORM 9000-TERMINATE
           MOVE WS-JOB-SEVERITY TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-START-TS
           CALL "RUNCORID" USING BY REFERENCE WS-RUN-PROGRAM-ID
                                 BY REFERENCE WS-RUN-ID
           MOVE WS-AUDIT-START-TS TO WS-RUN-TS
           PERFORM 1200-LOAD-PROFILES
           OPEN INPUT REFRESH-CONTROL-FILE
           OPEN EXTEND REFRESH-DIFF-FILE
           IF WS-DIFF-STATUS = "35"
               CLOSE REFRESH-DIFF-FILE
               OPEN OUTPUT REFRESH-DIFF-FILE
           END-IF.

      * No profile file simply means no table is compared.
       1200-LOAD-PROFILES.
           OPEN INPUT REFRESH-PROFILE-FILE
           IF WS-PROFILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ REFRESH-PROFILE-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 1250-STORE-ONE-PROFILE
                   END-READ
               END-PERFORM
               CLOSE REFRESH-PROFILE-FILE
           END-IF.

       1250-STORE-ONE-PROFILE.
           IF WS-RP-NUM-ENTRY < 50
               ADD 1 TO WS-RP-NUM-ENTRY
               SET WS-RP-IDX TO WS-RP-NUM-ENTRY
               MOVE RP-TABLE-NAME TO WS-RP-TABLE-NAME (WS-RP-IDX)
               MOVE RP-STAGING-TABLE
                   TO WS-RP-STAGING-TABLE (WS-RP-IDX)
               MOVE RP-KEY-COLUMNS TO WS-RP-KEY-COLUMNS (WS-RP-IDX)
               MOVE RP-CHANGE-LIMIT-PCT
                   TO WS-RP-CHANGE-LIMIT-PCT (WS-RP-IDX)
               MOVE RP-SIGNOFF-SW TO WS-RP-SIGNOFF-SW (WS-RP-IDX)
           ELSE
               DISPLAY "REFDIFF: compare profile table full (50) - "
                   "skipping " RP-TABLE-NAME
           END-IF.

       2000-PROCESS-REFRESH-ENTRIES.
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ REFRESH-CONTROL-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       MOVE RF-TABLE-NAME TO WS-TABLE-NAME
                       MOVE RF-SOURCE-PATH TO WS-SOURCE-PATH
                       MOVE RF-COMMIT-COUNT TO WS-COMMIT-COUNT
                       PERFORM 2100-FIND-PROFILE
                       IF WS-RP-FOUND-SUB = 0
                           DISPLAY "REFDIFF: " WS-TABLE-NAME
                               " has no compare profile - not compared"
                       ELSE
                           PERFORM 3000-COMPARE-ONE-TABLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REFRESH-CONTROL-FILE.

       2100-FIND-PROFILE.
           MOVE 0 TO WS-RP-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RP-NUM-ENTRY
               IF WS-RP-TABLE-NAME (WS-SUB) = WS-TABLE-NAME
                   MOVE WS-SUB TO WS-RP-FOUND-SUB
               END-IF
           END-PERFORM.

      * Each step runs only while the ones before it succeeded; a
      * table that fails part way still gets its report, saying
      * where it failed, and its result record.
       3000-COMPARE-ONE-TABLE.
           ADD 1 TO WS-TABLES-COMPARED
           MOVE WS-RP-STAGING-TABLE (WS-RP-FOUND-SUB)
               TO WS-STAGING-TABLE
           MOVE WS-RP-KEY-COLUMNS (WS-RP-FOUND-SUB) TO WS-KEY-COLUMNS
           MOVE WS-RP-CHANGE-LIMIT-PCT (WS-RP-FOUND-SUB)
               TO WS-CHANGE-LIMIT-PCT
           MOVE 0 TO WS-KEY-COUNT
           INSPECT WS-KEY-COLUMNS TALLYING WS-KEY-COUNT FOR ALL ","
           ADD 1 TO WS-KEY-COUNT
           MOVE "Y" TO WS-TABLE-OK-SW
           MOVE SPACES TO WS-FAIL-REASON
           MOVE 0 TO WS-CURRENT-ROWS
           MOVE 0 TO WS-ADDED-KEYS
           MOVE 0 TO WS-CHANGED-KEYS
           MOVE 0 TO WS-VANISHED-KEYS
           MOVE 0 TO WS-CHANGE-PCT
           MOVE 0 TO WS-FINAL-SQLCODE
           PERFORM 4000-OPEN-CHANGE-REPORT

           PERFORM 3100-IMPORT-INCOMING
           IF WS-TABLE-OK
               PERFORM 3200-COUNT-CURRENT-ROWS
           END-IF
           IF WS-TABLE-OK
               PERFORM 3300-LOAD-COLUMN-NAMES
           END-IF
           IF WS-TABLE-OK
               PERFORM 3400-EXPORT-CHANGES
           END-IF
           IF WS-TABLE-OK
               PERFORM 4100-REPORT-CHANGES
           END-IF

           PERFORM 4800-WRITE-REPORT-TOTALS
           CLOSE CHANGE-REPORT-FILE
           PERFORM 5000-APPEND-DIFF-RESULT.

      * The incoming IXF replaces whatever the work table held from
      * the last compare; the live table is not touched.
       3100-IMPORT-INCOMING.
           MOVE SPACES TO WS-ACTION-STRING-TEXT
           STRING "REPLACE INTO " DELIMITED BY SIZE
                  WS-STAGING-TABLE DELIMITED BY SPACE
               INTO WS-ACTION-STRING-TEXT
           COMPUTE WS-ACTION-STRING-LEN =
               FUNCTION STORED-CHAR-LENGTH
                   (FUNCTION TRIM(WS-ACTION-STRING-TEXT))
           COMPUTE WS-SOURCE-PATH-LEN =
               FUNCTION STORED-CHAR-LENGTH
                   (FUNCTION TRIM(WS-SOURCE-PATH))

           SET DB2-PI-DATA-FILE-NAME OF DB2G-IMPORT-STRUCT
               TO ADDRESS OF WS-SOURCE-PATH
           SET DB2-PI-LOB-PATH-LIST OF DB2G-IMPORT-STRUCT TO NULL
           SET DB2-PI-DATA-DESCRIPTOR OF DB2G-IMPORT-STRUCT TO NULL
           SET DB2-PI-ACTION-STRING OF DB2G-IMPORT-STRUCT TO NULL
           SET DB2-PI-FILE-TYPE OF DB2G-IMPORT-STRUCT
               TO ADDRESS OF WS-IXF-TYPE
           SET DB2-PI-FILE-TYPE-MOD OF DB2G-IMPORT-STRUCT TO NULL
           SET DB2-PI-MSG-FILE-NAME OF DB2G-IMPORT-STRUCT TO NULL
           MOVE SQLU-INITIAL TO DB2-I-CALLER-ACTION
               OF DB2G-IMPORT-STRUCT
           SET DB2-PI-IMPORT-INFO-IN OF DB2G-IMPORT-STRUCT
               TO ADDRESS OF DB2G-IMPORT-IN
           SET DB2-PO-IMPORT-INFO-OUT OF DB2G-IMPORT-STRUCT
               TO ADDRESS OF DB2G-IMPORT-OUT
           SET DB2-PI-NULL-INDICATORS OF DB2G-IMPORT-STRUCT TO NULL
           MOVE WS-SOURCE-PATH-LEN TO DB2-I-DATA-FILE-NAME-LEN
               OF DB2G-IMPORT-STRUCT
           MOVE 3 TO DB2-I-FILE-TYPE-LEN OF DB2G-IMPORT-STRUCT
           MOVE 0 TO DB2-I-MSG-FILE-NAME-LEN OF DB2G-IMPORT-STRUCT
           SET DB2-PI-XML-PATH-LIST OF DB2G-IMPORT-STRUCT TO NULL
           SET DB2-PI-LONG-ACTION-STRING OF DB2G-IMPORT-STRUCT
               TO ADDRESS OF WS-ACTION-STRING-AREA

           MOVE 0 TO DB2-I-ROWCOUNT OF DB2G-IMPORT-IN
           MOVE 0 TO DB2-I-RESTARTCOUNT OF DB2G-IMPORT-IN
           MOVE 0 TO DB2-I-SKIPCOUNT OF DB2G-IMPORT-IN
           SET DB2-PI-COMMITCOUNT OF DB2G-IMPORT-IN
               TO ADDRESS OF WS-COMMIT-COUNT
           MOVE 0 TO DB2-I-WARNINGCOUNT OF DB2G-IMPORT-IN
           MOVE DB2IMPORT-LOCKTIMEOUT TO DB2-I-NO-TIMEOUT
               OF DB2G-IMPORT-IN
           MOVE 0 TO DB2-I-ACCESS-LEVEL OF DB2G-IMPORT-IN
           SET DB2-PI-XML-PARSE OF DB2G-IMPORT-IN TO NULL
           SET DB2-PI-XML-VALIDATE OF DB2G-IMPORT-IN TO NULL

           CALL "db2gImport" USING BY VALUE WS-DB2-VERSION
                     BY REFERENCE DB2G-IMPORT-STRUCT
                     BY REFERENCE SQLCA

           IF SQLCODE < 0
               MOVE "N" TO WS-TABLE-OK-SW
               MOVE "IMPORT TO WORK TABLE FAILED" TO WS-FAIL-REASON
               MOVE SQLCODE TO WS-FINAL-SQLCODE
           END-IF.

      * COUNT_BIG(*) comes back as a one-line DEL file holding a
      * signed decimal - read back and taken as the count.
       3200-COUNT-CURRENT-ROWS.
           MOVE SPACES TO WS-ACTION-STRING-TEXT
           STRING "SELECT COUNT_BIG(*) FROM " DELIMITED BY SIZE
                  WS-TABLE-NAME DELIMITED BY SPACE
               INTO WS-ACTION-STRING-TEXT
           MOVE WS-COUNT-DD TO WS-DATA-PATH
           PERFORM 4900-CALL-EXPORT
           IF SQLCODE < 0
               MOVE "N" TO WS-TABLE-OK-SW
               MOVE "ROW COUNT EXPORT FAILED" TO WS-FAIL-REASON
               MOVE SQLCODE TO WS-FINAL-SQLCODE
           ELSE
               OPEN INPUT COUNT-WORK-FILE
               IF WS-COUNT-STATUS = "00"
                   READ COUNT-WORK-FILE
                       NOT AT END
                           COMPUTE WS-CURRENT-ROWS =
                               FUNCTION NUMVAL (COUNT-WORK-REC)
                   END-READ
                   CLOSE COUNT-WORK-FILE
               END-IF
           END-IF.

      * A table named without its schema is looked up in the
      * connection's current schema, as the import itself resolves it.
       3300-LOAD-COLUMN-NAMES.
           MOVE 0 TO WS-CN-NUM-ENTRY
           MOVE SPACES TO WS-SCHEMA-PART
           MOVE SPACES TO WS-TABNAME-PART
           UNSTRING WS-TABLE-NAME DELIMITED BY "."
               INTO WS-SCHEMA-PART WS-TABNAME-PART
           MOVE SPACES TO WS-ACTION-STRING-TEXT
           IF WS-TABNAME-PART = SPACES
               STRING "SELECT COLNAME FROM SYSCAT.COLUMNS"
                      " WHERE TABSCHEMA = CURRENT SCHEMA"
                      " AND TABNAME = '" DELIMITED BY SIZE
                      WS-SCHEMA-PART DELIMITED BY SPACE
                      "' ORDER BY COLNO" DELIMITED BY SIZE
                   INTO WS-ACTION-STRING-TEXT
           ELSE
               STRING "SELECT COLNAME FROM SYSCAT.COLUMNS"
                      " WHERE TABSCHEMA = '" DELIMITED BY SIZE
                      WS-SCHEMA-PART DELIMITED BY SPACE
                      "' AND TABNAME = '" DELIMITED BY SIZE
                      WS-TABNAME-PART DELIMITED BY SPACE
                      "' ORDER BY COLNO" DELIMITED BY SIZE
                   INTO WS-ACTION-STRING-TEXT
           END-IF
           MOVE WS-COLUMN-DD TO WS-DATA-PATH
           PERFORM 4900-CALL-EXPORT
           IF SQLCODE < 0
               MOVE "N" TO WS-TABLE-OK-SW
               MOVE "COLUMN NAME EXPORT FAILED" TO WS-FAIL-REASON
               MOVE SQLCODE TO WS-FINAL-SQLCODE
           ELSE
               OPEN INPUT COLUMN-WORK-FILE
               IF WS-COLUMN-STATUS = "00"
                   MOVE "N" TO WS-WORK-EOF-SW
                   PERFORM UNTIL WS-WORK-EOF
                       READ COLUMN-WORK-FILE
                           AT END MOVE "Y" TO WS-WORK-EOF-SW
                           NOT AT END
                               PERFORM 3350-STORE-COLUMN-NAME
                       END-READ
                   END-PERFORM
                   CLOSE COLUMN-WORK-FILE
               END-IF
           END-IF.

      * Each catalog row is one quoted column name.
       3350-STORE-COLUMN-NAME.
           IF WS-CN-NUM-ENTRY < 100
               ADD 1 TO WS-CN-NUM-ENTRY
               MOVE SPACES TO WS-CN-NAME (WS-CN-NUM-ENTRY)
               UNSTRING COLUMN-WORK-REC DELIMITED BY QUOTE
                   INTO WS-QUOTE-FILLER
                        WS-CN-NAME (WS-CN-NUM-ENTRY)
           END-IF.

      * Live rows the incoming source does not match exactly (side O)
      * and incoming rows the live table does not hold exactly (side
      * N), key columns first and ordered by key with O ahead of N -
      * a key on both sides has changed, a key on one side only was
      * added or has vanished.
       3400-EXPORT-CHANGES.
           MOVE SPACES TO WS-ACTION-STRING-TEXT
           MOVE 1 TO WS-STRING-PTR
           STRING "SELECT " DELIMITED BY SIZE
                  WS-KEY-COLUMNS DELIMITED BY SPACE
                  ", 'O' AS CHG_SIDE, T.* FROM (SELECT * FROM "
                      DELIMITED BY SIZE
                  WS-TABLE-NAME DELIMITED BY SPACE
                  " EXCEPT SELECT * FROM " DELIMITED BY SIZE
                  WS-STAGING-TABLE DELIMITED BY SPACE
                  ") AS T UNION ALL SELECT " DELIMITED BY SIZE
                  WS-KEY-COLUMNS DELIMITED BY SPACE
                  ", 'N', T.* FROM (SELECT * FROM " DELIMITED BY SIZE
                  WS-STAGING-TABLE DELIMITED BY SPACE
                  " EXCEPT SELECT * FROM " DELIMITED BY SIZE
                  WS-TABLE-NAME DELIMITED BY SPACE
                  ") AS T ORDER BY 1" DELIMITED BY SIZE
               INTO WS-ACTION-STRING-TEXT
               WITH POINTER WS-STRING-PTR
           PERFORM VARYING WS-SUB FROM 2 BY 1
                   UNTIL WS-SUB > WS-KEY-COUNT
               MOVE WS-SUB TO WS-ORDER-POS-DISP
               STRING "," WS-ORDER-POS-DISP DELIMITED BY SIZE
                   INTO WS-ACTION-STRING-TEXT
                   WITH POINTER WS-STRING-PTR
           END-PERFORM
           COMPUTE WS-SUB = WS-KEY-COUNT + 1
           MOVE WS-SUB TO WS-ORDER-POS-DISP
           STRING "," WS-ORDER-POS-DISP " DESC" DELIMITED BY SIZE
               INTO WS-ACTION-STRING-TEXT
               WITH POINTER WS-STRING-PTR
           MOVE WS-CHANGE-DD TO WS-DATA-PATH
           PERFORM 4900-CALL-EXPORT
           IF SQLCODE < 0
               MOVE "N" TO WS-TABLE-OK-SW
               MOVE "CHANGE EXPORT FAILED" TO WS-FAIL-REASON
               MOVE SQLCODE TO WS-FINAL-SQLCODE
           END-IF.

       4000-OPEN-CHANGE-REPORT.
           MOVE SPACES TO WS-REPORT-PATH
           STRING WS-REPORT-DIR DELIMITED BY SPACE
                  "REFDIFF." WS-RUN-TS "." DELIMITED BY SIZE
                  WS-TABLE-NAME DELIMITED BY SPACE
                  ".RPT" DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           OPEN OUTPUT CHANGE-REPORT-FILE
           MOVE SPACES TO CHANGE-REPORT-REC
           STRING "REFERENCE DATA CHANGE REPORT  TABLE=" WS-TABLE-NAME
                  "  RUN=" WS-RUN-TS
                  "  RUN ID=" WS-RUN-ID
               DELIMITED BY SIZE INTO CHANGE-REPORT-REC
           WRITE CHANGE-REPORT-REC
           MOVE SPACES TO CHANGE-REPORT-REC
           STRING "INCOMING SOURCE=" WS-SOURCE-PATH
               DELIMITED BY SIZE INTO CHANGE-REPORT-REC
           WRITE CHANGE-REPORT-REC
           MOVE SPACES TO CHANGE-REPORT-REC
           STRING "COMPARED VIA WORK TABLE=" WS-STAGING-TABLE
                  "  KEY=" WS-KEY-COLUMNS
               DELIMITED BY SIZE INTO CHANGE-REPORT-REC
           WRITE CHANGE-REPORT-REC
           MOVE SPACES TO CHANGE-REPORT-REC
           WRITE CHANGE-REPORT-REC.

      * One pass over the ordered change rows.  A live row is held
      * until the next row shows whether the incoming side carries
      * the same key.
       4100-REPORT-CHANGES.
           MOVE "N" TO WS-PENDING-SW
           OPEN INPUT CHANGE-WORK-FILE
           IF WS-CHANGE-STATUS = "00"
               MOVE "N" TO WS-WORK-EOF-SW
               PERFORM UNTIL WS-WORK-EOF
                   READ CHANGE-WORK-FILE
                       AT END MOVE "Y" TO WS-WORK-EOF-SW
                       NOT AT END
                           PERFORM 4150-TAKE-ONE-CHANGE-ROW
                   END-READ
               END-PERFORM
               CLOSE CHANGE-WORK-FILE
           END-IF
           IF WS-OLD-ROW-PENDING
               PERFORM 4400-REPORT-VANISHED
           END-IF.

       4150-TAKE-ONE-CHANGE-ROW.
           PERFORM 4200-SPLIT-CHANGE-ROW
           MOVE SPACES TO WS-ROW-KEY
           MOVE SPACES TO WS-ROW-KEY-TEXT
           IF WS-KEY-END > 0
               MOVE CHANGE-WORK-REC (1:WS-KEY-END) TO WS-ROW-KEY
               MOVE CHANGE-WORK-REC (1:WS-KEY-END) TO WS-ROW-KEY-TEXT
           END-IF
           COMPUTE WS-SIDE-SUB = WS-KEY-COUNT + 1
           IF WS-OLD-ROW-PENDING
                   AND WS-ROW-KEY = WS-PENDING-KEY
                   AND WS-PR-FIELD (WS-SIDE-SUB) (2:1) = "N"
               PERFORM 4500-REPORT-CHANGED
               MOVE "N" TO WS-PENDING-SW
           ELSE
               IF WS-OLD-ROW-PENDING
                   PERFORM 4400-REPORT-VANISHED
               END-IF
               IF WS-PR-FIELD (WS-SIDE-SUB) (2:1) = "O"
                   MOVE WS-PARSED-ROW TO WS-OLD-ROW
                   MOVE WS-ROW-KEY TO WS-PENDING-KEY
                   MOVE WS-ROW-KEY-TEXT TO WS-PENDING-KEY-TEXT
                   MOVE "Y" TO WS-PENDING-SW
               ELSE
                   PERFORM 4300-REPORT-ADDED
               END-IF
           END-IF.

      * A comma ends a field only outside quotes; a doubled quote
      * inside a character value toggles twice and changes nothing.
       4200-SPLIT-CHANGE-ROW.
           MOVE 0 TO WS-PR-NUM-FIELD
           MOVE 0 TO WS-KEY-END
           MOVE "N" TO WS-IN-QUOTE-SW
           MOVE 1 TO WS-FIELD-START
           COMPUTE WS-ROW-LEN =
               FUNCTION STORED-CHAR-LENGTH
                   (FUNCTION TRIM(CHANGE-WORK-REC TRAILING))
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-ROW-LEN
               EVALUATE TRUE
                   WHEN CHANGE-WORK-REC (WS-POS:1) = QUOTE
                       IF WS-IN-QUOTE
                           MOVE "N" TO WS-IN-QUOTE-SW
                       ELSE
                           MOVE "Y" TO WS-IN-QUOTE-SW
                       END-IF
                   WHEN CHANGE-WORK-REC (WS-POS:1) = ","
                           AND NOT WS-IN-QUOTE
                       PERFORM 4250-STORE-ONE-FIELD
                       COMPUTE WS-FIELD-START = WS-POS + 1
               END-EVALUATE
           END-PERFORM
           PERFORM 4250-STORE-ONE-FIELD.

       4250-STORE-ONE-FIELD.
           IF WS-PR-NUM-FIELD < 100
               ADD 1 TO WS-PR-NUM-FIELD
               MOVE SPACES TO WS-PR-FIELD (WS-PR-NUM-FIELD)
               COMPUTE WS-FIELD-LEN = WS-POS - WS-FIELD-START
               IF WS-FIELD-LEN > 0
                   MOVE CHANGE-WORK-REC (WS-FIELD-START:WS-FIELD-LEN)
                       TO WS-PR-FIELD (WS-PR-NUM-FIELD)
               END-IF
               IF WS-PR-NUM-FIELD = WS-KEY-COUNT
                   COMPUTE WS-KEY-END = WS-POS - 1
               END-IF
           END-IF.

       4300-REPORT-ADDED.
           ADD 1 TO WS-ADDED-KEYS
           MOVE SPACES TO CHANGE-REPORT-REC
           STRING "ADDED     KEY " WS-ROW-KEY-TEXT
               DELIMITED BY SIZE INTO CHANGE-REPORT-REC
           WRITE CHANGE-REPORT-REC.

       4400-REPORT-VANISHED.
           ADD 1 TO WS-VANISHED-KEYS
           MOVE SPACES TO CHANGE-REPORT-REC
           STRING "VANISHED  KEY " WS-PENDING-KEY-TEXT
               DELIMITED BY SIZE INTO CHANGE-REPORT-REC
           WRITE CHANGE-REPORT-REC
           MOVE "N" TO WS-PENDING-SW.

      * Only the columns whose values differ are listed, labelled
      * with the catalog's column name where one was read back.
       4500-REPORT-CHANGED.
           ADD 1 TO WS-CHANGED-KEYS
           MOVE SPACES TO CHANGE-REPORT-REC
           STRING "CHANGED   KEY " WS-PENDING-KEY-TEXT
               DELIMITED BY SIZE INTO CHANGE-REPORT-REC
           WRITE CHANGE-REPORT-REC
           MOVE WS-PR-NUM-FIELD TO WS-LAST-FIELD
           IF WS-OR-NUM-FIELD > WS-LAST-FIELD
               MOVE WS-OR-NUM-FIELD TO WS-LAST-FIELD
           END-IF
           COMPUTE WS-SUB = WS-KEY-COUNT + 2
           PERFORM VARYING WS-SUB FROM WS-SUB BY 1
                   UNTIL WS-SUB > WS-LAST-FIELD
               IF WS-OR-FIELD (WS-SUB) NOT = WS-PR-FIELD (WS-SUB)
                   PERFORM 4550-REPORT-ONE-COLUMN
               END-IF
           END-PERFORM.

       4550-REPORT-ONE-COLUMN.
           COMPUTE WS-COLUMN-SUB = WS-SUB - WS-KEY-COUNT - 1
           MOVE SPACES TO WS-COLUMN-LABEL
           IF WS-COLUMN-SUB NOT > WS-CN-NUM-ENTRY
               MOVE WS-CN-NAME (WS-COLUMN-SUB) TO WS-COLUMN-LABEL
           ELSE
               STRING "COLUMN " WS-COLUMN-SUB
                   DELIMITED BY SIZE INTO WS-COLUMN-LABEL
           END-IF
           MOVE WS-OR-FIELD (WS-SUB) TO WS-OLD-VALUE
           IF WS-OLD-VALUE = SPACES
               MOVE "NULL" TO WS-OLD-VALUE
           END-IF
           MOVE WS-PR-FIELD (WS-SUB) TO WS-NEW-VALUE
           IF WS-NEW-VALUE = SPACES
               MOVE "NULL" TO WS-NEW-VALUE
           END-IF
           MOVE SPACES TO CHANGE-REPORT-REC
           STRING "          " WS-COLUMN-LABEL " OLD " WS-OLD-VALUE
               DELIMITED BY SIZE INTO CHANGE-REPORT-REC
           WRITE CHANGE-REPORT-REC
           MOVE SPACES TO CHANGE-REPORT-REC
           STRING "          " WS-COLUMN-LABEL " NEW " WS-NEW-VALUE
               DELIMITED BY SIZE INTO CHANGE-REPORT-REC
           WRITE CHANGE-REPORT-REC.

      * Change volume is measured against the live table as it stands;
      * any change to an empty table counts as a full replacement.
       4800-WRITE-REPORT-TOTALS.
           COMPUTE WS-TOTAL-CHANGES =
               WS-ADDED-KEYS + WS-CHANGED-KEYS + WS-VANISHED-KEYS
           IF WS-CURRENT-ROWS > 0
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   (WS-TOTAL-CHANGES * 100) / WS-CURRENT-ROWS
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-CHANGE-PCT
               END-COMPUTE
           ELSE
               IF WS-TOTAL-CHANGES > 0
                   MOVE 100 TO WS-CHANGE-PCT
               END-IF
           END-IF
           MOVE WS-CURRENT-ROWS TO WS-CURRENT-ROWS-DISP
           MOVE WS-ADDED-KEYS TO WS-ADDED-DISP
           MOVE WS-CHANGED-KEYS TO WS-CHANGED-DISP
           MOVE WS-VANISHED-KEYS TO WS-VANISHED-DISP
           MOVE WS-CHANGE-PCT TO WS-CHANGE-PCT-DISP
           MOVE WS-CHANGE-LIMIT-PCT TO WS-CHANGE-LIMIT-DISP
           MOVE SPACES TO CHANGE-REPORT-REC
           WRITE CHANGE-REPORT-REC
           MOVE SPACES TO CHANGE-REPORT-REC
           STRING "CURRENT ROWS=" WS-CURRENT-ROWS-DISP
                  "  ADDED=" WS-ADDED-DISP
                  "  CHANGED=" WS-CHANGED-DISP
                  "  VANISHED=" WS-VANISHED-DISP
               DELIMITED BY SIZE INTO CHANGE-REPORT-REC
           WRITE CHANGE-REPORT-REC
           MOVE SPACES TO CHANGE-REPORT-REC
           STRING "CHANGE VOLUME=" WS-CHANGE-PCT-DISP
                  "%  LIMIT=" WS-CHANGE-LIMIT-DISP "%"
               DELIMITED BY SIZE INTO CHANGE-REPORT-REC
           WRITE CHANGE-REPORT-REC
           MOVE SPACES TO CHANGE-REPORT-REC
           EVALUATE TRUE
               WHEN NOT WS-TABLE-OK
                   MOVE WS-FINAL-SQLCODE TO WS-SQLCODE-DISP
                   STRING "*** COMPARE FAILED - " WS-FAIL-REASON
                          " SQLCODE=" WS-SQLCODE-DISP " ***"
                       DELIMITED BY SIZE INTO CHANGE-REPORT-REC
                   WRITE CHANGE-REPORT-REC
                   MOVE WS-FINAL-SQLCODE TO SQLCODE
                   PERFORM 9450-EXPLAIN-SQLCODE
                   MOVE WS-KB-EXPLAIN-LINE TO CHANGE-REPORT-REC
                   WRITE CHANGE-REPORT-REC
                   IF WS-JOB-SEVERITY < 8
                       MOVE 8 TO WS-JOB-SEVERITY
                   END-IF
               WHEN WS-CHANGE-PCT > WS-CHANGE-LIMIT-PCT
                   ADD 1 TO WS-TABLES-OVER-LIMIT
                   STRING "*** CHANGE VOLUME OVER LIMIT - REVIEW"
                          " BEFORE THE REFRESH IS APPLIED ***"
                       DELIMITED BY SIZE INTO CHANGE-REPORT-REC
                   WRITE CHANGE-REPORT-REC
                   DISPLAY "REFDIFF: " WS-TABLE-NAME
                       " change volume " WS-CHANGE-PCT-DISP
                       "% over limit " WS-CHANGE-LIMIT-DISP "%"
                   IF WS-JOB-SEVERITY < 4
                       MOVE 4 TO WS-JOB-SEVERITY
                   END-IF
               WHEN OTHER
                   STRING "CHANGE VOLUME WITHIN LIMIT"
                       DELIMITED BY SIZE INTO CHANGE-REPORT-REC
                   WRITE CHANGE-REPORT-REC
           END-EVALUATE
           IF WS-RP-SIGNOFF-SW (WS-RP-FOUND-SUB) = "Y"
               MOVE SPACES TO CHANGE-REPORT-REC
               STRING "BUSINESS SIGN-OFF REQUIRED - REFRESHD APPLIES"
                      " THIS TABLE ONLY UNDER APPROVAL TOKEN RFSH"
                      WS-RUN-TS (1:8) " FOR " WS-TABLE-NAME
                   DELIMITED BY SIZE INTO CHANGE-REPORT-REC
               WRITE CHANGE-REPORT-REC
           END-IF.

      * Export paragraph shared by the count, catalog and change
      * exports - the caller stages the SELECT and the target file.
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
               TO ADDRESS OF WS-DEL-TYPE
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

       5000-APPEND-DIFF-RESULT.
           MOVE WS-RUN-TS TO RD-RUN-TS
           MOVE WS-TABLE-NAME TO RD-TABLE-NAME
           MOVE WS-SOURCE-PATH TO RD-SOURCE-PATH
           MOVE WS-REPORT-PATH TO RD-REPORT-FILE
           MOVE WS-CURRENT-ROWS TO RD-CURRENT-ROWS
           MOVE WS-ADDED-KEYS TO RD-ADDED-KEYS
           MOVE WS-CHANGED-KEYS TO RD-CHANGED-KEYS
           MOVE WS-VANISHED-KEYS TO RD-VANISHED-KEYS
           MOVE WS-CHANGE-PCT TO RD-CHANGE-PCT
           MOVE WS-CHANGE-LIMIT-PCT TO RD-CHANGE-LIMIT-PCT
           EVALUATE TRUE
               WHEN NOT WS-TABLE-OK
                   MOVE "F" TO RD-VERDICT
               WHEN WS-CHANGE-PCT > WS-CHANGE-LIMIT-PCT
                   MOVE "L" TO RD-VERDICT
               WHEN OTHER
                   MOVE "W" TO RD-VERDICT
           END-EVALUATE
           MOVE WS-RP-SIGNOFF-SW (WS-RP-FOUND-SUB) TO RD-SIGNOFF-SW
           MOVE WS-FINAL-SQLCODE TO RD-FINAL-SQLCODE
           WRITE REFRESH-DIFF-REC.

       9000-TERMINATE.
           CLOSE REFRESH-DIFF-FILE.

      * Shared knowledge-base lookup - the meaning and recommended
      * action go on the console and into the table's change report.
       9450-EXPLAIN-SQLCODE.
           MOVE SPACES TO WS-KB-EXPLAIN-LINE
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-KB-SQLCODE
               CALL "SQLKBLKP" USING BY REFERENCE WS-KB-SQLCODE
                         BY REFERENCE WS-KB-EXPLAIN-LINE
               DISPLAY WS-KB-EXPLAIN-LINE
           END-IF.

       9500-WRITE-AUDIT-RECORD.
           OPEN EXTEND OPS-AUDIT-FILE
           IF WS-OPSAUDIT-STATUS = "35"
               CLOSE OPS-AUDIT-FILE
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "REFDIFF" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS
           MOVE "REFCOMPARE" TO OA-ACTION-VERB
           MOVE WS-TABLES-COMPARED TO OA-KEY-COUNT-1
           MOVE WS-TABLES-OVER-LIMIT TO OA-KEY-COUNT-2
           MOVE SQLCODE TO OA-FINAL-SQLCODE
           WRITE OPS-AUDIT-REC
           CLOSE OPS-AUDIT-FILE.

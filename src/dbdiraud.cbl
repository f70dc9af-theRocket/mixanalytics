      *           on the next scheduled run instead of sitting there
      *           invisibly.
      *
      *           Every directory entry is also written to the
      *           machine-readable companion DBDIRAUD.INV (alias,
      *           database name, node, type, comment and whether the
      *           registry documents it), rewritten whole each run, so
      *           the estate inventory export joins the directory
      *           without parsing the report text.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DBDIRAUD.
           SELECT DIR-AUDIT-REPORT-FILE ASSIGN TO WS-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT DIR-INVENTORY-FILE ASSIGN TO WS-INVENTORY-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVENTORY-STATUS.

           SELECT OPS-AUDIT-FILE ASSIGN TO WS-OPSAUDIT-DD
               ORGANIZATION IS LINE SEQUENTIAL
           RECORDING MODE IS F.
       01  DIR-AUDIT-REPORT-REC       PIC X(132).

      * Machine-readable companion to the printed report - one record
      * per directory entry, rewritten whole each run (the same
      * companion-file approach TBSCONTA.INV takes).
       FD  DIR-INVENTORY-FILE
           RECORDING MODE IS F.
       01  DIR-INVENTORY-REC.
           05 DI-ALIAS                PIC X(8).
           05 DI-DBNAME               PIC X(8).
           05 DI-NODENAME             PIC X(8).
           05 DI-DBTYPE               PIC X(20).
           05 DI-COMMENT              PIC X(30).
           05 DI-DOCUMENTED-SW        PIC X.

       FD  OPS-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "opsaudit.cpy".

       01  WS-REPORT-DD               PIC X(40) VALUE "DBDIRAUD.RPT".

       01  WS-INVENTORY-DD            PIC X(40) VALUE "DBDIRAUD.INV".

       01  WS-REPORT-STATUS           PIC XX.
       01  WS-INVENTORY-STATUS        PIC XX.

       01  WS-EXPECTED-ALIAS-TABLE.
           05 WS-EXPECTED-ALIAS OCCURS 200 TIMES
       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "DBDIRAUD".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.

       01  WS-KB-SQLCODE              PIC S9(9) COMP-5 VALUE 0.
       01  WS-KB-EXPLAIN-LINE         PIC X(132) VALUE SPACES.
           PERFORM 9500-WRITE-AUDIT-RECORD
           PERFORM 9000-TERMINATE
           MOVE WS-JOB-SEVERITY TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-START-TS
           CALL "RUNCORID" USING BY REFERENCE WS-RUN-PROGRAM-ID
                                 BY REFERENCE WS-RUN-ID
           CALL "DBREGSEL" USING
                     BY REFERENCE WS-REGISTRY-FUNCTION
                     BY REFERENCE WS-REGISTRY-SELECTION
           END-PERFORM

           OPEN OUTPUT DIR-AUDIT-REPORT-FILE
           MOVE SPACES TO DIR-AUDIT-REPORT-REC
           STRING "DBDIRAUD  RUN ID=" WS-RUN-ID
                  "  START=" WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO DIR-AUDIT-REPORT-REC
           WRITE DIR-AUDIT-REPORT-REC
           MOVE SPACES TO DIR-AUDIT-REPORT-REC
           OPEN OUTPUT DIR-INVENTORY-FILE
           STRING "ALIAS    DBNAME   NODENAME DBTYPE               "
                  "COMMENT                       STATUS"
               DELIMITED BY SIZE INTO DIR-AUDIT-REPORT-REC
           STRING SQL-ALIAS-N " " SQL-DBNAME-N " " SQL-NODENAME-N " "
                  SQL-DBTYPE-N " " SQL-COMMENT-N " " WS-STATUS-TEXT
               DELIMITED BY SIZE INTO DIR-AUDIT-REPORT-REC
           WRITE DIR-AUDIT-REPORT-REC
           MOVE SQL-ALIAS-N TO DI-ALIAS
           MOVE SQL-DBNAME-N TO DI-DBNAME
           MOVE SQL-NODENAME-N TO DI-NODENAME
           MOVE SQL-DBTYPE-N TO DI-DBTYPE
           MOVE SQL-COMMENT-N TO DI-COMMENT
           MOVE WS-DOCUMENTED-SW TO DI-DOCUMENTED-SW
           WRITE DIR-INVENTORY-REC.

       4000-CLOSE-DIRECTORY-SCAN.
           MOVE WS-DIR-HANDLE TO DB2-I-HANDLE
           END-IF.

       9000-TERMINATE.
           CLOSE DIR-AUDIT-REPORT-FILE
           CLOSE DIR-INVENTORY-FILE.


      * Shared knowledge-base lookup - appends the SQLCODE's meaning
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "DBDIRAUD" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS

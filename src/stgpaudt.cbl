      *           reports the database's storage paths back through
      *           the structure without touching a single tablespace.
      *
      *           Each path a database reports back is also written to
      *           the machine-readable companion STGPAUDT.INV (alias,
      *           path, DOCUMENTED or UNDOCUMENTED), rewritten whole
      *           each run, so the estate inventory export picks up
      *           the live storage paths without parsing the report.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STGPAUDT.
           SELECT PATH-AUDIT-REPORT-FILE ASSIGN TO WS-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT PATH-INVENTORY-FILE ASSIGN TO WS-INVENTORY-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVENTORY-STATUS.

           SELECT OPS-AUDIT-FILE ASSIGN TO WS-OPSAUDIT-DD
               ORGANIZATION IS LINE SEQUENTIAL
           RECORDING MODE IS F.
       01  PATH-AUDIT-REPORT-REC      PIC X(132).

      * Machine-readable companion to the printed report - one record
      * per storage path a database reported back this run.
       FD  PATH-INVENTORY-FILE
           RECORDING MODE IS F.
       01  PATH-INVENTORY-REC.
           05 PI-DBALIAS              PIC X(8).
           05 PI-PATH                 PIC X(215).
           05 PI-PATH-STATUS          PIC X(12).

       FD  OPS-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "opsaudit.cpy".

       01  WS-EXPECTED-DD             PIC X(40) VALUE "STGPATHS.DAT".
       01  WS-REPORT-DD               PIC X(40) VALUE "STGPAUDT.RPT".
       01  WS-INVENTORY-DD            PIC X(40) VALUE "STGPAUDT.INV".

       01  WS-EXPECTED-STATUS         PIC XX.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-INVENTORY-STATUS        PIC XX.
       01  WS-EOF-SW                  PIC X     VALUE "N".
           88 WS-EOF                  VALUE "Y".

       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "STGPAUDT".
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
           OPEN INPUT EXPECTED-PATH-FILE
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
           END-PERFORM
           CLOSE EXPECTED-PATH-FILE
           OPEN OUTPUT PATH-AUDIT-REPORT-FILE
           OPEN OUTPUT PATH-INVENTORY-FILE
           STRING "AUTOMATIC STORAGE PATH AUDIT  RUN="
                  FUNCTION CURRENT-DATE (1:14)
                  "  RUN ID=" WS-RUN-ID
               DELIMITED BY SIZE INTO PATH-AUDIT-REPORT-REC
           WRITE PATH-AUDIT-REPORT-REC.

                      " DOCUMENTED"
                   DELIMITED BY SIZE INTO PATH-AUDIT-REPORT-REC
               WRITE PATH-AUDIT-REPORT-REC
               MOVE "DOCUMENTED" TO PI-PATH-STATUS
           ELSE
               ADD 1 TO WS-UNDOCUMENTED-COUNT
               IF WS-JOB-SEVERITY < 4
                      " *** UNDOCUMENTED ***"
                   DELIMITED BY SIZE INTO PATH-AUDIT-REPORT-REC
               WRITE PATH-AUDIT-REPORT-REC
               MOVE "UNDOCUMENTED" TO PI-PATH-STATUS
           END-IF
           MOVE WS-DBALIAS TO PI-DBALIAS
           MOVE WS-STG-PATH (WS-SUB) TO PI-PATH
           WRITE PATH-INVENTORY-REC.

      * Anything documented that no database reported back has
      * disappeared - retired on purpose and never written up, or
           END-IF.

       9000-TERMINATE.
           CLOSE PATH-AUDIT-REPORT-FILE
           CLOSE PATH-INVENTORY-FILE.


      * Shared knowledge-base lookup - appends the SQLCODE's meaning
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "STGPAUDT" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS

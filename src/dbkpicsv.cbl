       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "DBKPICSV".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.
       01  WS-AUDIT-ENTRY-COUNT       PIC 9(9)  VALUE 0.

       01  WS-KB-SQLCODE              PIC S9(9) COMP-5 VALUE 0.
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
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "DBKPICSV" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE WS-DB-ALIAS TO OA-DBALIAS

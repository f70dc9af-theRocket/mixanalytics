       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "REORGCTL".
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
           OPEN INPUT REORGCTL-COMMAND-FILE
           OPEN EXTEND REORGCTL-LOG-FILE
           IF WS-LOG-STATUS = "35"
               CLOSE REORGCTL-LOG-FILE
               OPEN OUTPUT REORGCTL-LOG-FILE
           END-IF
           MOVE SPACES TO REORGCTL-LOG-REC
           STRING "REORGCTL  RUN ID=" WS-RUN-ID
                  "  START=" WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO REORGCTL-LOG-REC
           WRITE REORGCTL-LOG-REC
           MOVE SPACES TO REORGCTL-LOG-REC.

       2000-PROCESS-COMMANDS.
           MOVE "N" TO WS-EOF-SW
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "REORGCTL" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS

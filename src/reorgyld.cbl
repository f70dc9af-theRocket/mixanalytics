       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "REORGYLD".
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
           MOVE WS-AUDIT-START-TS (9:4) TO WS-NOW-HHMM
           OPEN INPUT YIELD-CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
           IF WS-LOG-STATUS = "35"
               CLOSE YIELD-LOG-FILE
               OPEN OUTPUT YIELD-LOG-FILE
           END-IF
           MOVE SPACES TO YIELD-LOG-REC
           STRING "REORGYLD  RUN ID=" WS-RUN-ID
                  "  START=" WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO YIELD-LOG-REC
           WRITE YIELD-LOG-REC
           MOVE SPACES TO YIELD-LOG-REC.

       1500-LOAD-PAUSED-STATE.
           OPEN INPUT YIELD-STATE-FILE
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "REORGYLD" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE WS-DB-ALIAS TO OA-DBALIAS

       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "DRLOGAPL".
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
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CHECK-TIMESTAMP
           OPEN INPUT APPLY-CONTROL-FILE
           READ APPLY-CONTROL-FILE
           IF WS-LOG-STATUS = "35"
               CLOSE APPLY-LOG-FILE
               OPEN OUTPUT APPLY-LOG-FILE
           END-IF
           MOVE SPACES TO APPLY-LOG-REC
           STRING "DRLOGAPL  RUN ID=" WS-RUN-ID
                  "  START=" WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO APPLY-LOG-REC
           WRITE APPLY-LOG-REC
           MOVE SPACES TO APPLY-LOG-REC.

      * ARCLOGVF appends one verdict per verification run - what
      * counts is the most recent one, so the whole log is read and
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "DRLOGAPL" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE WS-DBALIAS TO OA-DBALIAS

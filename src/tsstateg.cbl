       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "TSSTATEG".
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
           MOVE SQLB-BACKUP-PENDING      TO WS-BLOCKING-BIT (1)
           MOVE "BACKUP-PENDING"         TO WS-BLOCKING-LABEL (1)
           MOVE SQLB-LOAD-PENDING        TO WS-BLOCKING-BIT (2)
           IF WS-LOG-STATUS = "35"
               CLOSE STATE-GATE-LOG-FILE
               OPEN OUTPUT STATE-GATE-LOG-FILE
           END-IF
           MOVE SPACES TO STATE-GATE-LOG-REC
           STRING "TSSTATEG  RUN ID=" WS-RUN-ID
                  "  START=" WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO STATE-GATE-LOG-REC
           WRITE STATE-GATE-LOG-REC
           MOVE SPACES TO STATE-GATE-LOG-REC.

       2000-CHECK-EACH-TABLESPACE.
           MOVE "N" TO WS-EOF-SW
               OPEN OUTPUT ALERT-QUEUE-FILE
           END-IF
           MOVE "TSSTATEG" TO AQ-PROGRAM-ID
           MOVE WS-RUN-ID TO AQ-RUN-ID
           MOVE SPACES TO AQ-DBALIAS
           MOVE FUNCTION CURRENT-DATE (1:14) TO AQ-TIMESTAMP
           MOVE "N" TO AQ-DISPATCHED-SW
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "TSSTATEG" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS

       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "HADRLAGM".
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
           OPEN INPUT PAIR-CONTROL-FILE
           OPEN EXTEND STANDBY-HEALTH-LOG-FILE
           IF WS-LOG-STATUS = "35"
               CLOSE STANDBY-HEALTH-LOG-FILE
               OPEN OUTPUT STANDBY-HEALTH-LOG-FILE
           END-IF
           MOVE SPACES TO STANDBY-HEALTH-LOG-REC
           STRING "HADRLAGM  RUN ID=" WS-RUN-ID
                  "  START=" WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO STANDBY-HEALTH-LOG-REC
           WRITE STANDBY-HEALTH-LOG-REC
           MOVE SPACES TO STANDBY-HEALTH-LOG-REC.

       2000-POLL-EACH-PAIR.
           MOVE "N" TO WS-EOF-SW
               OPEN OUTPUT ALERT-QUEUE-FILE
           END-IF
           MOVE "HADRLAGM" TO AQ-PROGRAM-ID
           MOVE WS-RUN-ID TO AQ-RUN-ID
           MOVE WS-PRIMARY-ALIAS TO AQ-DBALIAS
           MOVE FUNCTION CURRENT-DATE (1:14) TO AQ-TIMESTAMP
           MOVE "N" TO AQ-DISPATCHED-SW
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "HADRLAGM" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE WS-PRIMARY-ALIAS TO OA-DBALIAS

       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "MONSWCHK".
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
           MOVE WS-SWMON-BUFFERPOOL TO WS-SWITCH-GROUP-CODE (1)
           MOVE WS-SWMON-LOCK       TO WS-SWITCH-GROUP-CODE (2)
           MOVE WS-SWMON-SORT       TO WS-SWITCH-GROUP-CODE (3)
           IF WS-LOG-STATUS = "35"
               CLOSE SWITCH-ALERT-LOG-FILE
               OPEN OUTPUT SWITCH-ALERT-LOG-FILE
           END-IF
           MOVE SPACES TO SWITCH-ALERT-LOG-REC
           STRING "MONSWCHK  RUN ID=" WS-RUN-ID
                  "  START=" WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO SWITCH-ALERT-LOG-REC
           WRITE SWITCH-ALERT-LOG-REC
           MOVE SPACES TO SWITCH-ALERT-LOG-REC.

       2000-GET-SWITCH-STATES.
           SET DB2-PI-GROUP-STATES OF DB2G-MONITOR-SWITCHES-DATA
               OPEN OUTPUT ALERT-QUEUE-FILE
           END-IF
           MOVE "MONSWCHK" TO AQ-PROGRAM-ID
           MOVE WS-RUN-ID TO AQ-RUN-ID
           MOVE SPACES TO AQ-DBALIAS
           MOVE FUNCTION CURRENT-DATE (1:14) TO AQ-TIMESTAMP
           MOVE "N" TO AQ-DISPATCHED-SW
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "MONSWCHK" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS

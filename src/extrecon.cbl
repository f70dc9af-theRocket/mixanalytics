       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "EXTRECON".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.

      * Scheduler return-code severity for this run: 0 clean, 4
      * warnings, 8 check failed / do not proceed, 12 driver
           PERFORM 9500-WRITE-AUDIT-RECORD
           PERFORM 9000-TERMINATE
           MOVE WS-JOB-SEVERITY TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-START-TS
           CALL "RUNCORID" USING BY REFERENCE WS-RUN-PROGRAM-ID
                                 BY REFERENCE WS-RUN-ID
           MOVE WS-AUDIT-START-TS TO WS-NOW-TS
           MOVE WS-NOW-TS TO WS-WORK-TS
           PERFORM 7000-TS-TO-MINUTES
           OPEN OUTPUT RECON-REPORT-FILE
           STRING "EXTRACT DELIVERY RECONCILIATION  RUN=" WS-NOW-TS
                  " GRACE-MINUTES=" WS-GRACE-MINUTES
                  "  RUN ID=" WS-RUN-ID
               DELIMITED BY SIZE INTO RECON-REPORT-REC
           WRITE RECON-REPORT-REC
           MOVE SPACES TO RECON-REPORT-REC
               OPEN OUTPUT ALERT-QUEUE-FILE
           END-IF
           MOVE "EXTRECON" TO AQ-PROGRAM-ID
           MOVE WS-RUN-ID TO AQ-RUN-ID
           MOVE SPACES TO AQ-DBALIAS
           MOVE FUNCTION CURRENT-DATE (1:14) TO AQ-TIMESTAMP
           MOVE "N" TO AQ-DISPATCHED-SW
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "EXTRECON" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS

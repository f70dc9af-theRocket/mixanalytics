       01  WS-OPSAUDIT-DD              PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS          PIC XX.
       01  WS-AUDIT-START-TS           PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID           PIC X(8)  VALUE "INSPFMT".
       01  WS-RUN-ID                   PIC X(25) VALUE SPACES.

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
           OPEN INPUT TS-CONTROL-FILE
           OPEN OUTPUT DAMAGE-REPORT-FILE
           STRING "INSPECTION DAMAGE REPORT  RUN=" WS-AUDIT-START-TS
                  "  RUN ID=" WS-RUN-ID
               DELIMITED BY SIZE INTO DAMAGE-REPORT-REC
           WRITE DAMAGE-REPORT-REC
           MOVE SPACES TO DAMAGE-REPORT-REC
               OPEN OUTPUT ALERT-QUEUE-FILE
           END-IF
           MOVE "INSPFMT" TO AQ-PROGRAM-ID
           MOVE WS-RUN-ID TO AQ-RUN-ID
           MOVE SPACES TO AQ-DBALIAS
           MOVE FUNCTION CURRENT-DATE (1:14) TO AQ-TIMESTAMP
           MOVE "N" TO AQ-DISPATCHED-SW
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "INSPFMT" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS

       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "MEDIACHK".
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
           OPEN INPUT TS-CONTROL-FILE
           OPEN INPUT MEDIA-CONTROL-FILE
           OPEN INPUT FREE-SPACE-CONTROL-FILE
           IF WS-LOG-STATUS = "35"
               CLOSE MEDIACHK-LOG-FILE
               OPEN OUTPUT MEDIACHK-LOG-FILE
           END-IF
           MOVE SPACES TO MEDIACHK-LOG-REC
           STRING "MEDIACHK  RUN ID=" WS-RUN-ID
                  "  START=" WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO MEDIACHK-LOG-REC
           WRITE MEDIACHK-LOG-REC
           MOVE SPACES TO MEDIACHK-LOG-REC.

       2000-LOAD-TABLESPACE-LIST.
      * Tablespace count is informational only in this report - the
               OPEN OUTPUT ALERT-QUEUE-FILE
           END-IF
           MOVE "MEDIACHK" TO AQ-PROGRAM-ID
           MOVE WS-RUN-ID TO AQ-RUN-ID
           MOVE SPACES TO AQ-DBALIAS
           MOVE FUNCTION CURRENT-DATE (1:14) TO AQ-TIMESTAMP
           MOVE "N" TO AQ-DISPATCHED-SW
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "MEDIACHK" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS

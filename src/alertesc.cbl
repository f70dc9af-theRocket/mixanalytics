       FILE SECTION.
       FD  ALERT-HISTORY-FILE
           RECORDING MODE IS F.
           COPY "alerthis.cpy".

       FD  ALERT-ACK-FILE
           RECORDING MODE IS F.
       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "ALERTESC".
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
           MOVE WS-NOW-TS TO ES-ALERT-TIMESTAMP
           PERFORM 6000-TS-TO-MINUTES
               CLOSE ESCALATE-LOG-FILE
               OPEN OUTPUT ESCALATE-LOG-FILE
           END-IF
           MOVE SPACES TO ESCALATE-LOG-REC
           STRING "ALERTESC  RUN ID=" WS-RUN-ID
                  "  START=" WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO ESCALATE-LOG-REC
           WRITE ESCALATE-LOG-REC
           MOVE SPACES TO ESCALATE-LOG-REC
           OPEN EXTEND OPERATOR-PAGE-FILE
           IF WS-OPERPAGE-STATUS = "35"
               CLOSE OPERATOR-PAGE-FILE
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "ALERTESC" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS

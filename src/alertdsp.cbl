      *           lives in ALERTHIS.DAT, and because the queue is
      *           processed record-by-record rather than loaded into
      *           a capped table, no burst of alerts can overflow a
      *           table and be lost unseen.  The raising run's
      *           correlation ID travels with each entry into the
      *           history file.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.

       FD  ALERT-HISTORY-FILE
           RECORDING MODE IS F.
           COPY "alerthis.cpy".

       FD  OPERATOR-PAGE-FILE
           RECORDING MODE IS F.
       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "ALERTDSP".
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
           OPEN EXTEND DISPATCH-LOG-FILE
           IF WS-LOG-STATUS = "35"
               CLOSE DISPATCH-LOG-FILE
               OPEN OUTPUT DISPATCH-LOG-FILE
           END-IF
           MOVE SPACES TO DISPATCH-LOG-REC
           STRING "ALERTDSP  RUN ID=" WS-RUN-ID
                  "  START=" WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO DISPATCH-LOG-REC
           WRITE DISPATCH-LOG-REC
           MOVE SPACES TO DISPATCH-LOG-REC
           OPEN EXTEND OPERATOR-PAGE-FILE
           IF WS-OPERPAGE-STATUS = "35"
               CLOSE OPERATOR-PAGE-FILE
           MOVE AQ-MESSAGE TO AH-MESSAGE
           MOVE AQ-TIMESTAMP TO AH-TIMESTAMP
           MOVE AQ-DISPATCHED-SW TO AH-DISPATCHED-SW
           MOVE AQ-RUN-ID TO AH-RUN-ID
           WRITE ALERT-HISTORY-REC.

      * Every record read above now lives in the history file, so the
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "ALERTDSP" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS

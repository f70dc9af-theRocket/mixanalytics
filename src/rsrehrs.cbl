       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "RSREHRS".
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
           OPEN INPUT TS-CONTROL-FILE
           OPEN INPUT MEDIA-CONTROL-FILE
           OPEN OUTPUT REHEARSAL-REPORT-FILE
           MOVE SPACES TO REHEARSAL-REPORT-REC
           STRING "RSREHRS  RUN ID=" WS-RUN-ID
                  "  START=" WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO REHEARSAL-REPORT-REC
           WRITE REHEARSAL-REPORT-REC
           MOVE SPACES TO REHEARSAL-REPORT-REC
           OPEN INPUT BACKUP-ID-CONTROL-FILE
           IF WS-BACKUP-ID-STATUS = "00"
               READ BACKUP-ID-CONTROL-FILE
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "RSREHRS" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE WS-SOURCE-DBALIAS TO OA-DBALIAS

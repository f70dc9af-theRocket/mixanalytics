       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "PITRECOV".
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
           OPEN INPUT RECOVER-CONTROL-FILE
           READ RECOVER-CONTROL-FILE
               AT END CONTINUE
               CLOSE RECOVER-LOG-FILE
               OPEN OUTPUT RECOVER-LOG-FILE
           END-IF
           MOVE SPACES TO RECOVER-LOG-REC
           STRING "PITRECOV  RUN ID=" WS-RUN-ID
                  "  START=" WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO RECOVER-LOG-REC
           WRITE RECOVER-LOG-REC
           MOVE SPACES TO RECOVER-LOG-REC
           STRING "PIT RECOVERY START ALIAS=" WS-DBALIAS
                  " TARGET=" WS-TARGET-TIMESTAMP
                  " CONFIRM=" WS-CONFIRM-FLAG
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "PITRECOV" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE WS-DBALIAS TO OA-DBALIAS

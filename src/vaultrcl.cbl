       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "VAULTRCL".
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
           OPEN EXTEND RECALL-LOG-FILE
           IF WS-LOG-STATUS = "35"
               CLOSE RECALL-LOG-FILE
               OPEN OUTPUT RECALL-LOG-FILE
           END-IF
           MOVE SPACES TO RECALL-LOG-REC
           STRING "VAULTRCL  RUN ID=" WS-RUN-ID
                  "  START=" WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO RECALL-LOG-REC
           WRITE RECALL-LOG-REC
           MOVE SPACES TO RECALL-LOG-REC
           OPEN EXTEND RECALL-MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "35"
               CLOSE RECALL-MANIFEST-FILE
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "VAULTRCL" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS

      * matters to the throttle; the rest is carried for the eye.
       FD  UTILITY-ID-FILE
           RECORDING MODE IS F.
           COPY "utilinv.cpy".

       FD  THROTTLE-LOG-FILE
           RECORDING MODE IS F.
       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "BKTHROT".
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
           OPEN INPUT OLTP-THRESHOLD-FILE
           READ OLTP-THRESHOLD-FILE
               AT END CONTINUE
           IF WS-LOG-STATUS = "35"
               CLOSE THROTTLE-LOG-FILE
               OPEN OUTPUT THROTTLE-LOG-FILE
           END-IF
           MOVE SPACES TO THROTTLE-LOG-REC
           STRING "BKTHROT  RUN ID=" WS-RUN-ID
                  "  START=" WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO THROTTLE-LOG-REC
           WRITE THROTTLE-LOG-REC
           MOVE SPACES TO THROTTLE-LOG-REC.

       2000-DETERMINE-TARGET-PRIORITY.
           PERFORM 2100-BUILD-REQUEST-STREAM
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "BKTHROT" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE WS-DB-ALIAS TO OA-DBALIAS

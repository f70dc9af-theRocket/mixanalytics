      *           was still open at exactly the moment responsibility
      *           transfers.
      *
      *           Each alert line also carries the service desk
      *           incident number INCDTKT has stored against it in the
      *           incident register INCIDENT.DAT - INC=PENDING while
      *           the service desk has not yet answered - so the
      *           incoming shift can pick the ticket up by number.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIFTHND.
           SELECT OPS-AUDIT-IN-FILE ASSIGN TO WS-OPSAUDIT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSAUDIT-IN-STATUS.
           SELECT INCIDENT-REGISTER-FILE ASSIGN TO WS-INCIDENT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENT-STATUS.
           SELECT HANDOVER-REPORT-FILE ASSIGN TO WS-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FILE SECTION.
       FD  ALERT-HISTORY-FILE
           RECORDING MODE IS F.
           COPY "alerthis.cpy".

       FD  ALERT-QUEUE-FILE
           RECORDING MODE IS F.

       FD  FAILED-LOAD-FILE
           RECORDING MODE IS F.
           COPY "ldfail.cpy".

       FD  REORG-INFLIGHT-FILE
           RECORDING MODE IS F.
           05 OI-KEY-COUNT-2          PIC 9(9).
           05 OI-FINAL-SQLCODE        PIC S9(9) SIGN LEADING SEPARATE.

       FD  INCIDENT-REGISTER-FILE
           RECORDING MODE IS F.
           COPY "incident.cpy".

       FD  HANDOVER-REPORT-FILE
           RECORDING MODE IS F.
       01  HANDOVER-REPORT-REC        PIC X(132).
       01  WS-ALERTQ-DD               PIC X(40) VALUE "ALERTQ.DAT".
       01  WS-FAILED-LOAD-DD          PIC X(40) VALUE "LDRESTRT.DAT".
       01  WS-INFLIGHT-DD             PIC X(40) VALUE "REORGQMG.ACT".
       01  WS-INCIDENT-DD             PIC X(40) VALUE "INCIDENT.DAT".
       01  WS-REPORT-DD               PIC X(40) VALUE "SHIFTHND.RPT".

       01  WS-ALERTHIS-STATUS         PIC XX.
       01  WS-FAILED-LOAD-STATUS      PIC XX.
       01  WS-INFLIGHT-STATUS         PIC XX.
       01  WS-OPSAUDIT-IN-STATUS      PIC XX.
       01  WS-INCIDENT-STATUS         PIC XX.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-EOF-SW                  PIC X     VALUE "N".
           88 WS-EOF                  VALUE "Y".
       01  WS-NOW-MINUTES             PIC S9(12) VALUE 0.
       01  WS-WINDOW-START-MIN        PIC S9(12) VALUE 0.

      * Incident register - capped OCCURS 500, the bound INCDTKT
      * keeps it to.  An alert belongs to the incident whose
      * condition key it shares and whose first-to-latest alert span
      * covers its raise timestamp.
       01  WS-INCIDENT-TABLE.
           05 WS-IN-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-IN-ENTRY OCCURS 500 TIMES INDEXED BY WS-IN-IDX.
               10 WS-IN-INCIDENT-NUM  PIC X(15).
               10 WS-IN-PROGRAM-ID    PIC X(8).
               10 WS-IN-DBALIAS       PIC X(8).
               10 WS-IN-OBJECT        PIC X(30).
               10 WS-IN-FIRST-TS      PIC X(14).
               10 WS-IN-LAST-TS       PIC X(14).
       01  WS-INCIDENT-TEXT           PIC X(20) VALUE SPACES.

       01  WS-CRITICAL-COUNT          PIC 9(9)  VALUE 0.
       01  WS-WARNING-COUNT           PIC 9(9)  VALUE 0.
       01  WS-UNDISPATCHED-COUNT      PIC 9(9)  VALUE 0.
       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "SHIFTHND".
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
           MOVE WS-AUDIT-START-TS TO WS-WORK-TS
           PERFORM 8800-TS-TO-MINUTES
           MOVE WS-TS-TOTAL-MINUTES TO WS-NOW-MINUTES
           COMPUTE WS-WINDOW-START-MIN =
               WS-NOW-MINUTES - WS-SHIFT-HOURS * 60
           PERFORM 1200-LOAD-INCIDENT-REGISTER
           OPEN OUTPUT HANDOVER-REPORT-FILE
           STRING "SHIFT HANDOVER  RUN=" FUNCTION CURRENT-DATE (1:14)
                  "  OUTGOING WINDOW=" WS-SHIFT-HOURS " HOURS"
                  "  RUN ID=" WS-RUN-ID
               DELIMITED BY SIZE INTO HANDOVER-REPORT-REC
           WRITE HANDOVER-REPORT-REC
           MOVE SPACES TO HANDOVER-REPORT-REC
           WRITE HANDOVER-REPORT-REC.

       1200-LOAD-INCIDENT-REGISTER.
           OPEN INPUT INCIDENT-REGISTER-FILE
           IF WS-INCIDENT-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ INCIDENT-REGISTER-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF WS-IN-NUM-ENTRY < 500
                               ADD 1 TO WS-IN-NUM-ENTRY
                               SET WS-IN-IDX TO WS-IN-NUM-ENTRY
                               MOVE IR-INCIDENT-NUMBER
                                   TO WS-IN-INCIDENT-NUM (WS-IN-IDX)
                               MOVE IR-PROGRAM-ID
                                   TO WS-IN-PROGRAM-ID (WS-IN-IDX)
                               MOVE IR-DBALIAS
                                   TO WS-IN-DBALIAS (WS-IN-IDX)
                               MOVE IR-OBJECT
                                   TO WS-IN-OBJECT (WS-IN-IDX)
                               MOVE IR-FIRST-ALERT-TS
                                   TO WS-IN-FIRST-TS (WS-IN-IDX)
                               MOVE IR-LAST-ALERT-TS
                                   TO WS-IN-LAST-TS (WS-IN-IDX)
                           ELSE
                               DISPLAY "SHIFTHND: incident table full "
                                   "(500) - skipping " IR-REFERENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-REGISTER-FILE
           END-IF.

       2000-REPORT-SHIFT-ALERTS.
           MOVE "ALERTS RAISED THIS SHIFT" TO HANDOVER-REPORT-REC
           WRITE HANDOVER-REPORT-REC
               ELSE
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
               PERFORM 2200-FIND-ALERT-INCIDENT
               MOVE SPACES TO HANDOVER-REPORT-REC
               STRING "  " AH-SEVERITY
                      " " AH-PROGRAM-ID
                      " " AH-OBJECT
                      " " AH-MESSAGE (1:60)
                      " " WS-INCIDENT-TEXT
                   DELIMITED BY SIZE INTO HANDOVER-REPORT-REC
               WRITE HANDOVER-REPORT-REC
           END-IF.

       2200-FIND-ALERT-INCIDENT.
           MOVE SPACES TO WS-INCIDENT-TEXT
           PERFORM VARYING WS-IN-IDX FROM 1 BY 1
                   UNTIL WS-IN-IDX > WS-IN-NUM-ENTRY
               IF WS-IN-PROGRAM-ID (WS-IN-IDX) = AH-PROGRAM-ID
                       AND WS-IN-DBALIAS (WS-IN-IDX) = AH-DBALIAS
                       AND WS-IN-OBJECT (WS-IN-IDX) = AH-OBJECT
                       AND AH-TIMESTAMP
                           NOT < WS-IN-FIRST-TS (WS-IN-IDX)
                       AND AH-TIMESTAMP
                           NOT > WS-IN-LAST-TS (WS-IN-IDX)
                   IF WS-IN-INCIDENT-NUM (WS-IN-IDX) = SPACES
                       MOVE "INC=PENDING" TO WS-INCIDENT-TEXT
                   ELSE
                       STRING "INC=" WS-IN-INCIDENT-NUM (WS-IN-IDX)
                           DELIMITED BY SIZE INTO WS-INCIDENT-TEXT
                   END-IF
               END-IF
           END-PERFORM.

       3000-REPORT-UNDISPATCHED.
           MOVE "STILL UNDISPATCHED ON THE LIVE QUEUE"
               TO HANDOVER-REPORT-REC
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "SHIFTHND" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS

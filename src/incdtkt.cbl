      ******************************************************************
      *
      * Program: INCDTKT
      *
      * Function: Outbound service desk incident interface.  ALERTDSP
      *           pages the operator and ALERTESC escalates, but the
      *           incident itself was opened by hand and seldom
      *           closed.  Scheduled each cycle after ALERTDSP, this
      *           interface sweeps the alerts dispatched to
      *           ALERTHIS.DAT since its last pass:
      *
      *             - a dispatched CRITICAL with no open incident for
      *               its program, alias and object writes a CREATE
      *               record to the service desk interface file
      *               SDESKOUT.DAT and opens an incident in the
      *               register INCIDENT.DAT (see incident.cpy);
      *             - any later dispatched alert, CRITICAL or WARNING,
      *               for the same program, alias and object is
      *               correlated into that open incident as an UPDATE
      *               record instead of opening another;
      *             - an open incident is auto-resolved (RESOLVE
      *               record) once the originating driver's next run
      *               in OPSAUDIT.DAT comes back clean - started after
      *               the incident's latest alert, final SQLCODE zero,
      *               and no further alert for the condition waiting
      *               in the live ALERTQ.  A driver that audits one run
      *               across many aliases writes a blank alias, and
      *               such a run clears every alias it covers.
      *
      *           Every interface record carries our reference number;
      *           the service desk answers on its response file
      *           SDESKIN.DAT with the incident number it assigned,
      *           which is stored in the register against the alert's
      *           incident so SHIFTHND can show it.  The raise
      *           timestamp of the last alert swept is carried in
      *           INCDTKT.STA (AUDROLLR trims ALERTHIS.DAT, so a
      *           record count would not survive a roll), along with
      *           the last reference number issued.  Resolved
      *           incidents stay in the register for the retention
      *           period in INCDTKT.CFG, then drop out.
      *
      *           As ALERTDSP does, the sweep is held with the state
      *           left exactly as it was when the interface file is
      *           not writable - nothing swept is lost.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCDTKT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-CONFIG-FILE ASSIGN TO WS-CONFIG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT INCIDENT-STATE-FILE ASSIGN TO WS-STATE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT INCIDENT-REGISTER-FILE ASSIGN TO WS-REGISTER-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT SDESK-RESPONSE-FILE ASSIGN TO WS-RESPONSE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.
           SELECT SDESK-INTERFACE-FILE ASSIGN TO WS-INTERFACE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
           SELECT ALERT-HISTORY-FILE ASSIGN TO WS-ALERTHIS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTHIS-STATUS.
           SELECT ALERT-QUEUE-FILE ASSIGN TO WS-ALERTQ-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTQ-STATUS.
           SELECT OPS-AUDIT-IN-FILE ASSIGN TO WS-OPSAUDIT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSAUDIT-IN-STATUS.
           SELECT INCIDENT-LOG-FILE ASSIGN TO WS-LOG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT OPS-AUDIT-FILE ASSIGN TO WS-OPSAUDIT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-CONFIG-FILE
           RECORDING MODE IS F.
       01  INCIDENT-CONFIG-REC.
           05 IC-RETENTION-DAYS       PIC 9(3).

       FD  INCIDENT-STATE-FILE
           RECORDING MODE IS F.
       01  INCIDENT-STATE-REC.
           05 IS-LAST-ALERT-TS        PIC X(14).
           05 IS-LAST-REFERENCE       PIC 9(9).

       FD  INCIDENT-REGISTER-FILE
           RECORDING MODE IS F.
           COPY "incident.cpy".

      * The service desk's answer to a CREATE - our reference and the
      * incident number it assigned.
       FD  SDESK-RESPONSE-FILE
           RECORDING MODE IS F.
       01  SDESK-RESPONSE-REC.
           05 SR-REFERENCE            PIC 9(9).
           05 SR-INCIDENT-NUMBER      PIC X(15).

      * Outbound interface record in the service desk's import
      * layout: CREATE, UPDATE (a correlated alert) or RESOLVE.
       FD  SDESK-INTERFACE-FILE
           RECORDING MODE IS F.
       01  SDESK-INTERFACE-REC.
           05 SO-ACTION               PIC X(8).
           05 SO-REFERENCE            PIC 9(9).
           05 SO-INCIDENT-NUMBER      PIC X(15).
           05 SO-SEVERITY             PIC X(8).
           05 SO-PROGRAM-ID           PIC X(8).
           05 SO-DBALIAS              PIC X(8).
           05 SO-OBJECT               PIC X(30).
           05 SO-EVENT-TS             PIC X(14).
           05 SO-TEXT                 PIC X(80).

       FD  ALERT-HISTORY-FILE
           RECORDING MODE IS F.
           COPY "alerthis.cpy".

       FD  ALERT-QUEUE-FILE
           RECORDING MODE IS F.
           COPY "alertq.cpy".

       FD  OPS-AUDIT-IN-FILE
           RECORDING MODE IS F.
       01  OPS-AUDIT-IN-REC.
           05 OI-PROGRAM-ID           PIC X(8).
           05 OI-START-TS             PIC X(14).
           05 OI-END-TS               PIC X(14).
           05 OI-DBALIAS              PIC X(8).
           05 OI-ACTION-VERB          PIC X(12).
           05 OI-KEY-COUNT-1          PIC 9(9).
           05 OI-KEY-COUNT-2          PIC 9(9).
           05 OI-FINAL-SQLCODE        PIC S9(9) SIGN LEADING SEPARATE.

       FD  INCIDENT-LOG-FILE
           RECORDING MODE IS F.
       01  INCIDENT-LOG-REC           PIC X(132).

       FD  OPS-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "opsaudit.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CONFIG-DD               PIC X(40) VALUE "INCDTKT.CFG".
       01  WS-STATE-DD                PIC X(40) VALUE "INCDTKT.STA".
       01  WS-REGISTER-DD             PIC X(40) VALUE "INCIDENT.DAT".
       01  WS-RESPONSE-DD             PIC X(40) VALUE "SDESKIN.DAT".
       01  WS-INTERFACE-DD            PIC X(40) VALUE "SDESKOUT.DAT".
       01  WS-ALERTHIS-DD             PIC X(40) VALUE "ALERTHIS.DAT".
       01  WS-ALERTQ-DD               PIC X(40) VALUE "ALERTQ.DAT".
       01  WS-LOG-DD                  PIC X(40) VALUE "INCDTKT.LOG".

       01  WS-CONFIG-STATUS           PIC XX.
       01  WS-STATE-STATUS            PIC XX.
       01  WS-REGISTER-STATUS         PIC XX.
       01  WS-RESPONSE-STATUS         PIC XX.
       01  WS-INTERFACE-STATUS        PIC XX.
       01  WS-ALERTHIS-STATUS         PIC XX.
       01  WS-ALERTQ-STATUS           PIC XX.
       01  WS-OPSAUDIT-IN-STATUS      PIC XX.
       01  WS-LOG-STATUS              PIC XX.
       01  WS-EOF-SW                  PIC X     VALUE "N".
           88 WS-EOF                  VALUE "Y".

      * Days a resolved incident stays in the register - INCDTKT.CFG
      * overrides.
       01  WS-RETENTION-DAYS          PIC 9(3)  VALUE 30.

      * Sweep high-water mark and reference counter from INCDTKT.STA.
       01  WS-LAST-ALERT-TS           PIC X(14) VALUE LOW-VALUES.
       01  WS-NEW-LAST-ALERT-TS       PIC X(14) VALUE LOW-VALUES.
       01  WS-LAST-REFERENCE          PIC 9(9)  VALUE 0.

      * The incident register, loaded whole - capped OCCURS 500, the
      * same bound ALERTESC puts on its state table.
       01  WS-INCIDENT-TABLE.
           05 WS-IN-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-IN-ENTRY OCCURS 500 TIMES INDEXED BY WS-IN-IDX.
               10 WS-IN-REFERENCE     PIC 9(9).
               10 WS-IN-INCIDENT-NUM  PIC X(15).
               10 WS-IN-STATUS        PIC X.
                   88 WS-IN-OPEN      VALUE "O".
                   88 WS-IN-RESOLVED  VALUE "R".
               10 WS-IN-PROGRAM-ID    PIC X(8).
               10 WS-IN-DBALIAS       PIC X(8).
               10 WS-IN-OBJECT        PIC X(30).
               10 WS-IN-FIRST-TS      PIC X(14).
               10 WS-IN-LAST-TS       PIC X(14).
               10 WS-IN-ALERT-COUNT   PIC 9(5).
               10 WS-IN-RESOLVED-TS   PIC X(14).
               10 WS-IN-PENDING-SW    PIC X.
                   88 WS-IN-PENDING   VALUE "Y".

       01  WS-INCIDENT-SUB            PIC 9(4)  VALUE 0.
       01  WS-SUB                     PIC 9(4)  VALUE 0.
       01  WS-SWEEP-SW                PIC X     VALUE "N".
           88 WS-SWEEP-ALERT          VALUE "Y".

      * Retention arithmetic - days via INTEGER-OF-DATE.
       01  WS-TODAY-NUM               PIC 9(8)  VALUE 0.
       01  WS-RESOLVED-DATE-NUM       PIC 9(8)  VALUE 0.
       01  WS-AGE-DAYS                PIC S9(9) VALUE 0.

       01  WS-REFERENCE-DISP          PIC Z(8)9.

       01  WS-SWEPT-COUNT             PIC 9(9)  VALUE 0.
       01  WS-CREATED-COUNT           PIC 9(9)  VALUE 0.
       01  WS-CORRELATED-COUNT        PIC 9(9)  VALUE 0.
       01  WS-RESOLVED-COUNT          PIC 9(9)  VALUE 0.
       01  WS-NUMBERED-COUNT          PIC 9(9)  VALUE 0.

       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "INCDTKT".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.

      * Scheduler return-code severity for this run: 0 clean, 4
      * warnings, 8 check failed / do not proceed, 12 driver
      * failed - the suite-wide condition-code convention.
       01  WS-JOB-SEVERITY            PIC 9(2)  VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-INTERFACE-STATUS = "00"
               PERFORM 1200-LOAD-REGISTER
               PERFORM 1400-APPLY-SDESK-RESPONSES
               PERFORM 1600-NOTE-PENDING-ALERTS
               PERFORM 2000-SWEEP-ALERT-HISTORY
               PERFORM 4000-CHECK-AUTO-RESOLVE
               PERFORM 7000-REWRITE-REGISTER
               PERFORM 7500-REWRITE-STATE
           ELSE
               PERFORM 2900-LOG-SWEEP-HELD
           END-IF
           PERFORM 8000-WRITE-TOTALS
           PERFORM 9500-WRITE-AUDIT-RECORD
           PERFORM 9000-TERMINATE
           MOVE WS-JOB-SEVERITY TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-START-TS
           CALL "RUNCORID" USING BY REFERENCE WS-RUN-PROGRAM-ID
                                 BY REFERENCE WS-RUN-ID
           MOVE WS-AUDIT-START-TS (1:8) TO WS-TODAY-NUM
           OPEN INPUT INCIDENT-CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               READ INCIDENT-CONFIG-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF IC-RETENTION-DAYS IS NUMERIC
                           MOVE IC-RETENTION-DAYS TO WS-RETENTION-DAYS
                       END-IF
               END-READ
               CLOSE INCIDENT-CONFIG-FILE
           END-IF
           OPEN INPUT INCIDENT-STATE-FILE
           IF WS-STATE-STATUS = "00"
               READ INCIDENT-STATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE IS-LAST-ALERT-TS TO WS-LAST-ALERT-TS
                       IF IS-LAST-REFERENCE IS NUMERIC
                           MOVE IS-LAST-REFERENCE TO WS-LAST-REFERENCE
                       END-IF
               END-READ
               CLOSE INCIDENT-STATE-FILE
           END-IF
           MOVE WS-LAST-ALERT-TS TO WS-NEW-LAST-ALERT-TS
           OPEN EXTEND INCIDENT-LOG-FILE
           IF WS-LOG-STATUS = "35"
               CLOSE INCIDENT-LOG-FILE
               OPEN OUTPUT INCIDENT-LOG-FILE
           END-IF
           MOVE SPACES TO INCIDENT-LOG-REC
           STRING "INCDTKT  RUN ID=" WS-RUN-ID
                  "  START=" WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO INCIDENT-LOG-REC
           WRITE INCIDENT-LOG-REC
           MOVE SPACES TO INCIDENT-LOG-REC
           OPEN EXTEND SDESK-INTERFACE-FILE
           IF WS-INTERFACE-STATUS = "35"
               CLOSE SDESK-INTERFACE-FILE
               OPEN OUTPUT SDESK-INTERFACE-FILE
           END-IF
           IF WS-INTERFACE-STATUS NOT = "00"
               DISPLAY "INCDTKT: service desk interface file not "
                   "writable - status " WS-INTERFACE-STATUS
               IF WS-JOB-SEVERITY < 12
                   MOVE 12 TO WS-JOB-SEVERITY
               END-IF
           END-IF.

       1200-LOAD-REGISTER.
           OPEN INPUT INCIDENT-REGISTER-FILE
           IF WS-REGISTER-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ INCIDENT-REGISTER-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 1250-STORE-ONE-INCIDENT
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-REGISTER-FILE
           END-IF.

       1250-STORE-ONE-INCIDENT.
           IF WS-IN-NUM-ENTRY < 500
               ADD 1 TO WS-IN-NUM-ENTRY
               SET WS-IN-IDX TO WS-IN-NUM-ENTRY
               MOVE IR-REFERENCE TO WS-IN-REFERENCE (WS-IN-IDX)
               MOVE IR-INCIDENT-NUMBER
                   TO WS-IN-INCIDENT-NUM (WS-IN-IDX)
               MOVE IR-STATUS TO WS-IN-STATUS (WS-IN-IDX)
               MOVE IR-PROGRAM-ID TO WS-IN-PROGRAM-ID (WS-IN-IDX)
               MOVE IR-DBALIAS TO WS-IN-DBALIAS (WS-IN-IDX)
               MOVE IR-OBJECT TO WS-IN-OBJECT (WS-IN-IDX)
               MOVE IR-FIRST-ALERT-TS TO WS-IN-FIRST-TS (WS-IN-IDX)
               MOVE IR-LAST-ALERT-TS TO WS-IN-LAST-TS (WS-IN-IDX)
               MOVE IR-ALERT-COUNT TO WS-IN-ALERT-COUNT (WS-IN-IDX)
               MOVE IR-RESOLVED-TS TO WS-IN-RESOLVED-TS (WS-IN-IDX)
               MOVE "N" TO WS-IN-PENDING-SW (WS-IN-IDX)
               IF IR-REFERENCE > WS-LAST-REFERENCE
                   MOVE IR-REFERENCE TO WS-LAST-REFERENCE
               END-IF
           ELSE
               DISPLAY "INCDTKT: incident register full (500) - "
                   "skipping reference " IR-REFERENCE
           END-IF.

      * The response file is the service desk's, not ours - it is
      * read whole every cycle and never truncated here, so applying
      * a number already on the register is simply a no-op.
       1400-APPLY-SDESK-RESPONSES.
           OPEN INPUT SDESK-RESPONSE-FILE
           IF WS-RESPONSE-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ SDESK-RESPONSE-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 1450-APPLY-ONE-RESPONSE
                   END-READ
               END-PERFORM
               CLOSE SDESK-RESPONSE-FILE
           END-IF.

       1450-APPLY-ONE-RESPONSE.
           PERFORM VARYING WS-IN-IDX FROM 1 BY 1
                   UNTIL WS-IN-IDX > WS-IN-NUM-ENTRY
               IF WS-IN-REFERENCE (WS-IN-IDX) = SR-REFERENCE
                       AND WS-IN-INCIDENT-NUM (WS-IN-IDX) = SPACES
                       AND SR-INCIDENT-NUMBER NOT = SPACES
                   MOVE SR-INCIDENT-NUMBER
                       TO WS-IN-INCIDENT-NUM (WS-IN-IDX)
                   ADD 1 TO WS-NUMBERED-COUNT
                   MOVE SR-REFERENCE TO WS-REFERENCE-DISP
                   MOVE SPACES TO INCIDENT-LOG-REC
                   STRING "NUMBERED REF=" WS-REFERENCE-DISP
                          " INCIDENT=" SR-INCIDENT-NUMBER
                          " " WS-IN-PROGRAM-ID (WS-IN-IDX)
                          " " WS-IN-DBALIAS (WS-IN-IDX)
                          " " WS-IN-OBJECT (WS-IN-IDX)
                       DELIMITED BY SIZE INTO INCIDENT-LOG-REC
                   WRITE INCIDENT-LOG-REC
               END-IF
           END-PERFORM.

      * An alert for an open incident's condition that is still
      * waiting undispatched in the live queue means the condition
      * is back - that incident must not be auto-resolved this cycle.
       1600-NOTE-PENDING-ALERTS.
           OPEN INPUT ALERT-QUEUE-FILE
           IF WS-ALERTQ-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ALERT-QUEUE-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF NOT AQ-DISPATCHED
                               PERFORM 1650-MARK-PENDING-INCIDENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-QUEUE-FILE
           END-IF.

       1650-MARK-PENDING-INCIDENT.
           PERFORM VARYING WS-IN-IDX FROM 1 BY 1
                   UNTIL WS-IN-IDX > WS-IN-NUM-ENTRY
               IF WS-IN-OPEN (WS-IN-IDX)
                       AND WS-IN-PROGRAM-ID (WS-IN-IDX) = AQ-PROGRAM-ID
                       AND WS-IN-DBALIAS (WS-IN-IDX) = AQ-DBALIAS
                       AND WS-IN-OBJECT (WS-IN-IDX) = AQ-OBJECT
                   MOVE "Y" TO WS-IN-PENDING-SW (WS-IN-IDX)
               END-IF
           END-PERFORM.

       2000-SWEEP-ALERT-HISTORY.
           OPEN INPUT ALERT-HISTORY-FILE
           IF WS-ALERTHIS-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ALERT-HISTORY-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF AH-DISPATCHED-SW = "Y"
                               PERFORM 2100-DECIDE-IF-SWEPT
                               IF WS-SWEEP-ALERT
                                   ADD 1 TO WS-SWEPT-COUNT
                                   PERFORM 3000-TICKET-ONE-ALERT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-HISTORY-FILE
           END-IF.

      * Alerts raised after the high-water mark are new.  One raised
      * in the same second as the mark may have landed in the history
      * after the last pass - it is new unless an incident for its
      * condition already reaches that second.
       2100-DECIDE-IF-SWEPT.
           MOVE "N" TO WS-SWEEP-SW
           IF AH-TIMESTAMP > WS-LAST-ALERT-TS
               MOVE "Y" TO WS-SWEEP-SW
           END-IF
           IF AH-TIMESTAMP = WS-LAST-ALERT-TS
               MOVE "Y" TO WS-SWEEP-SW
               PERFORM VARYING WS-IN-IDX FROM 1 BY 1
                       UNTIL WS-IN-IDX > WS-IN-NUM-ENTRY
                   IF WS-IN-PROGRAM-ID (WS-IN-IDX) = AH-PROGRAM-ID
                           AND WS-IN-DBALIAS (WS-IN-IDX) = AH-DBALIAS
                           AND WS-IN-OBJECT (WS-IN-IDX) = AH-OBJECT
                           AND WS-IN-LAST-TS (WS-IN-IDX)
                               NOT < AH-TIMESTAMP
                       MOVE "N" TO WS-SWEEP-SW
                   END-IF
               END-PERFORM
           END-IF
           IF WS-SWEEP-ALERT
                   AND AH-TIMESTAMP > WS-NEW-LAST-ALERT-TS
               MOVE AH-TIMESTAMP TO WS-NEW-LAST-ALERT-TS
           END-IF.

       3000-TICKET-ONE-ALERT.
           MOVE 0 TO WS-INCIDENT-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-IN-NUM-ENTRY
               IF WS-IN-OPEN (WS-SUB)
                       AND WS-IN-PROGRAM-ID (WS-SUB) = AH-PROGRAM-ID
                       AND WS-IN-DBALIAS (WS-SUB) = AH-DBALIAS
                       AND WS-IN-OBJECT (WS-SUB) = AH-OBJECT
                   MOVE WS-SUB TO WS-INCIDENT-SUB
               END-IF
           END-PERFORM
           IF WS-INCIDENT-SUB NOT = 0
               PERFORM 3200-CORRELATE-ALERT
           ELSE
               IF AH-SEVERITY = "CRITICAL"
                   PERFORM 3100-CREATE-INCIDENT
               END-IF
           END-IF.

       3100-CREATE-INCIDENT.
           IF WS-IN-NUM-ENTRY < 500
               ADD 1 TO WS-IN-NUM-ENTRY
               MOVE WS-IN-NUM-ENTRY TO WS-INCIDENT-SUB
               ADD 1 TO WS-LAST-REFERENCE
               ADD 1 TO WS-CREATED-COUNT
               MOVE WS-LAST-REFERENCE
                   TO WS-IN-REFERENCE (WS-INCIDENT-SUB)
               MOVE SPACES TO WS-IN-INCIDENT-NUM (WS-INCIDENT-SUB)
               MOVE "O" TO WS-IN-STATUS (WS-INCIDENT-SUB)
               MOVE AH-PROGRAM-ID TO WS-IN-PROGRAM-ID (WS-INCIDENT-SUB)
               MOVE AH-DBALIAS TO WS-IN-DBALIAS (WS-INCIDENT-SUB)
               MOVE AH-OBJECT TO WS-IN-OBJECT (WS-INCIDENT-SUB)
               MOVE AH-TIMESTAMP TO WS-IN-FIRST-TS (WS-INCIDENT-SUB)
               MOVE AH-TIMESTAMP TO WS-IN-LAST-TS (WS-INCIDENT-SUB)
               MOVE 1 TO WS-IN-ALERT-COUNT (WS-INCIDENT-SUB)
               MOVE SPACES TO WS-IN-RESOLVED-TS (WS-INCIDENT-SUB)
               MOVE "N" TO WS-IN-PENDING-SW (WS-INCIDENT-SUB)
               MOVE "CREATE" TO SO-ACTION
               PERFORM 3500-WRITE-ALERT-INTERFACE-REC
           ELSE
               DISPLAY "INCDTKT: incident register full (500) - "
                   "no incident for " AH-PROGRAM-ID " " AH-OBJECT
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           END-IF.

       3200-CORRELATE-ALERT.
           ADD 1 TO WS-CORRELATED-COUNT
           ADD 1 TO WS-IN-ALERT-COUNT (WS-INCIDENT-SUB)
           IF AH-TIMESTAMP > WS-IN-LAST-TS (WS-INCIDENT-SUB)
               MOVE AH-TIMESTAMP TO WS-IN-LAST-TS (WS-INCIDENT-SUB)
           END-IF
           MOVE "UPDATE" TO SO-ACTION
           PERFORM 3500-WRITE-ALERT-INTERFACE-REC.

       3500-WRITE-ALERT-INTERFACE-REC.
           MOVE WS-IN-REFERENCE (WS-INCIDENT-SUB) TO SO-REFERENCE
           MOVE WS-IN-INCIDENT-NUM (WS-INCIDENT-SUB)
               TO SO-INCIDENT-NUMBER
           MOVE AH-SEVERITY TO SO-SEVERITY
           MOVE AH-PROGRAM-ID TO SO-PROGRAM-ID
           MOVE AH-DBALIAS TO SO-DBALIAS
           MOVE AH-OBJECT TO SO-OBJECT
           MOVE AH-TIMESTAMP TO SO-EVENT-TS
           MOVE AH-MESSAGE TO SO-TEXT
           WRITE SDESK-INTERFACE-REC
           MOVE SO-REFERENCE TO WS-REFERENCE-DISP
           MOVE SPACES TO INCIDENT-LOG-REC
           STRING SO-ACTION " REF=" WS-REFERENCE-DISP
                  " " AH-TIMESTAMP
                  " " AH-PROGRAM-ID
                  " " AH-DBALIAS
                  " " AH-OBJECT
                  " " AH-MESSAGE (1:40)
               DELIMITED BY SIZE INTO INCIDENT-LOG-REC
           WRITE INCIDENT-LOG-REC.

       2900-LOG-SWEEP-HELD.
           MOVE SPACES TO INCIDENT-LOG-REC
           STRING "SWEEP HELD - STATE LEFT INTACT - INTERFACE FILE "
                  "NOT WRITABLE, STATUS=" WS-INTERFACE-STATUS
               DELIMITED BY SIZE INTO INCIDENT-LOG-REC
           WRITE INCIDENT-LOG-REC.

      * One pass over the run audit trail: a run by an open incident's
      * originating driver, for its alias (or for all its aliases),
      * started after the incident's latest alert and finishing with
      * SQLCODE zero is the clean run that closes the incident.
       4000-CHECK-AUTO-RESOLVE.
           OPEN INPUT OPS-AUDIT-IN-FILE
           IF WS-OPSAUDIT-IN-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ OPS-AUDIT-IN-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF OI-FINAL-SQLCODE = 0
                               PERFORM 4100-APPLY-ONE-CLEAN-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPS-AUDIT-IN-FILE
           END-IF.

       4100-APPLY-ONE-CLEAN-RUN.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-IN-NUM-ENTRY
               IF WS-IN-OPEN (WS-SUB)
                       AND NOT WS-IN-PENDING (WS-SUB)
                       AND WS-IN-PROGRAM-ID (WS-SUB) = OI-PROGRAM-ID
                       AND (OI-DBALIAS = WS-IN-DBALIAS (WS-SUB)
                            OR OI-DBALIAS = SPACES)
                       AND OI-START-TS > WS-IN-LAST-TS (WS-SUB)
                   MOVE WS-SUB TO WS-INCIDENT-SUB
                   PERFORM 4200-RESOLVE-INCIDENT
               END-IF
           END-PERFORM.

       4200-RESOLVE-INCIDENT.
           ADD 1 TO WS-RESOLVED-COUNT
           MOVE "R" TO WS-IN-STATUS (WS-INCIDENT-SUB)
           MOVE OI-END-TS TO WS-IN-RESOLVED-TS (WS-INCIDENT-SUB)
           MOVE "RESOLVE" TO SO-ACTION
           MOVE WS-IN-REFERENCE (WS-INCIDENT-SUB) TO SO-REFERENCE
           MOVE WS-IN-INCIDENT-NUM (WS-INCIDENT-SUB)
               TO SO-INCIDENT-NUMBER
           MOVE SPACES TO SO-SEVERITY
           MOVE WS-IN-PROGRAM-ID (WS-INCIDENT-SUB) TO SO-PROGRAM-ID
           MOVE WS-IN-DBALIAS (WS-INCIDENT-SUB) TO SO-DBALIAS
           MOVE WS-IN-OBJECT (WS-INCIDENT-SUB) TO SO-OBJECT
           MOVE OI-END-TS TO SO-EVENT-TS
           MOVE SPACES TO SO-TEXT
           STRING "AUTO-RESOLVED - " OI-PROGRAM-ID
                  " RAN CLEAN " OI-START-TS
               DELIMITED BY SIZE INTO SO-TEXT
           WRITE SDESK-INTERFACE-REC
           MOVE SO-REFERENCE TO WS-REFERENCE-DISP
           MOVE SPACES TO INCIDENT-LOG-REC
           STRING "RESOLVE REF=" WS-REFERENCE-DISP
                  " INCIDENT=" SO-INCIDENT-NUMBER
                  " " SO-PROGRAM-ID
                  " " SO-DBALIAS
                  " " SO-OBJECT
                  " CLEAN RUN " OI-START-TS
               DELIMITED BY SIZE INTO INCIDENT-LOG-REC
           WRITE INCIDENT-LOG-REC.

      * Open incidents always survive; resolved ones only for the
      * retention period, so SHIFTHND can still show the number of
      * an incident that opened and closed within the shift.
       7000-REWRITE-REGISTER.
           OPEN OUTPUT INCIDENT-REGISTER-FILE
           PERFORM VARYING WS-IN-IDX FROM 1 BY 1
                   UNTIL WS-IN-IDX > WS-IN-NUM-ENTRY
               MOVE 0 TO WS-AGE-DAYS
               IF WS-IN-RESOLVED (WS-IN-IDX)
                       AND WS-IN-RESOLVED-TS (WS-IN-IDX) (1:8)
                           IS NUMERIC
                   MOVE WS-IN-RESOLVED-TS (WS-IN-IDX) (1:8)
                       TO WS-RESOLVED-DATE-NUM
                   COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
                     - FUNCTION INTEGER-OF-DATE (WS-RESOLVED-DATE-NUM)
               END-IF
               IF WS-AGE-DAYS NOT > WS-RETENTION-DAYS
                   MOVE WS-IN-REFERENCE (WS-IN-IDX) TO IR-REFERENCE
                   MOVE WS-IN-INCIDENT-NUM (WS-IN-IDX)
                       TO IR-INCIDENT-NUMBER
                   MOVE WS-IN-STATUS (WS-IN-IDX) TO IR-STATUS
                   MOVE WS-IN-PROGRAM-ID (WS-IN-IDX) TO IR-PROGRAM-ID
                   MOVE WS-IN-DBALIAS (WS-IN-IDX) TO IR-DBALIAS
                   MOVE WS-IN-OBJECT (WS-IN-IDX) TO IR-OBJECT
                   MOVE WS-IN-FIRST-TS (WS-IN-IDX) TO IR-FIRST-ALERT-TS
                   MOVE WS-IN-LAST-TS (WS-IN-IDX) TO IR-LAST-ALERT-TS
                   MOVE WS-IN-ALERT-COUNT (WS-IN-IDX) TO IR-ALERT-COUNT
                   MOVE WS-IN-RESOLVED-TS (WS-IN-IDX) TO IR-RESOLVED-TS
                   WRITE INCIDENT-REGISTER-REC
               END-IF
           END-PERFORM
           CLOSE INCIDENT-REGISTER-FILE.

       7500-REWRITE-STATE.
           OPEN OUTPUT INCIDENT-STATE-FILE
           IF WS-NEW-LAST-ALERT-TS = LOW-VALUES
               MOVE SPACES TO IS-LAST-ALERT-TS
           ELSE
               MOVE WS-NEW-LAST-ALERT-TS TO IS-LAST-ALERT-TS
           END-IF
           MOVE WS-LAST-REFERENCE TO IS-LAST-REFERENCE
           WRITE INCIDENT-STATE-REC
           CLOSE INCIDENT-STATE-FILE.

       8000-WRITE-TOTALS.
           MOVE SPACES TO INCIDENT-LOG-REC
           STRING "INCIDENT INTERFACE TOTALS  SWEPT=" WS-SWEPT-COUNT
                  " CREATED=" WS-CREATED-COUNT
                  " CORRELATED=" WS-CORRELATED-COUNT
                  " RESOLVED=" WS-RESOLVED-COUNT
                  " NUMBERED=" WS-NUMBERED-COUNT
               DELIMITED BY SIZE INTO INCIDENT-LOG-REC
           WRITE INCIDENT-LOG-REC.

       9000-TERMINATE.
           CLOSE SDESK-INTERFACE-FILE
           CLOSE INCIDENT-LOG-FILE.

       9500-WRITE-AUDIT-RECORD.
           OPEN EXTEND OPS-AUDIT-FILE
           IF WS-OPSAUDIT-STATUS = "35"
               CLOSE OPS-AUDIT-FILE
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "INCDTKT" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS
           MOVE "INCIDENT" TO OA-ACTION-VERB
           MOVE WS-CREATED-COUNT TO OA-KEY-COUNT-1
           MOVE WS-RESOLVED-COUNT TO OA-KEY-COUNT-2
           MOVE 0 TO OA-FINAL-SQLCODE
           WRITE OPS-AUDIT-REC
           CLOSE OPS-AUDIT-FILE.

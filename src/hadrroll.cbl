      ******************************************************************
      *
      * Program: HADRROLL
      *
      * Function: Rolling fixpack orchestrator for an HADR pair - the
      *           fixpack-night paper runbook as a restartable job.
      *           The control record names the pair (primary and
      *           standby alias, as DBREGIST.DAT carries them with
      *           roles P and S), the log-gap threshold the pair must
      *           be inside before any step that moves it, and the
      *           host/port each side is reached on.  The run walks
      *           the pair through a fixed step list:
      *
      *             010 VERIFY PAIR IN PEER
      *             020 STOP HADR ON STANDBY         (db2gHADRStop)
      *             030 PATCH STANDBY                (operator pause)
      *             040 START HADR ON STANDBY        (db2gHADRStart)
      *             050 WAIT FOR STANDBY CATCH-UP
      *             060 SWITCH ROLES                 (no-force takeover)
      *             070 STOP HADR ON OLD PRIMARY     (db2gHADRStop)
      *             080 PATCH OLD PRIMARY            (operator pause)
      *             090 START HADR ON OLD PRIMARY    (db2gHADRStart)
      *             100 WAIT FOR OLD PRIMARY CATCH-UP
      *             110 SWITCH BACK                  (no-force takeover)
      *             120 FINAL PEER VERIFICATION
      *
      *           Every step that moves the pair (020, 060, 070, 110)
      *           is gated on the HADRLAGM check - both sides snapshot-
      *           verified in peer state through the established
      *           db2gAddSnapshotRqst/db2gGetSnapshotSize/
      *           db2gGetSnapshot chain and the log gap inside the
      *           threshold.  The step reached is persisted in the
      *           step-state file before and after each step, so a run
      *           that abends, or stops at a pause, resumes at the
      *           right step next time it is submitted.  The two patch
      *           steps stop the run until an operator confirmation
      *           record for that side and step, stamped after the
      *           pause began, arrives in the confirmation file; the
      *           catch-up steps stop the run (return code 4) until
      *           the pair is back in peer, for the scheduler to
      *           resubmit.  A run that stopped mid-step (status I)
      *           first asks the target for its actual HADR role: a
      *           stop, start or takeover that already went through is
      *           marked complete rather than re-gated or reissued,
      *           and a switch found done still writes its reroute
      *           record and registry flip.
      *
      *           Nothing runs unless the shared CALWINCK calendar
      *           places "now" inside a declared maintenance window for
      *           BOTH aliases and an APPRVCHK token names the pair's
      *           primary.  Each switch writes the ALTSRVUP.DAT reroute
      *           record and flips DR-HADR-ROLE in DBREGIST.DAT exactly
      *           as HADRSWCH does, so clients and the registry follow
      *           the pair while it runs reversed mid-fixpack.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HADRROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLL-CONTROL-FILE ASSIGN TO WS-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT ROLL-STATE-FILE ASSIGN TO WS-STATE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT ROLL-CONFIRM-FILE ASSIGN TO WS-CONFIRM-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-STATUS.
           SELECT ROLL-LOG-FILE ASSIGN TO WS-LOG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT ALTSRV-CONTROL-FILE ASSIGN TO WS-ALTSRV-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALTSRV-STATUS.
           SELECT DB-REGISTRY-FILE ASSIGN TO WS-REGISTRY-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT ALERT-QUEUE-FILE ASSIGN TO WS-ALERTQ-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTQ-STATUS.
           SELECT OPS-AUDIT-FILE ASSIGN TO WS-OPSAUDIT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROLL-CONTROL-FILE
           RECORDING MODE IS F.
       01  ROLL-CONTROL-REC.
           05 RC-PRIMARY-ALIAS         PIC X(8).
           05 RC-STANDBY-ALIAS         PIC X(8).
           05 RC-LOG-GAP-THRESHOLD     PIC 9(9).
           05 RC-PRIMARY-HOST-NAME     PIC X(64).
           05 RC-PRIMARY-PORT          PIC X(10).
           05 RC-STANDBY-HOST-NAME     PIC X(64).
           05 RC-STANDBY-PORT          PIC X(10).

      * One record: the pair being rolled, the step it has reached
      * and that step's status - R ready to run, I in progress (an
      * abend mid-step leaves this), W waiting on the operator or on
      * catch-up, F failed, C the whole roll is complete.
       FD  ROLL-STATE-FILE
           RECORDING MODE IS F.
       01  ROLL-STATE-REC.
           05 RS-PRIMARY-ALIAS         PIC X(8).
           05 RS-STANDBY-ALIAS         PIC X(8).
           05 RS-STEP                  PIC 9(3).
           05 RS-STEP-STATUS           PIC X.
               88 RS-STATUS-COMPLETE   VALUE "C".
           05 RS-WAIT-SINCE-TS         PIC X(14).
           05 RS-UPDATED-TS            PIC X(14).
           05 RS-ROLL-STARTED-TS       PIC X(14).

      * Written by the operator once the side named has been patched
      * - the alias, the pause step being released, who and when.
       FD  ROLL-CONFIRM-FILE
           RECORDING MODE IS F.
       01  ROLL-CONFIRM-REC.
           05 CF-ALIAS                 PIC X(8).
           05 CF-STEP                  PIC 9(3).
           05 CF-OPERATOR-ID           PIC X(8).
           05 CF-CONFIRM-TS            PIC X(14).

       FD  ROLL-LOG-FILE
           RECORDING MODE IS F.
       01  ROLL-LOG-REC                PIC X(132).

       FD  ALTSRV-CONTROL-FILE
           RECORDING MODE IS F.
       01  ALTSRV-CONTROL-REC.
           05 AC-DB-ALIAS              PIC X(8).
           05 AC-NEW-HOST-NAME         PIC X(64).
           05 AC-NEW-PORT              PIC X(10).
           05 AC-TAKEOVER-COMPLETE     PIC X.

       FD  DB-REGISTRY-FILE
           RECORDING MODE IS F.
           COPY "dbregist.cpy".

       FD  ALERT-QUEUE-FILE
           RECORDING MODE IS F.
           COPY "alertq.cpy".

       FD  OPS-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "opsaudit.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DB2-VERSION              PIC S9(9) COMP-5 VALUE 0.
           COPY "db2ApiDf.cbl".
           COPY "sqlca.cpy".

      * sqlmon.h stand-ins not carried in this shop's vendor copybook
      * - the same locally mirrored handful HADRLAGM uses.
       01  WS-SQLMA-DB2                PIC 9(9) COMP-5 VALUE 1.
       01  WS-SQLMA-QUAL-TYPE-DBNAME   PIC 9(9) COMP-5 VALUE 1.
       01  WS-SQLM-STREAM-SNAPSHOT     PIC 9(9) COMP-5 VALUE 1.
       01  WS-SQLM-TARGET-TYPE-DB2     PIC 9(9) COMP-5 VALUE 1.
       01  WS-SNAPSHOT-CLASS-DFLT      PIC 9(9) COMP-5 VALUE 0.
      * Well-known HADR peer-state code, mirrored locally.
       01  WS-SQLM-HADR-STATE-PEER     PIC 9(9) COMP-5 VALUE 3.
      * HADR role codes - standard (HADR not running), primary and
      * standby - mirrored locally the same way.
       01  WS-SQLM-HADR-ROLE-STANDARD  PIC 9(9) COMP-5 VALUE 0.
       01  WS-SQLM-HADR-ROLE-PRIMARY   PIC 9(9) COMP-5 VALUE 1.
       01  WS-SQLM-HADR-ROLE-STANDBY   PIC 9(9) COMP-5 VALUE 2.

      * HADRLAGM's narrow counter shape - HADR state and log gap -
      * plus the role, which a redriven step reads to see whether
      * its stop, start or takeover already took effect.
       01  WS-HADR-COUNTER-STRUCT.
           05 WS-CTR-HADR-STATE       PIC S9(9) COMP-5 VALUE 0.
           05 WS-CTR-HADR-LOG-GAP     PIC S9(18) COMP-5 VALUE 0.
           05 WS-CTR-HADR-ROLE        PIC S9(9) COMP-5 VALUE 0.
       01  WS-HADR-COUNTER-STRUCT-LEN PIC 9(9)  COMP-5 VALUE 16.

       01  WS-CONTROL-DD               PIC X(40) VALUE "HADRROLL.DAT".
       01  WS-STATE-DD                 PIC X(40) VALUE "HADRROLL.STA".
       01  WS-CONFIRM-DD               PIC X(40) VALUE "HADRROLL.CNF".
       01  WS-LOG-DD                   PIC X(40) VALUE "HADRROLL.LOG".
       01  WS-ALTSRV-DD                PIC X(40) VALUE "ALTSRVUP.DAT".
       01  WS-REGISTRY-DD              PIC X(40) VALUE "DBREGIST.DAT".

       01  WS-CONTROL-STATUS           PIC XX.
       01  WS-STATE-STATUS             PIC XX.
       01  WS-CONFIRM-STATUS           PIC XX.
       01  WS-LOG-STATUS               PIC XX.
       01  WS-ALTSRV-STATUS            PIC XX.
       01  WS-REGISTRY-STATUS          PIC XX.
       01  WS-EOF-SW                   PIC X     VALUE "N".
           88 WS-EOF                   VALUE "Y".

       01  WS-PRIMARY-ALIAS            PIC X(8)  VALUE SPACES.
       01  WS-STANDBY-ALIAS            PIC X(8)  VALUE SPACES.
       01  WS-LOG-GAP-THRESHOLD        PIC 9(9)  VALUE 0.
       01  WS-PRIMARY-HOST-NAME        PIC X(64) VALUE SPACES.
       01  WS-PRIMARY-PORT             PIC X(10) VALUE SPACES.
       01  WS-STANDBY-HOST-NAME        PIC X(64) VALUE SPACES.
       01  WS-STANDBY-PORT             PIC X(10) VALUE SPACES.

      * Persisted roll position, mirrored from the state record.
       01  WS-STEP                     PIC 9(3)  VALUE 10.
           88 WS-STEP-VERIFY-PEER      VALUE 10.
           88 WS-STEP-STOP-STANDBY     VALUE 20.
           88 WS-STEP-PATCH-STANDBY    VALUE 30.
           88 WS-STEP-START-STANDBY    VALUE 40.
           88 WS-STEP-CATCH-UP-1       VALUE 50.
           88 WS-STEP-SWITCH-OVER      VALUE 60.
           88 WS-STEP-STOP-OLD-PRI     VALUE 70.
           88 WS-STEP-PATCH-OLD-PRI    VALUE 80.
           88 WS-STEP-START-OLD-PRI    VALUE 90.
           88 WS-STEP-CATCH-UP-2       VALUE 100.
           88 WS-STEP-SWITCH-BACK      VALUE 110.
           88 WS-STEP-FINAL-CHECK      VALUE 120.
           88 WS-STEP-ROLL-COMPLETE    VALUE 999.
       01  WS-STEP-STATUS              PIC X     VALUE "R".
       01  WS-WAIT-SINCE-TS            PIC X(14) VALUE SPACES.
       01  WS-ROLL-STARTED-TS          PIC X(14) VALUE SPACES.
       01  WS-STEP-TITLE               PIC X(30) VALUE SPACES.
       01  WS-STEP-DISP                PIC 9(3).

      * Outcome of one step: C complete - advance, W waiting - save
      * and stop for resubmission, F failed - save and stop.
       01  WS-STEP-RESULT              PIC X     VALUE SPACE.
           88 WS-STEP-COMPLETED        VALUE "C".
           88 WS-STEP-WAITING          VALUE "W".
           88 WS-STEP-FAILED           VALUE "F".
       01  WS-RUN-STOPPED-SW           PIC X     VALUE "N".
           88 WS-RUN-STOPPED           VALUE "Y".
       01  WS-GATES-CLEAR-SW           PIC X     VALUE "Y".
           88 WS-GATES-CLEAR           VALUE "Y".
       01  WS-RESUMING-SW              PIC X     VALUE "N".
           88 WS-RESUMING              VALUE "Y".

      * The side a stop/start/patch step acts on, and the side that
      * becomes primary on a switch.
       01  WS-TARGET-ALIAS             PIC X(8)  VALUE SPACES.
       01  WS-OTHER-ALIAS              PIC X(8)  VALUE SPACES.
       01  WS-TARGET-HOST-NAME         PIC X(64) VALUE SPACES.
       01  WS-TARGET-PORT              PIC X(10) VALUE SPACES.

       01  WS-SNAP-ALIAS               PIC X(8)  VALUE SPACES.
       01  WS-PAIR-HEALTHY-SW          PIC X     VALUE "N".
           88 WS-PAIR-HEALTHY          VALUE "Y".
       01  WS-CONFIRMED-SW             PIC X     VALUE "N".
           88 WS-CONFIRMED             VALUE "Y".
       01  WS-CONFIRMED-BY             PIC X(8)  VALUE SPACES.

       01  WS-NEEDED-BUFFER-SIZE       PIC S9(9) COMP-5 VALUE 0.
       01  WS-COLLECT-BUFFER-SIZE      PIC 9(9)  COMP-5 VALUE 0.
       01  WS-OUTPUT-FORMAT            PIC S9(9) COMP-5 VALUE 0.
       01  WS-MAX-BUFFER-SIZE          PIC 9(9)  VALUE 32000.
       01  WS-SNAPSHOT-BUFFER          PIC X(32000) VALUE SPACES.

      * The registry held in storage while the roles flip - capped
      * OCCURS 50 to match DBREGSEL's own selection cap.
       01  WS-REG-TABLE.
           05 WS-RG-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-RG-ENTRY OCCURS 50 TIMES INDEXED BY WS-RG-IDX.
               10 WS-RG-ALIAS         PIC X(8).
               10 WS-RG-ENV-TIER      PIC X(4).
               10 WS-RG-HADR-ROLE     PIC X.
               10 WS-RG-BACKUP-FLAG   PIC X.
               10 WS-RG-PING-FLAG     PIC X.
               10 WS-RG-SNAPSHOT-FLAG PIC X.
               10 WS-RG-INSPECT-FLAG  PIC X.
               10 WS-RG-RFWD-FLAG     PIC X.
               10 WS-RG-AUDIT-FLAG    PIC X.

       01  WS-SUB                      PIC 9(4)  VALUE 0.
       01  WS-ROLES-FLIPPED-COUNT      PIC 9(4)  VALUE 0.
       01  WS-PRIMARY-ROLE             PIC X     VALUE SPACE.
       01  WS-STANDBY-ROLE             PIC X     VALUE SPACE.
       01  WS-STEPS-RUN-COUNT          PIC 9(9)  VALUE 0.

       01  WS-STATE-DISP               PIC Z(8)9.
       01  WS-ROLE-DISP                PIC Z(8)9.
       01  WS-GAP-DISP                 PIC -(17)9.
       01  WS-SQLCODE-DISP             PIC -(8)9.

       01  WS-APPROVAL-ACTION          PIC X(12) VALUE SPACES.
       01  WS-APPROVAL-OBJECT          PIC X(30) VALUE SPACES.
       01  WS-APPROVAL-VERDICT         PIC X     VALUE "N".
           88 WS-APPROVAL-OK           VALUE "Y".
       01  WS-APPROVAL-REASON          PIC X(40) VALUE SPACES.

       01  WS-CALENDAR-ALIAS           PIC X(8)  VALUE SPACES.
       01  WS-CALENDAR-VERDICT         PIC X     VALUE SPACE.
           88 WS-CAL-MAINTENANCE       VALUE "M".
       01  WS-CALENDAR-REASON          PIC X(40) VALUE SPACES.

       01  WS-ALERTQ-DD                PIC X(40) VALUE "ALERTQ.DAT".
       01  WS-ALERTQ-STATUS            PIC XX.
       01  WS-OPSAUDIT-DD              PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS          PIC XX.
       01  WS-AUDIT-START-TS           PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID           PIC X(8)  VALUE "HADRROLL".
       01  WS-RUN-ID                   PIC X(25) VALUE SPACES.

       01  WS-KB-SQLCODE               PIC S9(9) COMP-5 VALUE 0.
       01  WS-KB-EXPLAIN-LINE          PIC X(132) VALUE SPACES.

      * Scheduler return-code severity for this run: 0 clean, 4
      * warnings, 8 check failed / do not proceed, 12 driver
      * failed - the suite-wide condition-code convention.
       01  WS-JOB-SEVERITY             PIC 9(2)  VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-GATES-CLEAR
               PERFORM 1200-LOAD-STEP-STATE
           END-IF
           IF WS-GATES-CLEAR
               PERFORM 1500-CHECK-ENTRY-GATES
           END-IF
           IF WS-GATES-CLEAR
               PERFORM 2000-RUN-STEPS
           END-IF
           PERFORM 9500-WRITE-AUDIT-RECORD
           PERFORM 9000-TERMINATE
           MOVE WS-JOB-SEVERITY TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-START-TS
           CALL "RUNCORID" USING BY REFERENCE WS-RUN-PROGRAM-ID
                                 BY REFERENCE WS-RUN-ID
           OPEN EXTEND ROLL-LOG-FILE
           IF WS-LOG-STATUS = "35"
               CLOSE ROLL-LOG-FILE
               OPEN OUTPUT ROLL-LOG-FILE
           END-IF
           MOVE SPACES TO ROLL-LOG-REC
           STRING "HADRROLL  RUN ID=" WS-RUN-ID
                  "  START=" WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO ROLL-LOG-REC
           WRITE ROLL-LOG-REC
           MOVE SPACES TO ROLL-LOG-REC
           OPEN INPUT ROLL-CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               READ ROLL-CONTROL-FILE
                   AT END
                       MOVE "N" TO WS-GATES-CLEAR-SW
                   NOT AT END
                       MOVE RC-PRIMARY-ALIAS TO WS-PRIMARY-ALIAS
                       MOVE RC-STANDBY-ALIAS TO WS-STANDBY-ALIAS
                       MOVE RC-LOG-GAP-THRESHOLD
                           TO WS-LOG-GAP-THRESHOLD
                       MOVE RC-PRIMARY-HOST-NAME
                           TO WS-PRIMARY-HOST-NAME
                       MOVE RC-PRIMARY-PORT TO WS-PRIMARY-PORT
                       MOVE RC-STANDBY-HOST-NAME
                           TO WS-STANDBY-HOST-NAME
                       MOVE RC-STANDBY-PORT TO WS-STANDBY-PORT
               END-READ
               CLOSE ROLL-CONTROL-FILE
           ELSE
               MOVE "N" TO WS-GATES-CLEAR-SW
           END-IF
           IF NOT WS-GATES-CLEAR
               MOVE "NO ROLL CONTROL RECORD - NOTHING TO DO"
                   TO ROLL-LOG-REC
               WRITE ROLL-LOG-REC
               IF WS-JOB-SEVERITY < 8
                   MOVE 8 TO WS-JOB-SEVERITY
               END-IF
           ELSE
               STRING "FIXPACK ROLL RUN " WS-AUDIT-START-TS
                      " PRIMARY=" WS-PRIMARY-ALIAS
                      " STANDBY=" WS-STANDBY-ALIAS
                   DELIMITED BY SIZE INTO ROLL-LOG-REC
               WRITE ROLL-LOG-REC
           END-IF.

      * A saved state for this same pair that is not complete is a
      * roll in flight - pick it up where it stopped.  Anything else
      * is a fresh roll, which must start from the registry's view of
      * the pair: primary P, standby S.
       1200-LOAD-STEP-STATE.
           MOVE "N" TO WS-RESUMING-SW
           OPEN INPUT ROLL-STATE-FILE
           IF WS-STATE-STATUS = "00"
               READ ROLL-STATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RS-PRIMARY-ALIAS = WS-PRIMARY-ALIAS
                               AND RS-STANDBY-ALIAS = WS-STANDBY-ALIAS
                               AND NOT RS-STATUS-COMPLETE
                           MOVE "Y" TO WS-RESUMING-SW
                           MOVE RS-STEP TO WS-STEP
                           MOVE RS-STEP-STATUS TO WS-STEP-STATUS
                           MOVE RS-WAIT-SINCE-TS TO WS-WAIT-SINCE-TS
                           MOVE RS-ROLL-STARTED-TS
                               TO WS-ROLL-STARTED-TS
                       END-IF
               END-READ
               CLOSE ROLL-STATE-FILE
           END-IF
           IF WS-RESUMING
               MOVE WS-STEP TO WS-STEP-DISP
               STRING "RESUMING ROLL AT STEP " WS-STEP-DISP
                      " STATUS=" WS-STEP-STATUS
                      " ROLL STARTED " WS-ROLL-STARTED-TS
                   DELIMITED BY SIZE INTO ROLL-LOG-REC
               WRITE ROLL-LOG-REC
               IF WS-STEP-STATUS = "I"
                   MOVE "  PREVIOUS RUN STOPPED MID-STEP - REDRIVING"
                       TO ROLL-LOG-REC
                   WRITE ROLL-LOG-REC
               END-IF
           ELSE
               MOVE 10 TO WS-STEP
               MOVE "R" TO WS-STEP-STATUS
               MOVE SPACES TO WS-WAIT-SINCE-TS
               MOVE WS-AUDIT-START-TS TO WS-ROLL-STARTED-TS
               PERFORM 1300-VERIFY-REGISTRY-ROLES
           END-IF.

       1300-VERIFY-REGISTRY-ROLES.
           PERFORM 7100-LOAD-REGISTRY
           MOVE SPACE TO WS-PRIMARY-ROLE
           MOVE SPACE TO WS-STANDBY-ROLE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RG-NUM-ENTRY
               EVALUATE WS-RG-ALIAS (WS-SUB)
                   WHEN WS-PRIMARY-ALIAS
                       MOVE WS-RG-HADR-ROLE (WS-SUB)
                           TO WS-PRIMARY-ROLE
                   WHEN WS-STANDBY-ALIAS
                       MOVE WS-RG-HADR-ROLE (WS-SUB)
                           TO WS-STANDBY-ROLE
               END-EVALUATE
           END-PERFORM
           IF WS-PRIMARY-ROLE NOT = "P" OR WS-STANDBY-ROLE NOT = "S"
               MOVE "N" TO WS-GATES-CLEAR-SW
               IF WS-JOB-SEVERITY < 8
                   MOVE 8 TO WS-JOB-SEVERITY
               END-IF
               STRING "ROLL REFUSED - REGISTRY ROLES "
                      WS-PRIMARY-ALIAS "=" WS-PRIMARY-ROLE " "
                      WS-STANDBY-ALIAS "=" WS-STANDBY-ROLE
                      " (EXPECTED P AND S)"
                   DELIMITED BY SIZE INTO ROLL-LOG-REC
               WRITE ROLL-LOG-REC
           END-IF.

      * Checked on every submission, resumed or fresh: a roll never
      * moves the pair outside a declared maintenance window on
      * either side, and never without the two-person token.
       1500-CHECK-ENTRY-GATES.
           MOVE WS-PRIMARY-ALIAS TO WS-CALENDAR-ALIAS
           PERFORM 1550-CHECK-ONE-CALENDAR
           MOVE WS-STANDBY-ALIAS TO WS-CALENDAR-ALIAS
           PERFORM 1550-CHECK-ONE-CALENDAR
           IF WS-GATES-CLEAR
               MOVE "FIXPACKROLL" TO WS-APPROVAL-ACTION
               MOVE SPACES TO WS-APPROVAL-OBJECT
               MOVE WS-PRIMARY-ALIAS TO WS-APPROVAL-OBJECT
               CALL "APPRVCHK" USING
                         BY REFERENCE WS-APPROVAL-ACTION
                         BY REFERENCE WS-APPROVAL-OBJECT
                         BY REFERENCE WS-APPROVAL-VERDICT
                         BY REFERENCE WS-APPROVAL-REASON
               IF NOT WS-APPROVAL-OK
                   MOVE "N" TO WS-GATES-CLEAR-SW
                   IF WS-JOB-SEVERITY < 8
                       MOVE 8 TO WS-JOB-SEVERITY
                   END-IF
                   STRING "ROLL APPROVAL REFUSED - "
                          WS-APPROVAL-REASON
                       DELIMITED BY SIZE INTO ROLL-LOG-REC
                   WRITE ROLL-LOG-REC
               END-IF
           END-IF.

       1550-CHECK-ONE-CALENDAR.
           CALL "CALWINCK" USING
                     BY REFERENCE WS-CALENDAR-ALIAS
                     BY REFERENCE WS-CALENDAR-VERDICT
                     BY REFERENCE WS-CALENDAR-REASON
           IF NOT WS-CAL-MAINTENANCE
               MOVE "N" TO WS-GATES-CLEAR-SW
               IF WS-JOB-SEVERITY < 8
                   MOVE 8 TO WS-JOB-SEVERITY
               END-IF
               STRING "ROLL REFUSED ALIAS=" WS-CALENDAR-ALIAS
                      " - " WS-CALENDAR-REASON
                   DELIMITED BY SIZE INTO ROLL-LOG-REC
               WRITE ROLL-LOG-REC
           END-IF.

      * One step at a time until the roll completes, pauses or fails
      * - the state file is rewritten around every step.
       2000-RUN-STEPS.
           MOVE "N" TO WS-RUN-STOPPED-SW
           PERFORM UNTIL WS-RUN-STOPPED
               PERFORM 2100-NAME-CURRENT-STEP
               PERFORM 3000-EXECUTE-CURRENT-STEP
               EVALUATE TRUE
                   WHEN WS-STEP-COMPLETED
                       ADD 1 TO WS-STEPS-RUN-COUNT
                       MOVE WS-STEP TO WS-STEP-DISP
                       STRING "STEP " WS-STEP-DISP " " WS-STEP-TITLE
                              " COMPLETE"
                           DELIMITED BY SIZE INTO ROLL-LOG-REC
                       WRITE ROLL-LOG-REC
                       IF WS-STEP-FINAL-CHECK
                           MOVE 999 TO WS-STEP
                           MOVE "C" TO WS-STEP-STATUS
                           MOVE "Y" TO WS-RUN-STOPPED-SW
                           STRING "FIXPACK ROLL COMPLETE PRIMARY="
                                  WS-PRIMARY-ALIAS
                                  " STANDBY=" WS-STANDBY-ALIAS
                               DELIMITED BY SIZE INTO ROLL-LOG-REC
                           WRITE ROLL-LOG-REC
                       ELSE
                           ADD 10 TO WS-STEP
                           MOVE "R" TO WS-STEP-STATUS
                           MOVE SPACES TO WS-WAIT-SINCE-TS
                       END-IF
                       PERFORM 7000-SAVE-STEP-STATE
                   WHEN WS-STEP-WAITING
                       MOVE "W" TO WS-STEP-STATUS
                       MOVE "Y" TO WS-RUN-STOPPED-SW
                       IF WS-JOB-SEVERITY < 4
                           MOVE 4 TO WS-JOB-SEVERITY
                       END-IF
                       PERFORM 7000-SAVE-STEP-STATE
                   WHEN OTHER
                       MOVE "F" TO WS-STEP-STATUS
                       MOVE "Y" TO WS-RUN-STOPPED-SW
                       PERFORM 7000-SAVE-STEP-STATE
                       MOVE WS-STEP TO WS-STEP-DISP
                       MOVE "CRITICAL" TO AQ-SEVERITY
                       MOVE WS-STEP-TITLE TO AQ-OBJECT
                       STRING "FIXPACK ROLL STOPPED AT STEP "
                              WS-STEP-DISP " - SEE HADRROLL.LOG"
                           DELIMITED BY SIZE INTO AQ-MESSAGE
                       PERFORM 9400-APPEND-ALERT
                       IF WS-JOB-SEVERITY < 12
                           MOVE 12 TO WS-JOB-SEVERITY
                       END-IF
               END-EVALUATE
           END-PERFORM.

      * Which side each step acts on follows from where the roll is:
      * up to the first switch the original standby is worked, after
      * it the original primary (then running as standby) is.
       2100-NAME-CURRENT-STEP.
           EVALUATE TRUE
               WHEN WS-STEP-VERIFY-PEER
                   MOVE "VERIFY PAIR IN PEER" TO WS-STEP-TITLE
               WHEN WS-STEP-STOP-STANDBY
                   MOVE "STOP HADR ON STANDBY" TO WS-STEP-TITLE
               WHEN WS-STEP-PATCH-STANDBY
                   MOVE "PATCH STANDBY" TO WS-STEP-TITLE
               WHEN WS-STEP-START-STANDBY
                   MOVE "START HADR ON STANDBY" TO WS-STEP-TITLE
               WHEN WS-STEP-CATCH-UP-1
                   MOVE "WAIT FOR STANDBY CATCH-UP" TO WS-STEP-TITLE
               WHEN WS-STEP-SWITCH-OVER
                   MOVE "SWITCH ROLES" TO WS-STEP-TITLE
               WHEN WS-STEP-STOP-OLD-PRI
                   MOVE "STOP HADR ON OLD PRIMARY" TO WS-STEP-TITLE
               WHEN WS-STEP-PATCH-OLD-PRI
                   MOVE "PATCH OLD PRIMARY" TO WS-STEP-TITLE
               WHEN WS-STEP-START-OLD-PRI
                   MOVE "START HADR ON OLD PRIMARY" TO WS-STEP-TITLE
               WHEN WS-STEP-CATCH-UP-2
                   MOVE "WAIT FOR OLD PRIMARY CATCH-UP"
                       TO WS-STEP-TITLE
               WHEN WS-STEP-SWITCH-BACK
                   MOVE "SWITCH BACK" TO WS-STEP-TITLE
               WHEN WS-STEP-FINAL-CHECK
                   MOVE "FINAL PEER VERIFICATION" TO WS-STEP-TITLE
               WHEN OTHER
                   MOVE "UNKNOWN STEP" TO WS-STEP-TITLE
           END-EVALUATE
           IF WS-STEP < 60
               MOVE WS-STANDBY-ALIAS TO WS-TARGET-ALIAS
               MOVE WS-PRIMARY-ALIAS TO WS-OTHER-ALIAS
               MOVE WS-STANDBY-HOST-NAME TO WS-TARGET-HOST-NAME
               MOVE WS-STANDBY-PORT TO WS-TARGET-PORT
           ELSE
               MOVE WS-PRIMARY-ALIAS TO WS-TARGET-ALIAS
               MOVE WS-STANDBY-ALIAS TO WS-OTHER-ALIAS
               MOVE WS-PRIMARY-HOST-NAME TO WS-TARGET-HOST-NAME
               MOVE WS-PRIMARY-PORT TO WS-TARGET-PORT
           END-IF
      * The first switch makes the original standby primary, so it
      * is the takeover target and the host clients move to.
           IF WS-STEP-SWITCH-OVER
               MOVE WS-STANDBY-ALIAS TO WS-TARGET-ALIAS
               MOVE WS-PRIMARY-ALIAS TO WS-OTHER-ALIAS
               MOVE WS-STANDBY-HOST-NAME TO WS-TARGET-HOST-NAME
               MOVE WS-STANDBY-PORT TO WS-TARGET-PORT
           END-IF.

       3000-EXECUTE-CURRENT-STEP.
           MOVE SPACE TO WS-STEP-RESULT
           IF WS-STEP-STATUS = "I"
               PERFORM 3050-CHECK-REDRIVEN-STEP
           END-IF
           IF WS-STEP-RESULT = SPACE
               PERFORM 3010-RUN-STEP-ACTION
           END-IF.

       3010-RUN-STEP-ACTION.
           EVALUATE TRUE
               WHEN WS-STEP-VERIFY-PEER
                   PERFORM 4000-VERIFY-PAIR
                   IF WS-PAIR-HEALTHY
                       MOVE "C" TO WS-STEP-RESULT
                   ELSE
                       MOVE "F" TO WS-STEP-RESULT
                   END-IF
               WHEN WS-STEP-STOP-STANDBY
               WHEN WS-STEP-STOP-OLD-PRI
                   PERFORM 4000-VERIFY-PAIR
                   IF WS-PAIR-HEALTHY
                       PERFORM 3100-STOP-HADR-ON-TARGET
                   ELSE
                       MOVE "F" TO WS-STEP-RESULT
                   END-IF
               WHEN WS-STEP-PATCH-STANDBY
               WHEN WS-STEP-PATCH-OLD-PRI
                   PERFORM 3300-AWAIT-PATCH-CONFIRMATION
               WHEN WS-STEP-START-STANDBY
               WHEN WS-STEP-START-OLD-PRI
                   PERFORM 3200-START-HADR-ON-TARGET
               WHEN WS-STEP-CATCH-UP-1
               WHEN WS-STEP-CATCH-UP-2
                   PERFORM 4000-VERIFY-PAIR
                   IF WS-PAIR-HEALTHY
                       MOVE "C" TO WS-STEP-RESULT
                   ELSE
                       MOVE "W" TO WS-STEP-RESULT
                       MOVE WS-STEP TO WS-STEP-DISP
                       STRING "  STEP " WS-STEP-DISP
                              " PAIR NOT YET CAUGHT UP - RESUBMIT"
                              " TO CONTINUE"
                           DELIMITED BY SIZE INTO ROLL-LOG-REC
                       WRITE ROLL-LOG-REC
                   END-IF
               WHEN WS-STEP-SWITCH-OVER
               WHEN WS-STEP-SWITCH-BACK
                   PERFORM 4000-VERIFY-PAIR
                   IF WS-PAIR-HEALTHY
                       PERFORM 3400-SWITCH-TO-TARGET
                   ELSE
                       MOVE "F" TO WS-STEP-RESULT
                   END-IF
               WHEN WS-STEP-FINAL-CHECK
                   PERFORM 4000-VERIFY-PAIR
                   IF WS-PAIR-HEALTHY
                       MOVE "C" TO WS-STEP-RESULT
                   ELSE
                       MOVE "W" TO WS-STEP-RESULT
                   END-IF
               WHEN OTHER
                   MOVE WS-STEP TO WS-STEP-DISP
                   STRING "UNKNOWN STEP " WS-STEP-DISP
                          " IN STATE FILE - ROLL STOPPED"
                       DELIMITED BY SIZE INTO ROLL-LOG-REC
                   WRITE ROLL-LOG-REC
                   MOVE "F" TO WS-STEP-RESULT
           END-EVALUATE.

      * A step saved in-progress was cut off somewhere around its
      * stop, start or takeover call, so the pair may already be
      * where the step leaves it - and a stopped pair is never back
      * in peer, so the peer gate would hold the roll forever.  Ask
      * the target what role it now runs in first: HADR already
      * stopped, already started as standby, or already primary
      * means the call went through and the step is complete, with
      * the reroute record and registry flip still owed on a switch.
      * Anything else is redriven through the normal path.
       3050-CHECK-REDRIVEN-STEP.
           MOVE WS-TARGET-ALIAS TO WS-SNAP-ALIAS
           PERFORM 5000-COLLECT-HADR-SNAPSHOT
           MOVE WS-CTR-HADR-ROLE TO WS-ROLE-DISP
           MOVE WS-CTR-HADR-STATE TO WS-STATE-DISP
           MOVE SQLCODE TO WS-SQLCODE-DISP
           STRING "  REDRIVE CHECK ALIAS=" WS-SNAP-ALIAS
                  " ROLE=" WS-ROLE-DISP
                  " STATE=" WS-STATE-DISP
                  " SQLCODE=" WS-SQLCODE-DISP
               DELIMITED BY SIZE INTO ROLL-LOG-REC
           WRITE ROLL-LOG-REC
           PERFORM 9450-EXPLAIN-SQLCODE
           IF SQLCODE = 0
               EVALUATE TRUE
                   WHEN WS-STEP-STOP-STANDBY
                   WHEN WS-STEP-STOP-OLD-PRI
                       IF WS-CTR-HADR-ROLE = WS-SQLM-HADR-ROLE-STANDARD
                           MOVE "C" TO WS-STEP-RESULT
                       END-IF
                   WHEN WS-STEP-START-STANDBY
                   WHEN WS-STEP-START-OLD-PRI
                       IF WS-CTR-HADR-ROLE = WS-SQLM-HADR-ROLE-STANDBY
                           MOVE "C" TO WS-STEP-RESULT
                       END-IF
                   WHEN WS-STEP-SWITCH-OVER
                   WHEN WS-STEP-SWITCH-BACK
                       IF WS-CTR-HADR-ROLE = WS-SQLM-HADR-ROLE-PRIMARY
                           MOVE "C" TO WS-STEP-RESULT
                           PERFORM 6000-WRITE-ALTSRV-HANDOFF
                           PERFORM 7200-FLIP-REGISTRY-ROLES
                       END-IF
               END-EVALUATE
           END-IF
           IF WS-STEP-COMPLETED
               MOVE "  STEP ALREADY IN EFFECT ON TARGET - NOT REISSUED"
                   TO ROLL-LOG-REC
           ELSE
               MOVE "  STEP NOT IN EFFECT ON TARGET - REDRIVING"
                   TO ROLL-LOG-REC
           END-IF
           WRITE ROLL-LOG-REC.

      * db2gHADRStop - the state is saved in-progress first, so an
      * abend between the call and the save is visible on resume.
       3100-STOP-HADR-ON-TARGET.
           MOVE "I" TO WS-STEP-STATUS
           PERFORM 7000-SAVE-STEP-STATE
           SET DB2-PI-DB-ALIAS OF DB2G-HADRSTOP-STRUCT
               TO ADDRESS OF WS-TARGET-ALIAS
           MOVE 8 TO DB2-I-ALIAS-LEN OF DB2G-HADRSTOP-STRUCT
           SET DB2-PI-USER-NAME OF DB2G-HADRSTOP-STRUCT TO NULL
           MOVE 0 TO DB2-I-USER-NAME-LEN OF DB2G-HADRSTOP-STRUCT
           SET DB2-PI-PASSWORD OF DB2G-HADRSTOP-STRUCT TO NULL
           MOVE 0 TO DB2-I-PASSWORD-LEN OF DB2G-HADRSTOP-STRUCT

           CALL "db2gHADRStop" USING BY VALUE WS-DB2-VERSION
                     BY REFERENCE DB2G-HADRSTOP-STRUCT
                     BY REFERENCE SQLCA

           MOVE SQLCODE TO WS-SQLCODE-DISP
           STRING "  HADRSTOP ALIAS=" WS-TARGET-ALIAS
                  " SQLCODE=" WS-SQLCODE-DISP
               DELIMITED BY SIZE INTO ROLL-LOG-REC
           WRITE ROLL-LOG-REC
           PERFORM 9450-EXPLAIN-SQLCODE
           IF SQLCODE = 0
               MOVE "C" TO WS-STEP-RESULT
           ELSE
               MOVE "F" TO WS-STEP-RESULT
           END-IF.

      * Back in as standby - HADRFAIL's db2gHADRStart shape, with
      * the standby role and no force.
       3200-START-HADR-ON-TARGET.
           MOVE "I" TO WS-STEP-STATUS
           PERFORM 7000-SAVE-STEP-STATE
           SET DB2-PI-DB-ALIAS OF DB2G-HADRSTART-STRUCT
               TO ADDRESS OF WS-TARGET-ALIAS
           MOVE 8 TO DB2-I-ALIAS-LEN OF DB2G-HADRSTART-STRUCT
           SET DB2-PI-USER-NAME OF DB2G-HADRSTART-STRUCT TO NULL
           MOVE 0 TO DB2-I-USER-NAME-LEN OF DB2G-HADRSTART-STRUCT
           SET DB2-PI-PASSWORD OF DB2G-HADRSTART-STRUCT TO NULL
           MOVE 0 TO DB2-I-PASSWORD-LEN OF DB2G-HADRSTART-STRUCT
           MOVE DB2HADR-DB-ROLE-STANDBY TO DB2-I-DB-ROLE
               OF DB2G-HADRSTART-STRUCT
           MOVE DB2HADR-NO-FORCE TO DB2-I-BY-FORCE
               OF DB2G-HADRSTART-STRUCT

           CALL "db2gHADRStart" USING BY VALUE WS-DB2-VERSION
                     BY REFERENCE DB2G-HADRSTART-STRUCT
                     BY REFERENCE SQLCA

           MOVE SQLCODE TO WS-SQLCODE-DISP
           STRING "  HADRSTART ALIAS=" WS-TARGET-ALIAS
                  " ROLE=STANDBY SQLCODE=" WS-SQLCODE-DISP
               DELIMITED BY SIZE INTO ROLL-LOG-REC
           WRITE ROLL-LOG-REC
           PERFORM 9450-EXPLAIN-SQLCODE
           IF SQLCODE = 0
               MOVE "C" TO WS-STEP-RESULT
           ELSE
               MOVE "F" TO WS-STEP-RESULT
           END-IF.

      * The patch pause: only a confirmation for this side and this
      * step, stamped after the pause began, releases it - last
      * fixpack night's confirmation does not.
       3300-AWAIT-PATCH-CONFIRMATION.
           IF WS-STEP-STATUS NOT = "W" OR WS-WAIT-SINCE-TS = SPACES
               MOVE FUNCTION CURRENT-DATE (1:14) TO WS-WAIT-SINCE-TS
               MOVE "W" TO WS-STEP-STATUS
               PERFORM 7000-SAVE-STEP-STATE
               MOVE "WARNING" TO AQ-SEVERITY
               MOVE WS-TARGET-ALIAS TO AQ-OBJECT
               MOVE "FIXPACK ROLL PAUSED - PATCH THIS SIDE NOW"
                   TO AQ-MESSAGE
               PERFORM 9400-APPEND-ALERT
           END-IF
           MOVE "N" TO WS-CONFIRMED-SW
           OPEN INPUT ROLL-CONFIRM-FILE
           IF WS-CONFIRM-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ROLL-CONFIRM-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF CF-ALIAS = WS-TARGET-ALIAS
                                   AND CF-STEP = WS-STEP
                                   AND CF-CONFIRM-TS
                                       >= WS-WAIT-SINCE-TS
                               MOVE "Y" TO WS-CONFIRMED-SW
                               MOVE CF-OPERATOR-ID TO WS-CONFIRMED-BY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROLL-CONFIRM-FILE
           END-IF
           IF WS-CONFIRMED
               MOVE "C" TO WS-STEP-RESULT
               STRING "  PATCH CONFIRMED ALIAS=" WS-TARGET-ALIAS
                      " BY " WS-CONFIRMED-BY
                   DELIMITED BY SIZE INTO ROLL-LOG-REC
               WRITE ROLL-LOG-REC
           ELSE
               MOVE "W" TO WS-STEP-RESULT
               STRING "  WAITING FOR PATCH CONFIRMATION ALIAS="
                      WS-TARGET-ALIAS
                      " SINCE " WS-WAIT-SINCE-TS
                   DELIMITED BY SIZE INTO ROLL-LOG-REC
               WRITE ROLL-LOG-REC
           END-IF.

      * HADRSWCH's graceful takeover on the side becoming primary,
      * then its reroute record and registry flip.
       3400-SWITCH-TO-TARGET.
           MOVE "I" TO WS-STEP-STATUS
           PERFORM 7000-SAVE-STEP-STATE
           SET DB2-PI-DB-ALIAS OF DB2G-HADRTAKEOVER-STRUCT
               TO ADDRESS OF WS-TARGET-ALIAS
           MOVE 8 TO DB2-I-ALIAS-LEN OF DB2G-HADRTAKEOVER-STRUCT
           SET DB2-PI-USER-NAME OF DB2G-HADRTAKEOVER-STRUCT TO NULL
           MOVE 0 TO DB2-I-USER-NAME-LEN OF DB2G-HADRTAKEOVER-STRUCT
           SET DB2-PI-PASSWORD OF DB2G-HADRTAKEOVER-STRUCT TO NULL
           MOVE 0 TO DB2-I-PASSWORD-LEN OF DB2G-HADRTAKEOVER-STRUCT
           MOVE DB2HADR-NO-FORCE TO DB2-I-BY-FORCE
               OF DB2G-HADRTAKEOVER-STRUCT

           CALL "db2gHADRTakeover" USING BY VALUE WS-DB2-VERSION
                     BY REFERENCE DB2G-HADRTAKEOVER-STRUCT
                     BY REFERENCE SQLCA

           MOVE SQLCODE TO WS-SQLCODE-DISP
           STRING "  HADRTAKEOVER ALIAS=" WS-TARGET-ALIAS
                  " OPTION=NO-FORCE SQLCODE=" WS-SQLCODE-DISP
               DELIMITED BY SIZE INTO ROLL-LOG-REC
           WRITE ROLL-LOG-REC
           PERFORM 9450-EXPLAIN-SQLCODE
           IF SQLCODE = 0
               MOVE "C" TO WS-STEP-RESULT
               PERFORM 6000-WRITE-ALTSRV-HANDOFF
               PERFORM 7200-FLIP-REGISTRY-ROLES
           ELSE
               MOVE "F" TO WS-STEP-RESULT
           END-IF.

      * HADRLAGM's gate: both sides snapshot-verified in peer, and
      * the log gap seen from either side inside the threshold.
       4000-VERIFY-PAIR.
           MOVE "Y" TO WS-PAIR-HEALTHY-SW
           MOVE WS-PRIMARY-ALIAS TO WS-SNAP-ALIAS
           PERFORM 4100-VERIFY-ONE-SIDE
           MOVE WS-STANDBY-ALIAS TO WS-SNAP-ALIAS
           PERFORM 4100-VERIFY-ONE-SIDE.

       4100-VERIFY-ONE-SIDE.
           PERFORM 5000-COLLECT-HADR-SNAPSHOT
           MOVE WS-CTR-HADR-STATE TO WS-STATE-DISP
           MOVE WS-CTR-HADR-LOG-GAP TO WS-GAP-DISP
           MOVE SQLCODE TO WS-SQLCODE-DISP
           STRING "  HADR STATE ALIAS=" WS-SNAP-ALIAS
                  " STATE=" WS-STATE-DISP
                  " LOGGAP=" WS-GAP-DISP
                  " SQLCODE=" WS-SQLCODE-DISP
               DELIMITED BY SIZE INTO ROLL-LOG-REC
           WRITE ROLL-LOG-REC
           PERFORM 9450-EXPLAIN-SQLCODE
           IF SQLCODE NOT = 0
                   OR WS-CTR-HADR-STATE NOT = WS-SQLM-HADR-STATE-PEER
                   OR WS-CTR-HADR-LOG-GAP > WS-LOG-GAP-THRESHOLD
               MOVE "N" TO WS-PAIR-HEALTHY-SW
           END-IF.

      * The db2gAddSnapshotRqst/db2gGetSnapshotSize/db2gGetSnapshot
      * chain against WS-SNAP-ALIAS, converted into the narrow HADR
      * counter structure - HADRSWCH's one-side-at-a-time pattern.
       5000-COLLECT-HADR-SNAPSHOT.
           SET DB2-PIO-REQUEST-DATA OF DB2G-ADD-SNAPSHOT-RQST-DATA
               TO NULL
           MOVE WS-SQLMA-DB2 TO DB2-I-REQUEST-TYPE
               OF DB2G-ADD-SNAPSHOT-RQST-DATA
           MOVE 0 TO DB2-I-REQUEST-FLAGS
               OF DB2G-ADD-SNAPSHOT-RQST-DATA
           MOVE WS-SQLMA-QUAL-TYPE-DBNAME TO DB2-I-QUAL-TYPE
               OF DB2G-ADD-SNAPSHOT-RQST-DATA
           SET DB2-PI-QUAL-DATA OF DB2G-ADD-SNAPSHOT-RQST-DATA
               TO ADDRESS OF WS-SNAP-ALIAS
           MOVE 8 TO DB2-I-QUAL-DATA-LEN
               OF DB2G-ADD-SNAPSHOT-RQST-DATA

           CALL "db2gAddSnapshotRqst" USING BY VALUE WS-DB2-VERSION
                     BY REFERENCE DB2G-ADD-SNAPSHOT-RQST-DATA
                     BY REFERENCE SQLCA

           SET DB2-PI-SQLMA-DATA OF DB2G-GET-SNAPSHOT-SIZE-DATA
               TO DB2-PIO-REQUEST-DATA OF DB2G-ADD-SNAPSHOT-RQST-DATA
           SET DB2-PO-BUFFER-SIZE OF DB2G-GET-SNAPSHOT-SIZE-DATA
               TO ADDRESS OF WS-NEEDED-BUFFER-SIZE
           MOVE 0 TO DB2-I-NODE-NUMBER OF DB2G-GET-SNAPSHOT-SIZE-DATA
           MOVE WS-SNAPSHOT-CLASS-DFLT TO DB2-I-SNAPSHOT-CLASS
               OF DB2G-GET-SNAPSHOT-SIZE-DATA
      * Version 0 = SQLM_DBMON_VERSION1, this shop's only supported
      * snapshot version.
           MOVE 0 TO DB2-I-VERSION OF DB2G-GET-SNAPSHOT-SIZE-DATA

           CALL "db2gGetSnapshotSize" USING BY VALUE WS-DB2-VERSION
                     BY REFERENCE DB2G-GET-SNAPSHOT-SIZE-DATA
                     BY REFERENCE SQLCA

           IF WS-NEEDED-BUFFER-SIZE > WS-MAX-BUFFER-SIZE
                   OR WS-NEEDED-BUFFER-SIZE < 0
               MOVE WS-MAX-BUFFER-SIZE TO WS-COLLECT-BUFFER-SIZE
           ELSE
               MOVE WS-NEEDED-BUFFER-SIZE TO WS-COLLECT-BUFFER-SIZE
           END-IF

           SET DB2-PI-SQLMA-DATA OF DB2G-GET-SNAPSHOT-DATA
               TO DB2-PIO-REQUEST-DATA OF DB2G-ADD-SNAPSHOT-RQST-DATA
           SET DB2-PO-BUFFER OF DB2G-GET-SNAPSHOT-DATA
               TO ADDRESS OF WS-SNAPSHOT-BUFFER
           MOVE WS-COLLECT-BUFFER-SIZE TO DB2-I-BUFFER-SIZE
               OF DB2G-GET-SNAPSHOT-DATA
           MOVE 0 TO DB2-I-STORE-RESULT OF DB2G-GET-SNAPSHOT-DATA
           MOVE 0 TO DB2-I-NODE-NUMBER OF DB2G-GET-SNAPSHOT-DATA
           SET DB2-PO-OUTPUT-FORMAT OF DB2G-GET-SNAPSHOT-DATA
               TO ADDRESS OF WS-OUTPUT-FORMAT
           MOVE WS-SNAPSHOT-CLASS-DFLT TO DB2-I-SNAPSHOT-CLASS
               OF DB2G-GET-SNAPSHOT-DATA
           MOVE 0 TO DB2-I-VERSION OF DB2G-GET-SNAPSHOT-DATA

           CALL "db2gGetSnapshot" USING BY VALUE WS-DB2-VERSION
                     BY REFERENCE DB2G-GET-SNAPSHOT-DATA
                     BY REFERENCE SQLCA

           MOVE LOW-VALUES TO WS-HADR-COUNTER-STRUCT
           SET DB2-PO-TARGET OF DB2CONV-MON-STREAM-DATA
               TO ADDRESS OF WS-HADR-COUNTER-STRUCT
           SET DB2-PI-SOURCE OF DB2CONV-MON-STREAM-DATA
               TO DB2-PO-COLLECTED-DATA OF DB2G-GET-SNAPSHOT-DATA
           MOVE WS-SQLM-TARGET-TYPE-DB2 TO DB2-I-TARGET-TYPE
               OF DB2CONV-MON-STREAM-DATA
           MOVE WS-HADR-COUNTER-STRUCT-LEN TO DB2-I-TARGET-SIZE
               OF DB2CONV-MON-STREAM-DATA
           MOVE WS-SQLM-STREAM-SNAPSHOT TO DB2-I-SOURCE-TYPE
               OF DB2CONV-MON-STREAM-DATA

           CALL "db2ConvMonStreamData" USING BY VALUE WS-DB2-VERSION
                     BY REFERENCE DB2CONV-MON-STREAM-DATA
                     BY REFERENCE SQLCA.

      * The side that just lost primary reroutes to the side that
      * took it - the record HADRSWCH writes for a planned switch.
       6000-WRITE-ALTSRV-HANDOFF.
           OPEN OUTPUT ALTSRV-CONTROL-FILE
           MOVE WS-OTHER-ALIAS TO AC-DB-ALIAS
           MOVE WS-TARGET-HOST-NAME TO AC-NEW-HOST-NAME
           MOVE WS-TARGET-PORT TO AC-NEW-PORT
           MOVE "Y" TO AC-TAKEOVER-COMPLETE
           WRITE ALTSRV-CONTROL-REC
           CLOSE ALTSRV-CONTROL-FILE
           STRING "  REROUTE WRITTEN OLD-PRIMARY=" WS-OTHER-ALIAS
                  " NEW-HOST=" WS-TARGET-HOST-NAME (1:40)
               DELIMITED BY SIZE INTO ROLL-LOG-REC
           WRITE ROLL-LOG-REC.

       7000-SAVE-STEP-STATE.
           OPEN OUTPUT ROLL-STATE-FILE
           MOVE WS-PRIMARY-ALIAS TO RS-PRIMARY-ALIAS
           MOVE WS-STANDBY-ALIAS TO RS-STANDBY-ALIAS
           MOVE WS-STEP TO RS-STEP
           MOVE WS-STEP-STATUS TO RS-STEP-STATUS
           MOVE WS-WAIT-SINCE-TS TO RS-WAIT-SINCE-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO RS-UPDATED-TS
           MOVE WS-ROLL-STARTED-TS TO RS-ROLL-STARTED-TS
           WRITE ROLL-STATE-REC
           CLOSE ROLL-STATE-FILE.

       7100-LOAD-REGISTRY.
           MOVE 0 TO WS-RG-NUM-ENTRY
           OPEN INPUT DB-REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ DB-REGISTRY-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF WS-RG-NUM-ENTRY < 50
                               ADD 1 TO WS-RG-NUM-ENTRY
                               SET WS-RG-IDX TO WS-RG-NUM-ENTRY
                               MOVE DR-ALIAS
                                   TO WS-RG-ALIAS (WS-RG-IDX)
                               MOVE DR-ENV-TIER
                                   TO WS-RG-ENV-TIER (WS-RG-IDX)
                               MOVE DR-HADR-ROLE
                                   TO WS-RG-HADR-ROLE (WS-RG-IDX)
                               MOVE DR-BACKUP-FLAG
                                   TO WS-RG-BACKUP-FLAG (WS-RG-IDX)
                               MOVE DR-PING-FLAG
                                   TO WS-RG-PING-FLAG (WS-RG-IDX)
                               MOVE DR-SNAPSHOT-FLAG
                                   TO WS-RG-SNAPSHOT-FLAG (WS-RG-IDX)
                               MOVE DR-INSPECT-FLAG
                                   TO WS-RG-INSPECT-FLAG (WS-RG-IDX)
                               MOVE DR-RFWD-FLAG
                                   TO WS-RG-RFWD-FLAG (WS-RG-IDX)
                               MOVE DR-AUDIT-FLAG
                                   TO WS-RG-AUDIT-FLAG (WS-RG-IDX)
                           ELSE
                               DISPLAY "HADRROLL: registry table "
                                   "full (50) - skipping " DR-ALIAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DB-REGISTRY-FILE
           END-IF.

      * The side that took over becomes P, the other S - the same
      * all-or-nothing rewrite HADRSWCH does.
       7200-FLIP-REGISTRY-ROLES.
           PERFORM 7100-LOAD-REGISTRY
           MOVE 0 TO WS-ROLES-FLIPPED-COUNT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RG-NUM-ENTRY
               EVALUATE WS-RG-ALIAS (WS-SUB)
                   WHEN WS-TARGET-ALIAS
                       MOVE "P" TO WS-RG-HADR-ROLE (WS-SUB)
                       ADD 1 TO WS-ROLES-FLIPPED-COUNT
                   WHEN WS-OTHER-ALIAS
                       MOVE "S" TO WS-RG-HADR-ROLE (WS-SUB)
                       ADD 1 TO WS-ROLES-FLIPPED-COUNT
               END-EVALUATE
           END-PERFORM
           IF WS-ROLES-FLIPPED-COUNT = 2
               PERFORM 7500-REWRITE-REGISTRY
               STRING "  REGISTRY ROLES SET P=" WS-TARGET-ALIAS
                      " S=" WS-OTHER-ALIAS
                   DELIMITED BY SIZE INTO ROLL-LOG-REC
               WRITE ROLL-LOG-REC
           ELSE
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
               MOVE "  REGISTRY NOT UPDATED - PAIR NOT FULLY LISTED"
                   TO ROLL-LOG-REC
               WRITE ROLL-LOG-REC
           END-IF.

       7500-REWRITE-REGISTRY.
           OPEN OUTPUT DB-REGISTRY-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RG-NUM-ENTRY
               MOVE WS-RG-ALIAS (WS-SUB) TO DR-ALIAS
               MOVE WS-RG-ENV-TIER (WS-SUB) TO DR-ENV-TIER
               MOVE WS-RG-HADR-ROLE (WS-SUB) TO DR-HADR-ROLE
               MOVE WS-RG-BACKUP-FLAG (WS-SUB) TO DR-BACKUP-FLAG
               MOVE WS-RG-PING-FLAG (WS-SUB) TO DR-PING-FLAG
               MOVE WS-RG-SNAPSHOT-FLAG (WS-SUB) TO DR-SNAPSHOT-FLAG
               MOVE WS-RG-INSPECT-FLAG (WS-SUB) TO DR-INSPECT-FLAG
               MOVE WS-RG-RFWD-FLAG (WS-SUB) TO DR-RFWD-FLAG
               MOVE WS-RG-AUDIT-FLAG (WS-SUB) TO DR-AUDIT-FLAG
               WRITE DB-REGISTRY-REC
           END-PERFORM
           CLOSE DB-REGISTRY-FILE.

       9000-TERMINATE.
           CLOSE ROLL-LOG-FILE.

      * Callers set AQ-SEVERITY, AQ-OBJECT and AQ-MESSAGE before the
      * PERFORM - the rest of the record is stamped here.
       9400-APPEND-ALERT.
           OPEN EXTEND ALERT-QUEUE-FILE
           IF WS-ALERTQ-STATUS = "35"
               CLOSE ALERT-QUEUE-FILE
               OPEN OUTPUT ALERT-QUEUE-FILE
           END-IF
           MOVE "HADRROLL" TO AQ-PROGRAM-ID
           MOVE WS-RUN-ID TO AQ-RUN-ID
           MOVE WS-PRIMARY-ALIAS TO AQ-DBALIAS
           MOVE FUNCTION CURRENT-DATE (1:14) TO AQ-TIMESTAMP
           MOVE "N" TO AQ-DISPATCHED-SW
           WRITE ALERT-QUEUE-REC
           CLOSE ALERT-QUEUE-FILE.

      * Shared knowledge-base lookup - appends the SQLCODE's meaning
      * and recommended operator action right under the log line
      * that carried the bare number.
       9450-EXPLAIN-SQLCODE.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-KB-SQLCODE
               CALL "SQLKBLKP" USING BY REFERENCE WS-KB-SQLCODE
                         BY REFERENCE WS-KB-EXPLAIN-LINE
               MOVE WS-KB-EXPLAIN-LINE TO ROLL-LOG-REC
               WRITE ROLL-LOG-REC
           END-IF.

       9500-WRITE-AUDIT-RECORD.
           OPEN EXTEND OPS-AUDIT-FILE
           IF WS-OPSAUDIT-STATUS = "35"
               CLOSE OPS-AUDIT-FILE
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "HADRROLL" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE WS-PRIMARY-ALIAS TO OA-DBALIAS
           MOVE "FIXPACKROLL" TO OA-ACTION-VERB
           MOVE WS-STEPS-RUN-COUNT TO OA-KEY-COUNT-1
           MOVE WS-STEP TO OA-KEY-COUNT-2
           MOVE SQLCODE TO OA-FINAL-SQLCODE
           WRITE OPS-AUDIT-REC
           CLOSE OPS-AUDIT-FILE.

      ******************************************************************
      *
      * Program: STRMCTL
      *
      * Function: Nightly stream controller.  The order of the night's
      *           drivers is kept in a job-network definition file
      *           (STRMNET.DAT) rather than hand-coded in the
      *           scheduler: each step names the driver program-id it
      *           runs, whether it is on the critical path, and up to
      *           five predecessor steps with the return-code
      *           condition each must have met (LT, LE, EQ, NE, GE or
      *           GT against a scheduler return code; a blank operator
      *           means LE).  The drivers are CALLed as subprograms in
      *           dependency order - each returns the suite's 0/4/8/12
      *           condition code - and CANCELled after each call so the
      *           next night starts them clean.  A step whose
      *           predecessor missed its condition, or was itself
      *           skipped, is skipped; steps on independent branches
      *           still run.
      *
      *           Per-step state (pending, running, done, skipped)
      *           is rewritten to STRMCTL.STA around every call, so a
      *           stream interrupted mid-night resumes on the next RUN
      *           with whatever had not finished, the step in flight
      *           included.  Once a stream has finished, the control
      *           card's RERUN verb with a FROM step resets that step
      *           and everything downstream of it and resumes the
      *           night after the fix, leaving completed independent
      *           branches alone.
      *
      *           At the end the graph is printed to STRMCTL.RPT with
      *           each step's outcome, and every skipped critical-path
      *           step gets its own OPSAUDIT record (verb SKIPPED,
      *           under the driver's program-id) and a CRITICAL ALERTQ
      *           entry.  The controller's return code is the worst of
      *           its steps', at least 4 if anything was skipped and
      *           at least 8 if a critical-path step was skipped.  A
      *           network that names an unknown predecessor, or whose
      *           steps wait on each other in a cycle, runs nothing
      *           that depends on the fault and ends with 8.
      *
      *           Once the stream is over, and this program's own
      *           report is closed, RPTLIB is called to file the
      *           night's reports and logs into the report library;
      *           its return code is noted at the foot of STRMCTL.RPT
      *           and anything but a clean filing raises the
      *           controller's return code to at least 4.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMCTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-CONTROL-FILE ASSIGN TO WS-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT STREAM-NETWORK-FILE ASSIGN TO WS-NETWORK-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NETWORK-STATUS.
           SELECT STREAM-STATE-FILE ASSIGN TO WS-STATE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT STREAM-REPORT-FILE ASSIGN TO WS-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT ALERT-QUEUE-FILE ASSIGN TO WS-ALERTQ-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTQ-STATUS.

           SELECT OPS-AUDIT-FILE ASSIGN TO WS-OPSAUDIT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * RUN (the default, no card needed) or RERUN with the step to
      * resume from.
       FD  STREAM-CONTROL-FILE
           RECORDING MODE IS F.
       01  STREAM-CONTROL-REC.
           05 SC-VERB                  PIC X(8).
               88 SC-VERB-RUN          VALUE "RUN".
               88 SC-VERB-RERUN        VALUE "RERUN".
           05 SC-FROM-STEP             PIC X(8).

       FD  STREAM-NETWORK-FILE
           RECORDING MODE IS F.
           COPY "strmnet.cpy".

      * One record per step - P pending, R running (an abend mid-step
      * leaves this), D done with its return code, S skipped (with the
      * predecessor that stopped it).
       FD  STREAM-STATE-FILE
           RECORDING MODE IS F.
       01  STREAM-STATE-REC.
           05 SS-STEP-NAME             PIC X(8).
           05 SS-PROGRAM-ID            PIC X(8).
           05 SS-STATE                 PIC X.
           05 SS-RETURN-CODE           PIC 9(4).
           05 SS-START-TS              PIC X(14).
           05 SS-END-TS                PIC X(14).
           05 SS-SKIPPED-BY            PIC X(8).
           05 SS-STREAM-START-TS       PIC X(14).

       FD  STREAM-REPORT-FILE
           RECORDING MODE IS F.
       01  STREAM-REPORT-REC           PIC X(132).

       FD  ALERT-QUEUE-FILE
           RECORDING MODE IS F.
           COPY "alertq.cpy".

       FD  OPS-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "opsaudit.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-DD               PIC X(40) VALUE "STRMCTL.CTL".
       01  WS-NETWORK-DD               PIC X(40) VALUE "STRMNET.DAT".
       01  WS-STATE-DD                 PIC X(40) VALUE "STRMCTL.STA".
       01  WS-REPORT-DD                PIC X(40) VALUE "STRMCTL.RPT".

       01  WS-CONTROL-STATUS           PIC XX.
       01  WS-NETWORK-STATUS           PIC XX.
       01  WS-STATE-STATUS             PIC XX.
       01  WS-REPORT-STATUS            PIC XX.
       01  WS-EOF-SW                   PIC X     VALUE "N".
           88 WS-EOF                   VALUE "Y".

       01  WS-VERB                     PIC X(8)  VALUE "RUN".
       01  WS-FROM-STEP                PIC X(8)  VALUE SPACES.
       01  WS-STREAM-START-TS          PIC X(14) VALUE SPACES.

       01  WS-NETWORK-OK-SW            PIC X     VALUE "Y".
           88 WS-NETWORK-OK            VALUE "Y".
       01  WS-RESUMING-SW              PIC X     VALUE "N".
           88 WS-RESUMING              VALUE "Y".
       01  WS-PROGRESS-SW              PIC X     VALUE "N".
           88 WS-PROGRESS              VALUE "Y".
       01  WS-READY-SW                 PIC X     VALUE "N".
           88 WS-READY                 VALUE "Y".
       01  WS-WAITING-SW               PIC X     VALUE "N".
           88 WS-WAITING               VALUE "Y".
       01  WS-COND-MET-SW              PIC X     VALUE "N".
           88 WS-COND-MET              VALUE "Y".
       01  WS-CALL-FOUND-SW            PIC X     VALUE "Y".
           88 WS-CALL-FOUND            VALUE "Y".

      * The network and its state - capped OCCURS 100 to match this
      * shop's control-table convention.  WS-ST-PRED-SUB holds each
      * predecessor's position in the table once resolved.
       01  WS-STEP-TABLE.
           05 WS-ST-NUM-ENTRY          PIC 9(4)  COMP-5 VALUE 0.
           05 WS-ST-ENTRY OCCURS 100 TIMES INDEXED BY WS-ST-IDX.
               10 WS-ST-STEP-NAME      PIC X(8).
               10 WS-ST-PROGRAM-ID     PIC X(8).
               10 WS-ST-CRITICAL-SW    PIC X.
                   88 WS-ST-CRITICAL   VALUE "Y".
               10 WS-ST-PRED OCCURS 5 TIMES.
                   15 WS-ST-PRED-STEP  PIC X(8).
                   15 WS-ST-PRED-OPERATOR PIC X(2).
                   15 WS-ST-PRED-RC    PIC 9(2).
                   15 WS-ST-PRED-SUB   PIC 9(4).
               10 WS-ST-STATE          PIC X.
                   88 WS-ST-PENDING    VALUE "P".
                   88 WS-ST-RUNNING    VALUE "R".
                   88 WS-ST-DONE       VALUE "D".
                   88 WS-ST-SKIPPED    VALUE "S".
               10 WS-ST-RETURN-CODE    PIC 9(4).
               10 WS-ST-START-TS       PIC X(14).
               10 WS-ST-END-TS         PIC X(14).
               10 WS-ST-SKIPPED-BY     PIC X(8).
               10 WS-ST-RESET-SW       PIC X.
                   88 WS-ST-RESET      VALUE "Y".

       01  WS-SUB                      PIC 9(4)  VALUE 0.
       01  WS-FOUND-SUB                PIC 9(4)  VALUE 0.
       01  WS-PRED-SUB                 PIC 9(4)  VALUE 0.
       01  WS-PX                       PIC 9     VALUE 0.
       01  WS-LOOKUP-STEP              PIC X(8)  VALUE SPACES.
       01  WS-CALL-PROGRAM             PIC X(8)  VALUE SPACES.
       01  WS-STEP-RC                  PIC S9(9) VALUE 0.
       01  WS-PRED-LIST                PIC X(80) VALUE SPACES.
       01  WS-LIST-PTR                 PIC 9(3)  VALUE 0.
       01  WS-OUTCOME                  PIC X(10) VALUE SPACES.

       01  WS-RUN-COUNT                PIC 9(9)  VALUE 0.
       01  WS-SKIP-COUNT               PIC 9(9)  VALUE 0.
       01  WS-CRITICAL-SKIP-COUNT      PIC 9(9)  VALUE 0.
       01  WS-RC-DISP                  PIC Z(3)9.
       01  WS-COUNT-DISP               PIC Z(3)9.

       01  WS-ALERTQ-DD                PIC X(40) VALUE "ALERTQ.DAT".
       01  WS-ALERTQ-STATUS            PIC XX.

       01  WS-OPSAUDIT-DD              PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS          PIC XX.
       01  WS-AUDIT-START-TS           PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID           PIC X(8)  VALUE "STRMCTL".
       01  WS-RUN-ID                   PIC X(25) VALUE SPACES.

      * Scheduler return-code severity for this run: 0 clean, 4
      * warnings, 8 check failed / do not proceed, 12 driver
      * failed - the suite-wide condition-code convention.
       01  WS-JOB-SEVERITY             PIC 9(2)  VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-NETWORK
           IF WS-NETWORK-OK
               PERFORM 1400-RESOLVE-PREDECESSORS
           END-IF
           IF WS-NETWORK-OK
               PERFORM 1600-LOAD-STREAM-STATE
           END-IF
           IF WS-NETWORK-OK
               PERFORM 2000-RUN-STREAM
               PERFORM 6000-PRINT-GRAPH
           END-IF
           PERFORM 9500-WRITE-AUDIT-RECORD
           PERFORM 9000-TERMINATE
           IF WS-NETWORK-OK
               PERFORM 8000-FILE-REPORT-LIBRARY
           END-IF
           MOVE WS-JOB-SEVERITY TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-START-TS
           CALL "RUNCORID" USING BY REFERENCE WS-RUN-PROGRAM-ID
                                 BY REFERENCE WS-RUN-ID
           OPEN INPUT STREAM-CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               READ STREAM-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF SC-VERB NOT = SPACES
                           MOVE SC-VERB TO WS-VERB
                       END-IF
                       MOVE SC-FROM-STEP TO WS-FROM-STEP
               END-READ
               CLOSE STREAM-CONTROL-FILE
           END-IF
           OPEN OUTPUT STREAM-REPORT-FILE
           MOVE SPACES TO STREAM-REPORT-REC
           STRING "NIGHTLY STREAM CONTROL  VERB=" WS-VERB
                  " FROM=" WS-FROM-STEP
                  "  RUN=" WS-AUDIT-START-TS
                  "  RUN ID=" WS-RUN-ID
               DELIMITED BY SIZE INTO STREAM-REPORT-REC
           WRITE STREAM-REPORT-REC
           IF WS-VERB NOT = "RUN"
                   AND WS-VERB NOT = "RERUN"
               MOVE SPACES TO STREAM-REPORT-REC
               STRING "UNKNOWN VERB " WS-VERB
                      " - EXPECTED RUN OR RERUN"
                   DELIMITED BY SIZE INTO STREAM-REPORT-REC
               WRITE STREAM-REPORT-REC
               MOVE "N" TO WS-NETWORK-OK-SW
               MOVE 8 TO WS-JOB-SEVERITY
           END-IF.

       1200-LOAD-NETWORK.
           IF WS-NETWORK-OK
               OPEN INPUT STREAM-NETWORK-FILE
               IF WS-NETWORK-STATUS = "00"
                   MOVE "N" TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF
                       READ STREAM-NETWORK-FILE
                           AT END MOVE "Y" TO WS-EOF-SW
                           NOT AT END
                               PERFORM 1250-STORE-ONE-STEP
                       END-READ
                   END-PERFORM
                   CLOSE STREAM-NETWORK-FILE
               END-IF
               IF WS-ST-NUM-ENTRY = 0
                   MOVE "NO JOB-NETWORK DEFINITION - NOTHING TO RUN"
                       TO STREAM-REPORT-REC
                   WRITE STREAM-REPORT-REC
                   MOVE "N" TO WS-NETWORK-OK-SW
                   MOVE 8 TO WS-JOB-SEVERITY
               END-IF
           END-IF.

       1250-STORE-ONE-STEP.
           IF WS-ST-NUM-ENTRY < 100
               ADD 1 TO WS-ST-NUM-ENTRY
               SET WS-ST-IDX TO WS-ST-NUM-ENTRY
               INITIALIZE WS-ST-ENTRY (WS-ST-IDX)
               MOVE SN-STEP-NAME TO WS-ST-STEP-NAME (WS-ST-IDX)
               MOVE SN-PROGRAM-ID TO WS-ST-PROGRAM-ID (WS-ST-IDX)
               MOVE SN-CRITICAL-SW TO WS-ST-CRITICAL-SW (WS-ST-IDX)
               PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 5
                   MOVE SN-PRED-STEP (WS-PX)
                       TO WS-ST-PRED-STEP (WS-ST-IDX, WS-PX)
                   MOVE SN-PRED-OPERATOR (WS-PX)
                       TO WS-ST-PRED-OPERATOR (WS-ST-IDX, WS-PX)
                   IF SN-PRED-OPERATOR (WS-PX) = SPACES
                       MOVE "LE"
                           TO WS-ST-PRED-OPERATOR (WS-ST-IDX, WS-PX)
                   END-IF
                   IF SN-PRED-RC (WS-PX) IS NUMERIC
                       MOVE SN-PRED-RC (WS-PX)
                           TO WS-ST-PRED-RC (WS-ST-IDX, WS-PX)
                   END-IF
               END-PERFORM
               MOVE "P" TO WS-ST-STATE (WS-ST-IDX)
           ELSE
               DISPLAY "STRMCTL: step table full (100) - "
                   "skipping " SN-STEP-NAME
           END-IF.

      * Every predecessor must be a step of this network, named once,
      * with a condition operator the controller knows.
       1400-RESOLVE-PREDECESSORS.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-NUM-ENTRY
               MOVE WS-ST-STEP-NAME (WS-ST-IDX) TO WS-LOOKUP-STEP
               PERFORM 7100-FIND-STEP
               IF WS-FOUND-SUB NOT = WS-ST-IDX
                   MOVE SPACES TO STREAM-REPORT-REC
                   STRING "STEP " WS-LOOKUP-STEP
                          " DEFINED MORE THAN ONCE"
                       DELIMITED BY SIZE INTO STREAM-REPORT-REC
                   WRITE STREAM-REPORT-REC
                   MOVE "N" TO WS-NETWORK-OK-SW
               END-IF
               PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 5
                   IF WS-ST-PRED-STEP (WS-ST-IDX, WS-PX) NOT = SPACES
                       PERFORM 1450-RESOLVE-ONE-PREDECESSOR
                   END-IF
               END-PERFORM
           END-PERFORM
           IF NOT WS-NETWORK-OK
               MOVE "JOB NETWORK IN ERROR - NOTHING RUN"
                   TO STREAM-REPORT-REC
               WRITE STREAM-REPORT-REC
               MOVE 8 TO WS-JOB-SEVERITY
           END-IF.

       1450-RESOLVE-ONE-PREDECESSOR.
           MOVE WS-ST-PRED-STEP (WS-ST-IDX, WS-PX) TO WS-LOOKUP-STEP
           PERFORM 7100-FIND-STEP
           IF WS-FOUND-SUB = 0
               MOVE SPACES TO STREAM-REPORT-REC
               STRING "STEP " WS-ST-STEP-NAME (WS-ST-IDX)
                      " NAMES UNKNOWN PREDECESSOR " WS-LOOKUP-STEP
                   DELIMITED BY SIZE INTO STREAM-REPORT-REC
               WRITE STREAM-REPORT-REC
               MOVE "N" TO WS-NETWORK-OK-SW
           ELSE
               MOVE WS-FOUND-SUB TO WS-ST-PRED-SUB (WS-ST-IDX, WS-PX)
           END-IF
           EVALUATE WS-ST-PRED-OPERATOR (WS-ST-IDX, WS-PX)
               WHEN "LT"
               WHEN "LE"
               WHEN "EQ"
               WHEN "NE"
               WHEN "GE"
               WHEN "GT"
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO STREAM-REPORT-REC
                   STRING "STEP " WS-ST-STEP-NAME (WS-ST-IDX)
                          " HAS UNKNOWN CONDITION "
                          WS-ST-PRED-OPERATOR (WS-ST-IDX, WS-PX)
                          " ON " WS-LOOKUP-STEP
                       DELIMITED BY SIZE INTO STREAM-REPORT-REC
                   WRITE STREAM-REPORT-REC
                   MOVE "N" TO WS-NETWORK-OK-SW
           END-EVALUATE.

      * A saved stream with a step still pending or running is a night
      * in flight - RUN picks it up, the step that was running
      * included.  RERUN takes the finished night's state and resets
      * the FROM step and everything downstream of it.
       1600-LOAD-STREAM-STATE.
           MOVE "N" TO WS-RESUMING-SW
           OPEN INPUT STREAM-STATE-FILE
           IF WS-STATE-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ STREAM-STATE-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 1650-TAKE-SAVED-STEP
                   END-READ
               END-PERFORM
               CLOSE STREAM-STATE-FILE
           END-IF
           IF WS-VERB = "RERUN"
               PERFORM 1700-RESET-FROM-STEP
           ELSE
               PERFORM 1800-CHECK-FOR-RESUME
           END-IF.

       1650-TAKE-SAVED-STEP.
           MOVE SS-STEP-NAME TO WS-LOOKUP-STEP
           PERFORM 7100-FIND-STEP
           IF WS-FOUND-SUB > 0
               MOVE SS-STATE TO WS-ST-STATE (WS-FOUND-SUB)
               MOVE SS-RETURN-CODE TO WS-ST-RETURN-CODE (WS-FOUND-SUB)
               MOVE SS-START-TS TO WS-ST-START-TS (WS-FOUND-SUB)
               MOVE SS-END-TS TO WS-ST-END-TS (WS-FOUND-SUB)
               MOVE SS-SKIPPED-BY TO WS-ST-SKIPPED-BY (WS-FOUND-SUB)
               MOVE SS-STREAM-START-TS TO WS-STREAM-START-TS
               IF SS-STATE = "P" OR SS-STATE = "R"
                   MOVE "Y" TO WS-RESUMING-SW
               END-IF
           END-IF.

       1700-RESET-FROM-STEP.
           IF WS-STREAM-START-TS = SPACES
               MOVE WS-AUDIT-START-TS TO WS-STREAM-START-TS
           END-IF
           MOVE WS-FROM-STEP TO WS-LOOKUP-STEP
           PERFORM 7100-FIND-STEP
           IF WS-FOUND-SUB = 0
               MOVE SPACES TO STREAM-REPORT-REC
               STRING "RERUN FROM STEP " WS-FROM-STEP
                      " - NO SUCH STEP IN THE NETWORK"
                   DELIMITED BY SIZE INTO STREAM-REPORT-REC
               WRITE STREAM-REPORT-REC
               MOVE "N" TO WS-NETWORK-OK-SW
               MOVE 8 TO WS-JOB-SEVERITY
           ELSE
               MOVE "Y" TO WS-ST-RESET-SW (WS-FOUND-SUB)
               MOVE "Y" TO WS-PROGRESS-SW
               PERFORM UNTIL NOT WS-PROGRESS
                   MOVE "N" TO WS-PROGRESS-SW
                   PERFORM 1750-SPREAD-RESET
               END-PERFORM
               PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                       UNTIL WS-ST-IDX > WS-ST-NUM-ENTRY
                   IF WS-ST-RESET (WS-ST-IDX)
                           OR WS-ST-RUNNING (WS-ST-IDX)
                       PERFORM 7300-RESET-STEP
                   END-IF
               END-PERFORM
               MOVE SPACES TO STREAM-REPORT-REC
               STRING "RERUN FROM " WS-FROM-STEP
                      " OF STREAM STARTED " WS-STREAM-START-TS
                   DELIMITED BY SIZE INTO STREAM-REPORT-REC
               WRITE STREAM-REPORT-REC
           END-IF.

      * One pass marking every step that waits on a marked step.
       1750-SPREAD-RESET.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-NUM-ENTRY
               IF NOT WS-ST-RESET (WS-ST-IDX)
                   PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 5
                       MOVE WS-ST-PRED-SUB (WS-ST-IDX, WS-PX)
                           TO WS-PRED-SUB
                       IF WS-PRED-SUB > 0
                           IF WS-ST-RESET (WS-PRED-SUB)
                               MOVE "Y" TO WS-ST-RESET-SW (WS-ST-IDX)
                               MOVE "Y" TO WS-PROGRESS-SW
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       1800-CHECK-FOR-RESUME.
           IF WS-RESUMING
               PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                       UNTIL WS-ST-IDX > WS-ST-NUM-ENTRY
                   IF WS-ST-RUNNING (WS-ST-IDX)
                       PERFORM 7300-RESET-STEP
                   END-IF
               END-PERFORM
               MOVE SPACES TO STREAM-REPORT-REC
               STRING "RESUMING STREAM STARTED " WS-STREAM-START-TS
                   DELIMITED BY SIZE INTO STREAM-REPORT-REC
               WRITE STREAM-REPORT-REC
           ELSE
               MOVE WS-AUDIT-START-TS TO WS-STREAM-START-TS
               PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                       UNTIL WS-ST-IDX > WS-ST-NUM-ENTRY
                   PERFORM 7300-RESET-STEP
               END-PERFORM
           END-IF.

      * Passes over the network until nothing more can start: a
      * pending step runs once every predecessor is done and met its
      * condition, and is skipped as soon as any predecessor missed or
      * was skipped.  Whatever is still pending after that waits on
      * itself.
       2000-RUN-STREAM.
           PERFORM 7000-SAVE-STREAM-STATE
           MOVE "Y" TO WS-PROGRESS-SW
           PERFORM UNTIL NOT WS-PROGRESS
               MOVE "N" TO WS-PROGRESS-SW
               PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                       UNTIL WS-ST-IDX > WS-ST-NUM-ENTRY
                   IF WS-ST-PENDING (WS-ST-IDX)
                       PERFORM 2100-EVALUATE-STEP
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-NUM-ENTRY
               IF WS-ST-PENDING (WS-ST-IDX)
                   MOVE "CYCLE" TO WS-ST-SKIPPED-BY (WS-ST-IDX)
                   PERFORM 2400-SKIP-STEP
                   MOVE 8 TO WS-JOB-SEVERITY
               END-IF
           END-PERFORM.

       2100-EVALUATE-STEP.
           MOVE "Y" TO WS-READY-SW
           MOVE "N" TO WS-WAITING-SW
           MOVE SPACES TO WS-ST-SKIPPED-BY (WS-ST-IDX)
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 5
               MOVE WS-ST-PRED-SUB (WS-ST-IDX, WS-PX) TO WS-PRED-SUB
               IF WS-PRED-SUB > 0
                   EVALUATE TRUE
                       WHEN WS-ST-PENDING (WS-PRED-SUB)
                       WHEN WS-ST-RUNNING (WS-PRED-SUB)
                           MOVE "Y" TO WS-WAITING-SW
                       WHEN WS-ST-SKIPPED (WS-PRED-SUB)
                           PERFORM 2150-MARK-NOT-READY
                       WHEN OTHER
                           PERFORM 2200-TEST-CONDITION
                           IF NOT WS-COND-MET
                               PERFORM 2150-MARK-NOT-READY
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF NOT WS-READY
               PERFORM 2400-SKIP-STEP
               MOVE "Y" TO WS-PROGRESS-SW
           ELSE
               IF NOT WS-WAITING
                   PERFORM 3000-RUN-STEP
                   MOVE "Y" TO WS-PROGRESS-SW
               END-IF
           END-IF.

       2150-MARK-NOT-READY.
           MOVE "N" TO WS-READY-SW
           IF WS-ST-SKIPPED-BY (WS-ST-IDX) = SPACES
               MOVE WS-ST-STEP-NAME (WS-PRED-SUB)
                   TO WS-ST-SKIPPED-BY (WS-ST-IDX)
           END-IF.

       2200-TEST-CONDITION.
           MOVE "N" TO WS-COND-MET-SW
           EVALUATE WS-ST-PRED-OPERATOR (WS-ST-IDX, WS-PX)
               WHEN "LT"
                   IF WS-ST-RETURN-CODE (WS-PRED-SUB)
                           < WS-ST-PRED-RC (WS-ST-IDX, WS-PX)
                       MOVE "Y" TO WS-COND-MET-SW
                   END-IF
               WHEN "LE"
                   IF WS-ST-RETURN-CODE (WS-PRED-SUB)
                           NOT > WS-ST-PRED-RC (WS-ST-IDX, WS-PX)
                       MOVE "Y" TO WS-COND-MET-SW
                   END-IF
               WHEN "EQ"
                   IF WS-ST-RETURN-CODE (WS-PRED-SUB)
                           = WS-ST-PRED-RC (WS-ST-IDX, WS-PX)
                       MOVE "Y" TO WS-COND-MET-SW
                   END-IF
               WHEN "NE"
                   IF WS-ST-RETURN-CODE (WS-PRED-SUB)
                           NOT = WS-ST-PRED-RC (WS-ST-IDX, WS-PX)
                       MOVE "Y" TO WS-COND-MET-SW
                   END-IF
               WHEN "GE"
                   IF WS-ST-RETURN-CODE (WS-PRED-SUB)
                           NOT < WS-ST-PRED-RC (WS-ST-IDX, WS-PX)
                       MOVE "Y" TO WS-COND-MET-SW
                   END-IF
               WHEN "GT"
                   IF WS-ST-RETURN-CODE (WS-PRED-SUB)
                           > WS-ST-PRED-RC (WS-ST-IDX, WS-PX)
                       MOVE "Y" TO WS-COND-MET-SW
                   END-IF
           END-EVALUATE.

       2400-SKIP-STEP.
           MOVE "S" TO WS-ST-STATE (WS-ST-IDX)
           MOVE 0 TO WS-ST-RETURN-CODE (WS-ST-IDX)
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-ST-END-TS (WS-ST-IDX)
           ADD 1 TO WS-SKIP-COUNT
           MOVE SPACES TO STREAM-REPORT-REC
           STRING "SKIPPED  " WS-ST-STEP-NAME (WS-ST-IDX)
                  " PGM=" WS-ST-PROGRAM-ID (WS-ST-IDX)
                  " AFTER " WS-ST-SKIPPED-BY (WS-ST-IDX)
               DELIMITED BY SIZE INTO STREAM-REPORT-REC
           WRITE STREAM-REPORT-REC
           IF WS-ST-CRITICAL (WS-ST-IDX)
               PERFORM 2500-FLAG-CRITICAL-SKIP
           END-IF
           PERFORM 7000-SAVE-STREAM-STATE.

       2500-FLAG-CRITICAL-SKIP.
           ADD 1 TO WS-CRITICAL-SKIP-COUNT
           MOVE "CRITICAL" TO AQ-SEVERITY
           MOVE SPACES TO AQ-OBJECT
           STRING "STEP=" WS-ST-STEP-NAME (WS-ST-IDX)
                  " PGM=" WS-ST-PROGRAM-ID (WS-ST-IDX)
               DELIMITED BY SIZE INTO AQ-OBJECT
           MOVE SPACES TO AQ-MESSAGE
           STRING "CRITICAL-PATH STEP SKIPPED - PREDECESSOR "
                  WS-ST-SKIPPED-BY (WS-ST-IDX)
                  " DID NOT MEET ITS CONDITION"
               DELIMITED BY SIZE INTO AQ-MESSAGE
           PERFORM 9400-APPEND-ALERT
           OPEN EXTEND OPS-AUDIT-FILE
           IF WS-OPSAUDIT-STATUS = "35"
               CLOSE OPS-AUDIT-FILE
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE WS-ST-PROGRAM-ID (WS-ST-IDX) TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-ST-END-TS (WS-ST-IDX) TO OA-START-TS
           MOVE WS-ST-END-TS (WS-ST-IDX) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS
           MOVE "SKIPPED" TO OA-ACTION-VERB
           MOVE 0 TO OA-KEY-COUNT-1
           MOVE 0 TO OA-KEY-COUNT-2
           MOVE 0 TO OA-FINAL-SQLCODE
           WRITE OPS-AUDIT-REC
           CLOSE OPS-AUDIT-FILE.

      * The state is saved as running before the call, so an abend
      * inside the driver leaves the step to be run again on resume.
       3000-RUN-STEP.
           MOVE "R" TO WS-ST-STATE (WS-ST-IDX)
           MOVE FUNCTION CURRENT-DATE (1:14)
               TO WS-ST-START-TS (WS-ST-IDX)
           MOVE SPACES TO WS-ST-END-TS (WS-ST-IDX)
           PERFORM 7000-SAVE-STREAM-STATE
           MOVE SPACES TO STREAM-REPORT-REC
           STRING "STARTED  " WS-ST-STEP-NAME (WS-ST-IDX)
                  " PGM=" WS-ST-PROGRAM-ID (WS-ST-IDX)
                  " AT " WS-ST-START-TS (WS-ST-IDX)
               DELIMITED BY SIZE INTO STREAM-REPORT-REC
           WRITE STREAM-REPORT-REC
           MOVE WS-ST-PROGRAM-ID (WS-ST-IDX) TO WS-CALL-PROGRAM
           MOVE "Y" TO WS-CALL-FOUND-SW
           MOVE 0 TO RETURN-CODE
           CALL WS-CALL-PROGRAM
               ON EXCEPTION
                   MOVE "N" TO WS-CALL-FOUND-SW
           END-CALL
           IF WS-CALL-FOUND
               MOVE RETURN-CODE TO WS-STEP-RC
               CANCEL WS-CALL-PROGRAM
           ELSE
               MOVE 12 TO WS-STEP-RC
           END-IF
           MOVE 0 TO RETURN-CODE
           MOVE WS-STEP-RC TO WS-ST-RETURN-CODE (WS-ST-IDX)
           MOVE "D" TO WS-ST-STATE (WS-ST-IDX)
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-ST-END-TS (WS-ST-IDX)
           ADD 1 TO WS-RUN-COUNT
           PERFORM 7000-SAVE-STREAM-STATE
           MOVE WS-ST-RETURN-CODE (WS-ST-IDX) TO WS-RC-DISP
           MOVE SPACES TO STREAM-REPORT-REC
           IF WS-CALL-FOUND
               STRING "ENDED    " WS-ST-STEP-NAME (WS-ST-IDX)
                      " PGM=" WS-ST-PROGRAM-ID (WS-ST-IDX)
                      " AT " WS-ST-END-TS (WS-ST-IDX)
                      " RC=" WS-RC-DISP
                   DELIMITED BY SIZE INTO STREAM-REPORT-REC
           ELSE
               STRING "FAILED   " WS-ST-STEP-NAME (WS-ST-IDX)
                      " PGM=" WS-ST-PROGRAM-ID (WS-ST-IDX)
                      " - PROGRAM COULD NOT BE LOADED RC=" WS-RC-DISP
                   DELIMITED BY SIZE INTO STREAM-REPORT-REC
           END-IF
           WRITE STREAM-REPORT-REC.

      * The graph: each step, its driver, critical-path flag and
      * outcome, with the predecessors and conditions it waited on.
      * The night's return code is taken from the whole graph, so a
      * rerun still answers for the steps it did not need to repeat.
       6000-PRINT-GRAPH.
           MOVE SPACES TO STREAM-REPORT-REC
           WRITE STREAM-REPORT-REC
           MOVE SPACES TO STREAM-REPORT-REC
           STRING "STEP     PROGRAM  CRIT OUTCOME      RC "
                  "STARTED        ENDED          SKIPPED AFTER"
               DELIMITED BY SIZE INTO STREAM-REPORT-REC
           WRITE STREAM-REPORT-REC
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-NUM-ENTRY
               PERFORM 6100-PRINT-ONE-STEP
           END-PERFORM
           MOVE SPACES TO STREAM-REPORT-REC
           WRITE STREAM-REPORT-REC
           MOVE SPACES TO STREAM-REPORT-REC
           MOVE WS-ST-NUM-ENTRY TO WS-COUNT-DISP
           STRING "STREAM TOTALS  STEPS=" WS-COUNT-DISP
                  " RUN=" WS-RUN-COUNT
                  " SKIPPED=" WS-SKIP-COUNT
                  " CRITICAL-SKIPPED=" WS-CRITICAL-SKIP-COUNT
               DELIMITED BY SIZE INTO STREAM-REPORT-REC
           WRITE STREAM-REPORT-REC
           IF WS-CRITICAL-SKIP-COUNT > 0
               MOVE
                   "*** CRITICAL-PATH STEPS SKIPPED - FIX AND RERUN ***"
                   TO STREAM-REPORT-REC
               WRITE STREAM-REPORT-REC
           END-IF.

       6100-PRINT-ONE-STEP.
           EVALUATE TRUE
               WHEN WS-ST-SKIPPED (WS-ST-IDX)
                   MOVE "SKIPPED" TO WS-OUTCOME
               WHEN WS-ST-DONE (WS-ST-IDX)
                       AND WS-ST-RETURN-CODE (WS-ST-IDX) = 0
                   MOVE "OK" TO WS-OUTCOME
               WHEN WS-ST-DONE (WS-ST-IDX)
                       AND WS-ST-RETURN-CODE (WS-ST-IDX) < 8
                   MOVE "WARNING" TO WS-OUTCOME
               WHEN WS-ST-DONE (WS-ST-IDX)
                   MOVE "FAILED" TO WS-OUTCOME
               WHEN OTHER
                   MOVE "NOT RUN" TO WS-OUTCOME
           END-EVALUATE
           IF WS-ST-DONE (WS-ST-IDX)
                   AND WS-ST-RETURN-CODE (WS-ST-IDX) > WS-JOB-SEVERITY
               MOVE WS-ST-RETURN-CODE (WS-ST-IDX) TO WS-JOB-SEVERITY
           END-IF
           IF WS-ST-SKIPPED (WS-ST-IDX)
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
               IF WS-ST-CRITICAL (WS-ST-IDX)
                       AND WS-JOB-SEVERITY < 8
                   MOVE 8 TO WS-JOB-SEVERITY
               END-IF
           END-IF
           MOVE WS-ST-RETURN-CODE (WS-ST-IDX) TO WS-RC-DISP
           MOVE SPACES TO STREAM-REPORT-REC
           STRING WS-ST-STEP-NAME (WS-ST-IDX)
                  " " WS-ST-PROGRAM-ID (WS-ST-IDX)
                  "  " WS-ST-CRITICAL-SW (WS-ST-IDX)
                  "   " WS-OUTCOME
                  " " WS-RC-DISP
                  " " WS-ST-START-TS (WS-ST-IDX)
                  " " WS-ST-END-TS (WS-ST-IDX)
                  " " WS-ST-SKIPPED-BY (WS-ST-IDX)
               DELIMITED BY SIZE INTO STREAM-REPORT-REC
           WRITE STREAM-REPORT-REC
           MOVE SPACES TO WS-PRED-LIST
           MOVE 1 TO WS-LIST-PTR
           PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 5
               IF WS-ST-PRED-STEP (WS-ST-IDX, WS-PX) NOT = SPACES
                   STRING WS-ST-PRED-STEP (WS-ST-IDX, WS-PX)
                          DELIMITED BY SPACE
                          " " WS-ST-PRED-OPERATOR (WS-ST-IDX, WS-PX)
                          " " WS-ST-PRED-RC (WS-ST-IDX, WS-PX)
                          "  "
                          DELIMITED BY SIZE
                       INTO WS-PRED-LIST WITH POINTER WS-LIST-PTR
               END-IF
           END-PERFORM
           IF WS-PRED-LIST NOT = SPACES
               MOVE SPACES TO STREAM-REPORT-REC
               STRING "           WAITS ON: " WS-PRED-LIST
                   DELIMITED BY SIZE INTO STREAM-REPORT-REC
               WRITE STREAM-REPORT-REC
           END-IF.

       7000-SAVE-STREAM-STATE.
           OPEN OUTPUT STREAM-STATE-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ST-NUM-ENTRY
               MOVE WS-ST-STEP-NAME (WS-SUB) TO SS-STEP-NAME
               MOVE WS-ST-PROGRAM-ID (WS-SUB) TO SS-PROGRAM-ID
               MOVE WS-ST-STATE (WS-SUB) TO SS-STATE
               MOVE WS-ST-RETURN-CODE (WS-SUB) TO SS-RETURN-CODE
               MOVE WS-ST-START-TS (WS-SUB) TO SS-START-TS
               MOVE WS-ST-END-TS (WS-SUB) TO SS-END-TS
               MOVE WS-ST-SKIPPED-BY (WS-SUB) TO SS-SKIPPED-BY
               MOVE WS-STREAM-START-TS TO SS-STREAM-START-TS
               WRITE STREAM-STATE-REC
           END-PERFORM
           CLOSE STREAM-STATE-FILE.

       7100-FIND-STEP.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ST-NUM-ENTRY
                      OR WS-FOUND-SUB > 0
               IF WS-ST-STEP-NAME (WS-SUB) = WS-LOOKUP-STEP
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

       7300-RESET-STEP.
           MOVE "P" TO WS-ST-STATE (WS-ST-IDX)
           MOVE 0 TO WS-ST-RETURN-CODE (WS-ST-IDX)
           MOVE SPACES TO WS-ST-START-TS (WS-ST-IDX)
           MOVE SPACES TO WS-ST-END-TS (WS-ST-IDX)
           MOVE SPACES TO WS-ST-SKIPPED-BY (WS-ST-IDX).

      * The night's reports go into the report library once the
      * stream is over - after this program's own report is closed
      * and its audit record written, so it is filed with the rest.
      * The library step's outcome is added to the end of the live
      * report; a filing problem is a warning, not a failed night.
       8000-FILE-REPORT-LIBRARY.
           MOVE "RPTLIB" TO WS-CALL-PROGRAM
           MOVE "Y" TO WS-CALL-FOUND-SW
           MOVE 0 TO RETURN-CODE
           CALL WS-CALL-PROGRAM
               ON EXCEPTION
                   MOVE "N" TO WS-CALL-FOUND-SW
           END-CALL
           IF WS-CALL-FOUND
               MOVE RETURN-CODE TO WS-STEP-RC
               CANCEL WS-CALL-PROGRAM
           ELSE
               MOVE 12 TO WS-STEP-RC
           END-IF
           MOVE 0 TO RETURN-CODE
           IF WS-STEP-RC > 0
                   AND WS-JOB-SEVERITY < 4
               MOVE 4 TO WS-JOB-SEVERITY
           END-IF
           MOVE WS-STEP-RC TO WS-RC-DISP
           OPEN EXTEND STREAM-REPORT-FILE
           MOVE SPACES TO STREAM-REPORT-REC
           IF WS-CALL-FOUND
               STRING "REPORT LIBRARY  PGM=RPTLIB RC=" WS-RC-DISP
                      " - SEE RPTLIB.LOG"
                   DELIMITED BY SIZE INTO STREAM-REPORT-REC
           ELSE
               STRING "REPORT LIBRARY  PGM=RPTLIB"
                      " - PROGRAM COULD NOT BE LOADED RC=" WS-RC-DISP
                   DELIMITED BY SIZE INTO STREAM-REPORT-REC
           END-IF
           WRITE STREAM-REPORT-REC
           CLOSE STREAM-REPORT-FILE.

       9000-TERMINATE.
           CLOSE STREAM-REPORT-FILE.

       9400-APPEND-ALERT.
           OPEN EXTEND ALERT-QUEUE-FILE
           IF WS-ALERTQ-STATUS = "35"
               CLOSE ALERT-QUEUE-FILE
               OPEN OUTPUT ALERT-QUEUE-FILE
           END-IF
           MOVE "STRMCTL" TO AQ-PROGRAM-ID
           MOVE WS-RUN-ID TO AQ-RUN-ID
           MOVE SPACES TO AQ-DBALIAS
           MOVE FUNCTION CURRENT-DATE (1:14) TO AQ-TIMESTAMP
           MOVE "N" TO AQ-DISPATCHED-SW
           WRITE ALERT-QUEUE-REC
           CLOSE ALERT-QUEUE-FILE.

       9500-WRITE-AUDIT-RECORD.
           OPEN EXTEND OPS-AUDIT-FILE
           IF WS-OPSAUDIT-STATUS = "35"
               CLOSE OPS-AUDIT-FILE
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "STRMCTL" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS
           IF WS-VERB = "RERUN"
               MOVE "STREAMRERUN" TO OA-ACTION-VERB
           ELSE
               MOVE "STREAMRUN" TO OA-ACTION-VERB
           END-IF
           MOVE WS-RUN-COUNT TO OA-KEY-COUNT-1
           MOVE WS-SKIP-COUNT TO OA-KEY-COUNT-2
           MOVE 0 TO OA-FINAL-SQLCODE
           WRITE OPS-AUDIT-REC
           CLOSE OPS-AUDIT-FILE.

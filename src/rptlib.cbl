      ******************************************************************
      *
      * Program: RPTLIB
      *
      * Function: Report library filing.  The suite's reports are
      *           overwritten on every run and its logs only ever
      *           grow, so last month's backup reconciliation or last
      *           Tuesday's lock summary is otherwise gone.  STRMCTL
      *           calls this program once the night's stream has
      *           finished (it can equally be run on its own); it
      *           files every report and log produced since the last
      *           filing into the dated report library and records
      *           each copy in the keyed catalogue RPTCATIX.DAT (see
      *           rptcat.cpy), which RPTGET reads to list or reproduce
      *           past reports.
      *
      *           What ran is taken from the audit trail: every
      *           OPSAUDIT record that ended since the last filing
      *           (RPTLIB.STA) names a program, its alias and its run
      *           correlation ID.  For each program that ran, the
      *           suite's own naming gives <program>.RPT (report type
      *           RPT) and <program>.LOG (report type LOG), filed when
      *           present.  Reports and logs that do not follow the
      *           naming (THROT.LOG, AUTHREVW.RPT and the like), or
      *           that should carry a report type of their own, are
      *           named on cards in RPTLIB.DAT - program-id, report
      *           type, file name and an action byte, X meaning never
      *           file this one.  A carded file that is missing is a
      *           warning; a missing file under the naming convention
      *           is simply one that program does not write.
      *
      *           The copy starts at the first line carrying the run
      *           ID of the program's earliest run since the last
      *           filing, so a log appended to night after night is
      *           filed a night at a time while a report rewritten by
      *           each run is filed whole; a file with no run header
      *           is filed whole.  Each copy goes to the library as
      *           /db2/rptlib/<rundate>.<runtime>.<program>.<type>,
      *           dated by the start of the latest run it covers, and
      *           is catalogued with that run's alias and run ID, the
      *           number of runs it covers and its line and page
      *           counts (a page is 60 lines, or ends early at a form
      *           feed).  A run whose report is already in the
      *           catalogue is not filed twice, so the program can be
      *           rerun after a failure.
      *
      *           Retention is by report type: RPTRETN.DAT gives the
      *           days each type is kept, 0 meaning keep for ever,
      *           and a type with no card is kept 400 days.  Once the
      *           night's filing is done every catalogue entry older
      *           than its type's retention has its library member
      *           deleted and its catalogue record removed, with a
      *           line in RPTLIB.LOG for each.  A member the file
      *           system will not delete keeps its catalogue record,
      *           so the next run tries again; the failure is logged
      *           with the member's path and warns the run.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTLIB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-LIST-FILE ASSIGN TO WS-LIST-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT RETENTION-FILE ASSIGN TO WS-RETENTION-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENTION-STATUS.
           SELECT RPTLIB-STATE-FILE ASSIGN TO WS-STATE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT SOURCE-REPORT-FILE ASSIGN TO WS-SOURCE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT LIBRARY-MEMBER-FILE ASSIGN TO WS-MEMBER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT REPORT-CATALOGUE-FILE ASSIGN TO WS-CATALOGUE-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-CATALOGUE-STATUS.
           SELECT RPTLIB-LOG-FILE ASSIGN TO WS-LOG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT OPS-AUDIT-FILE ASSIGN TO WS-OPSAUDIT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-LIST-FILE
           RECORDING MODE IS F.
       01  REPORT-LIST-REC.
           05 RL-PROGRAM-ID           PIC X(8).
           05 RL-REPORT-TYPE          PIC X(8).
           05 RL-FILE-NAME            PIC X(40).
           05 RL-ACTION               PIC X.
               88 RL-EXCLUDE          VALUE "X".

       FD  RETENTION-FILE
           RECORDING MODE IS F.
       01  RETENTION-REC.
           05 RR-REPORT-TYPE          PIC X(8).
           05 RR-RETAIN-DAYS          PIC 9(5).

       FD  RPTLIB-STATE-FILE
           RECORDING MODE IS F.
       01  RPTLIB-STATE-REC.
           05 RS-LAST-FILING-TS       PIC X(14).

       FD  SOURCE-REPORT-FILE
           RECORDING MODE IS F.
       01  SOURCE-REPORT-REC          PIC X(256).

       FD  LIBRARY-MEMBER-FILE
           RECORDING MODE IS F.
       01  LIBRARY-MEMBER-REC         PIC X(256).

       FD  REPORT-CATALOGUE-FILE.
           COPY "rptcat.cpy".

       FD  RPTLIB-LOG-FILE
           RECORDING MODE IS F.
       01  RPTLIB-LOG-REC             PIC X(132).

       FD  OPS-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "opsaudit.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LIST-DD                 PIC X(40) VALUE "RPTLIB.DAT".
       01  WS-RETENTION-DD            PIC X(40) VALUE "RPTRETN.DAT".
       01  WS-STATE-DD                PIC X(40) VALUE "RPTLIB.STA".
       01  WS-SOURCE-DD               PIC X(40) VALUE SPACES.
       01  WS-CATALOGUE-DD            PIC X(40) VALUE "RPTCATIX.DAT".
       01  WS-LOG-DD                  PIC X(40) VALUE "RPTLIB.LOG".
       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-LIBRARY-DIR             PIC X(40) VALUE "/db2/rptlib/".
       01  WS-MEMBER-PATH             PIC X(80) VALUE SPACES.

       01  WS-LIST-STATUS             PIC XX.
       01  WS-RETENTION-STATUS        PIC XX.
       01  WS-STATE-STATUS            PIC XX.
       01  WS-SOURCE-STATUS           PIC XX.
       01  WS-MEMBER-STATUS           PIC XX.
       01  WS-CATALOGUE-STATUS        PIC XX.
       01  WS-LOG-STATUS              PIC XX.
       01  WS-OPSAUDIT-STATUS         PIC XX.

       01  WS-EOF-SW                  PIC X     VALUE "N".
           88 WS-EOF                  VALUE "Y".
       01  WS-SOURCE-EOF-SW           PIC X     VALUE "N".
           88 WS-SOURCE-EOF           VALUE "Y".
       01  WS-CATALOGUE-EOF-SW        PIC X     VALUE "N".
           88 WS-CATALOGUE-EOF        VALUE "Y".
       01  WS-CATALOGUE-OPEN-SW       PIC X     VALUE "N".
           88 WS-CATALOGUE-OPEN       VALUE "Y".
       01  WS-ALREADY-FILED-SW        PIC X     VALUE "N".
           88 WS-ALREADY-FILED        VALUE "Y".

       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "RPTLIB".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.
       01  WS-LAST-FILING-TS          PIC X(14) VALUE SPACES.

      * Scheduler return-code severity for this run: 0 clean, 4
      * warnings, 8 check failed / do not proceed, 12 driver
      * failed - the suite-wide condition-code convention.
       01  WS-JOB-SEVERITY            PIC 9(2)  VALUE 0.

      * Programs that ran since the last filing, from the audit
      * trail - capped OCCURS 200 to match this shop's control-table
      * convention.  The first run is the earliest start, the last
      * the latest.
       01  WS-RUN-TABLE.
           05 WS-PR-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-PR-ENTRY OCCURS 200 TIMES.
               10 WS-PR-PROGRAM-ID    PIC X(8).
               10 WS-PR-RUN-COUNT     PIC 9(5).
               10 WS-PR-FIRST-START-TS PIC X(14).
               10 WS-PR-FIRST-RUN-ID  PIC X(25).
               10 WS-PR-LAST-START-TS PIC X(14).
               10 WS-PR-LAST-RUN-ID   PIC X(25).
               10 WS-PR-LAST-DBALIAS  PIC X(8).

      * Files to consider - the RPTLIB.DAT cards first, then the
      * naming-convention files of each program that ran.
       01  WS-FILE-TABLE.
           05 WS-FL-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-FL-ENTRY OCCURS 500 TIMES.
               10 WS-FL-PROGRAM-ID    PIC X(8).
               10 WS-FL-REPORT-TYPE   PIC X(8).
               10 WS-FL-FILE-NAME     PIC X(40).
               10 WS-FL-EXCLUDE-SW    PIC X.
                   88 WS-FL-EXCLUDE   VALUE "Y".
               10 WS-FL-CARDED-SW     PIC X.
                   88 WS-FL-CARDED    VALUE "Y".

      * Retention schedule by report type.
       01  WS-RETENTION-TABLE.
           05 WS-RT-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-RT-ENTRY OCCURS 50 TIMES.
               10 WS-RT-REPORT-TYPE   PIC X(8).
               10 WS-RT-RETAIN-DAYS   PIC 9(5).
       01  WS-DEFAULT-RETAIN-DAYS     PIC 9(5)  VALUE 400.
       01  WS-RETAIN-DAYS             PIC 9(5)  VALUE 0.

       01  WS-SUB                     PIC 9(4)  COMP-5 VALUE 0.
       01  WS-FOUND-SUB               PIC 9(4)  COMP-5 VALUE 0.
       01  WS-RUN-SUB                 PIC 9(4)  COMP-5 VALUE 0.
       01  WS-FL-IDX                  PIC 9(4)  COMP-5 VALUE 0.
       01  WS-LOOKUP-PROGRAM          PIC X(8)  VALUE SPACES.
       01  WS-LOOKUP-FILE             PIC X(40) VALUE SPACES.
       01  WS-LOOKUP-TYPE             PIC X(8)  VALUE SPACES.

      * Copying one file: where this night's stretch starts, and the
      * copy's line and page counts.
       01  WS-RUN-ID-LEN              PIC 9(4)  VALUE 0.
       01  WS-HIT-COUNT               PIC 9(4)  VALUE 0.
       01  WS-LINE-NUMBER             PIC 9(9)  VALUE 0.
       01  WS-START-LINE              PIC 9(9)  VALUE 0.
       01  WS-COPY-LINES              PIC 9(9)  VALUE 0.
       01  WS-COPY-PAGES              PIC 9(7)  VALUE 0.
       01  WS-PAGE-LINE               PIC 9(4)  VALUE 0.
       01  WS-LINES-PER-PAGE          PIC 9(4)  VALUE 60.
       01  WS-FORM-FEED               PIC X     VALUE X"0C".

      * Retention sweep.
       01  WS-TODAY                   PIC 9(8)  VALUE 0.
       01  WS-TODAY-DAY-NUM           PIC 9(7)  VALUE 0.
       01  WS-RUN-DATE-NUM            PIC 9(8)  VALUE 0.
       01  WS-AGE-DAYS                PIC S9(7) VALUE 0.
       01  WS-CALL-RC                 PIC S9(9) COMP-5 VALUE 0.
       01  WS-CALL-RC-DISP            PIC -(8)9.

       01  WS-PROGRAM-COUNT           PIC 9(9)  VALUE 0.
       01  WS-FILED-COUNT             PIC 9(9)  VALUE 0.
       01  WS-DUPLICATE-COUNT         PIC 9(9)  VALUE 0.
       01  WS-MISSING-COUNT           PIC 9(9)  VALUE 0.
       01  WS-PURGED-COUNT            PIC 9(9)  VALUE 0.
       01  WS-LINES-DISP              PIC Z(8)9.
       01  WS-PAGES-DISP              PIC Z(6)9.
       01  WS-RUNS-DISP               PIC Z(4)9.
       01  WS-DAYS-DISP               PIC Z(4)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-REPORT-LIST
           PERFORM 1300-LOAD-RETENTION
           PERFORM 2000-SCAN-AUDIT-TRAIL
           PERFORM 2500-ADD-CONVENTION-FILES
           PERFORM 1100-OPEN-CATALOGUE
           IF WS-CATALOGUE-OPEN
               PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                       UNTIL WS-FL-IDX > WS-FL-NUM-ENTRY
                   PERFORM 3000-CONSIDER-ONE-FILE
               END-PERFORM
               PERFORM 5000-APPLY-RETENTION
               CLOSE REPORT-CATALOGUE-FILE
               PERFORM 7500-REWRITE-STATE
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
           MOVE WS-AUDIT-START-TS (1:8) TO WS-TODAY
           COMPUTE WS-TODAY-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (WS-TODAY)
           OPEN INPUT RPTLIB-STATE-FILE
           IF WS-STATE-STATUS = "00"
               READ RPTLIB-STATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE RS-LAST-FILING-TS TO WS-LAST-FILING-TS
               END-READ
               CLOSE RPTLIB-STATE-FILE
           END-IF
           OPEN EXTEND RPTLIB-LOG-FILE
           IF WS-LOG-STATUS = "35"
               CLOSE RPTLIB-LOG-FILE
               OPEN OUTPUT RPTLIB-LOG-FILE
           END-IF
           MOVE SPACES TO RPTLIB-LOG-REC
           STRING "REPORT LIBRARY FILING RUN=" WS-AUDIT-START-TS
                  " SINCE=" WS-LAST-FILING-TS
                  "  RUN ID=" WS-RUN-ID
               DELIMITED BY SIZE INTO RPTLIB-LOG-REC
           WRITE RPTLIB-LOG-REC.

      * First run creates the catalogue, the same way AUDROLLR
      * creates its keyed masters.
       1100-OPEN-CATALOGUE.
           OPEN I-O REPORT-CATALOGUE-FILE
           IF WS-CATALOGUE-STATUS = "35"
               OPEN OUTPUT REPORT-CATALOGUE-FILE
               CLOSE REPORT-CATALOGUE-FILE
               OPEN I-O REPORT-CATALOGUE-FILE
           END-IF
           IF WS-CATALOGUE-STATUS = "00"
               MOVE "Y" TO WS-CATALOGUE-OPEN-SW
           ELSE
               MOVE SPACES TO RPTLIB-LOG-REC
               STRING "REPORT CATALOGUE " WS-CATALOGUE-DD
                      " COULD NOT BE OPENED STATUS="
                      WS-CATALOGUE-STATUS " - NOTHING FILED"
                   DELIMITED BY SIZE INTO RPTLIB-LOG-REC
               WRITE RPTLIB-LOG-REC
               MOVE 12 TO WS-JOB-SEVERITY
           END-IF.

       1200-LOAD-REPORT-LIST.
           OPEN INPUT REPORT-LIST-FILE
           IF WS-LIST-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ REPORT-LIST-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 1250-ADD-LISTED-FILE
                   END-READ
               END-PERFORM
               CLOSE REPORT-LIST-FILE
           END-IF.

       1250-ADD-LISTED-FILE.
           IF RL-PROGRAM-ID NOT = SPACES
                   AND RL-FILE-NAME NOT = SPACES
               IF WS-FL-NUM-ENTRY < 500
                   ADD 1 TO WS-FL-NUM-ENTRY
                   MOVE RL-PROGRAM-ID
                       TO WS-FL-PROGRAM-ID (WS-FL-NUM-ENTRY)
                   MOVE RL-REPORT-TYPE
                       TO WS-FL-REPORT-TYPE (WS-FL-NUM-ENTRY)
                   IF RL-REPORT-TYPE = SPACES
                       MOVE "RPT" TO WS-FL-REPORT-TYPE (WS-FL-NUM-ENTRY)
                   END-IF
                   MOVE RL-FILE-NAME
                       TO WS-FL-FILE-NAME (WS-FL-NUM-ENTRY)
                   MOVE "N" TO WS-FL-EXCLUDE-SW (WS-FL-NUM-ENTRY)
                   IF RL-EXCLUDE
                       MOVE "Y" TO WS-FL-EXCLUDE-SW (WS-FL-NUM-ENTRY)
                   END-IF
                   MOVE "Y" TO WS-FL-CARDED-SW (WS-FL-NUM-ENTRY)
               ELSE
                   DISPLAY "RPTLIB: report file table full (500)"
                           " - skipping " RL-FILE-NAME
               END-IF
           END-IF.

       1300-LOAD-RETENTION.
           OPEN INPUT RETENTION-FILE
           IF WS-RETENTION-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ RETENTION-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF RR-REPORT-TYPE NOT = SPACES
                                   AND RR-RETAIN-DAYS IS NUMERIC
                               PERFORM 1350-ADD-RETENTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETENTION-FILE
           END-IF.

       1350-ADD-RETENTION.
           IF WS-RT-NUM-ENTRY < 50
               ADD 1 TO WS-RT-NUM-ENTRY
               MOVE RR-REPORT-TYPE
                   TO WS-RT-REPORT-TYPE (WS-RT-NUM-ENTRY)
               MOVE RR-RETAIN-DAYS
                   TO WS-RT-RETAIN-DAYS (WS-RT-NUM-ENTRY)
           ELSE
               DISPLAY "RPTLIB: retention table full (50) - skipping "
                   RR-REPORT-TYPE
           END-IF.

      * Every run that ended since the last filing.  The SKIPPED
      * records STRMCTL writes under a skipped step's program-id are
      * not runs, and this program's own log is still open.
       2000-SCAN-AUDIT-TRAIL.
           OPEN INPUT OPS-AUDIT-FILE
           IF WS-OPSAUDIT-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ OPS-AUDIT-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF OA-END-TS >= WS-LAST-FILING-TS
                                   AND OA-ACTION-VERB NOT = "SKIPPED"
                                   AND OA-PROGRAM-ID NOT = "RPTLIB"
                                   AND OA-PROGRAM-ID NOT = SPACES
                               PERFORM 2100-NOTE-ONE-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPS-AUDIT-FILE
           ELSE
               MOVE "NO OPSAUDIT TRAIL FOUND - NOTHING TO FILE"
                   TO RPTLIB-LOG-REC
               WRITE RPTLIB-LOG-REC
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           END-IF.

       2100-NOTE-ONE-RUN.
           MOVE OA-PROGRAM-ID TO WS-LOOKUP-PROGRAM
           PERFORM 7100-FIND-PROGRAM
           IF WS-RUN-SUB = 0
               IF WS-PR-NUM-ENTRY < 200
                   ADD 1 TO WS-PR-NUM-ENTRY
                   MOVE WS-PR-NUM-ENTRY TO WS-RUN-SUB
                   MOVE OA-PROGRAM-ID TO WS-PR-PROGRAM-ID (WS-RUN-SUB)
                   MOVE 0 TO WS-PR-RUN-COUNT (WS-RUN-SUB)
                   MOVE OA-START-TS TO WS-PR-FIRST-START-TS (WS-RUN-SUB)
                   MOVE OA-RUN-ID TO WS-PR-FIRST-RUN-ID (WS-RUN-SUB)
                   MOVE OA-START-TS TO WS-PR-LAST-START-TS (WS-RUN-SUB)
                   MOVE OA-RUN-ID TO WS-PR-LAST-RUN-ID (WS-RUN-SUB)
                   MOVE OA-DBALIAS TO WS-PR-LAST-DBALIAS (WS-RUN-SUB)
               ELSE
                   DISPLAY "RPTLIB: program table full (200)"
                           " - skipping " OA-PROGRAM-ID
               END-IF
           END-IF
           IF WS-RUN-SUB > 0
               ADD 1 TO WS-PR-RUN-COUNT (WS-RUN-SUB)
               IF OA-START-TS < WS-PR-FIRST-START-TS (WS-RUN-SUB)
                   MOVE OA-START-TS TO WS-PR-FIRST-START-TS (WS-RUN-SUB)
                   MOVE OA-RUN-ID TO WS-PR-FIRST-RUN-ID (WS-RUN-SUB)
               END-IF
               IF OA-START-TS >= WS-PR-LAST-START-TS (WS-RUN-SUB)
                   MOVE OA-START-TS TO WS-PR-LAST-START-TS (WS-RUN-SUB)
                   MOVE OA-RUN-ID TO WS-PR-LAST-RUN-ID (WS-RUN-SUB)
                   MOVE OA-DBALIAS TO WS-PR-LAST-DBALIAS (WS-RUN-SUB)
               END-IF
           END-IF.

      * <program>.RPT and <program>.LOG for every program that ran,
      * unless a card already names the file.
       2500-ADD-CONVENTION-FILES.
           MOVE WS-PR-NUM-ENTRY TO WS-PROGRAM-COUNT
           PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > WS-PR-NUM-ENTRY
               MOVE SPACES TO WS-LOOKUP-FILE
               STRING WS-PR-PROGRAM-ID (WS-RUN-SUB) DELIMITED BY SPACE
                      ".RPT" DELIMITED BY SIZE
                   INTO WS-LOOKUP-FILE
               MOVE "RPT" TO WS-LOOKUP-TYPE
               PERFORM 2550-ADD-CONVENTION-FILE
               MOVE SPACES TO WS-LOOKUP-FILE
               STRING WS-PR-PROGRAM-ID (WS-RUN-SUB) DELIMITED BY SPACE
                      ".LOG" DELIMITED BY SIZE
                   INTO WS-LOOKUP-FILE
               MOVE "LOG" TO WS-LOOKUP-TYPE
               PERFORM 2550-ADD-CONVENTION-FILE
           END-PERFORM.

       2550-ADD-CONVENTION-FILE.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FL-NUM-ENTRY
               IF WS-FL-FILE-NAME (WS-SUB) = WS-LOOKUP-FILE
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = 0
               IF WS-FL-NUM-ENTRY < 500
                   ADD 1 TO WS-FL-NUM-ENTRY
                   MOVE WS-PR-PROGRAM-ID (WS-RUN-SUB)
                       TO WS-FL-PROGRAM-ID (WS-FL-NUM-ENTRY)
                   MOVE WS-LOOKUP-TYPE
                       TO WS-FL-REPORT-TYPE (WS-FL-NUM-ENTRY)
                   MOVE WS-LOOKUP-FILE
                       TO WS-FL-FILE-NAME (WS-FL-NUM-ENTRY)
                   MOVE "N" TO WS-FL-EXCLUDE-SW (WS-FL-NUM-ENTRY)
                   MOVE "N" TO WS-FL-CARDED-SW (WS-FL-NUM-ENTRY)
               ELSE
                   DISPLAY "RPTLIB: report file table full (500)"
                           " - skipping " WS-LOOKUP-FILE
               END-IF
           END-IF.

      * A file is filed only when its program ran since the last
      * filing and that run's copy is not already catalogued.
       3000-CONSIDER-ONE-FILE.
           IF NOT WS-FL-EXCLUDE (WS-FL-IDX)
               MOVE WS-FL-PROGRAM-ID (WS-FL-IDX) TO WS-LOOKUP-PROGRAM
               PERFORM 7100-FIND-PROGRAM
               IF WS-RUN-SUB > 0
                   PERFORM 3100-CHECK-ALREADY-FILED
                   IF WS-ALREADY-FILED
                       ADD 1 TO WS-DUPLICATE-COUNT
                       MOVE SPACES TO RPTLIB-LOG-REC
                       STRING "ALREADY  " WS-FL-PROGRAM-ID (WS-FL-IDX)
                              " " WS-FL-REPORT-TYPE (WS-FL-IDX)
                              " RUN=" WS-PR-LAST-START-TS (WS-RUN-SUB)
                              " - ALREADY IN THE CATALOGUE"
                           DELIMITED BY SIZE INTO RPTLIB-LOG-REC
                       WRITE RPTLIB-LOG-REC
                   ELSE
                       PERFORM 3200-FILE-ONE-REPORT
                   END-IF
               END-IF
           END-IF.

       3100-CHECK-ALREADY-FILED.
           MOVE "N" TO WS-ALREADY-FILED-SW
           MOVE WS-FL-PROGRAM-ID (WS-FL-IDX) TO RC-PROGRAM-ID
           MOVE WS-FL-REPORT-TYPE (WS-FL-IDX) TO RC-REPORT-TYPE
           MOVE WS-PR-LAST-START-TS (WS-RUN-SUB) (1:8) TO RC-RUN-DATE
           MOVE WS-PR-LAST-START-TS (WS-RUN-SUB) (9:6) TO RC-RUN-TIME
           READ REPORT-CATALOGUE-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-ALREADY-FILED-SW
           END-READ.

       3200-FILE-ONE-REPORT.
           MOVE WS-FL-FILE-NAME (WS-FL-IDX) TO WS-SOURCE-DD
           OPEN INPUT SOURCE-REPORT-FILE
           IF WS-SOURCE-STATUS NOT = "00"
               IF WS-FL-CARDED (WS-FL-IDX)
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE SPACES TO RPTLIB-LOG-REC
                   STRING "MISSING  " WS-FL-PROGRAM-ID (WS-FL-IDX)
                          " " WS-FL-REPORT-TYPE (WS-FL-IDX)
                          " FILE=" WS-SOURCE-DD
                          " STATUS=" WS-SOURCE-STATUS
                       DELIMITED BY SIZE INTO RPTLIB-LOG-REC
                   WRITE RPTLIB-LOG-REC
                   IF WS-JOB-SEVERITY < 4
                       MOVE 4 TO WS-JOB-SEVERITY
                   END-IF
               END-IF
           ELSE
               PERFORM 3300-FIND-START-LINE
               CLOSE SOURCE-REPORT-FILE
               PERFORM 3400-COPY-TO-LIBRARY
           END-IF.

      * The first line carrying the earliest run's ID starts the
      * copy; with no such line (no run header, or a report a later
      * run has rewritten) the whole file is the copy.
       3300-FIND-START-LINE.
           MOVE 1 TO WS-START-LINE
           MOVE 0 TO WS-LINE-NUMBER
           MOVE 0 TO WS-RUN-ID-LEN
           INSPECT WS-PR-FIRST-RUN-ID (WS-RUN-SUB)
               TALLYING WS-RUN-ID-LEN FOR CHARACTERS BEFORE INITIAL " "
           IF WS-RUN-ID-LEN > 0
               MOVE "N" TO WS-SOURCE-EOF-SW
               PERFORM UNTIL WS-SOURCE-EOF
                   READ SOURCE-REPORT-FILE
                       AT END MOVE "Y" TO WS-SOURCE-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-LINE-NUMBER
                           MOVE 0 TO WS-HIT-COUNT
                           INSPECT SOURCE-REPORT-REC
                               TALLYING WS-HIT-COUNT FOR ALL
                               WS-PR-FIRST-RUN-ID (WS-RUN-SUB)
                                   (1:WS-RUN-ID-LEN)
                           IF WS-HIT-COUNT > 0
                               MOVE WS-LINE-NUMBER TO WS-START-LINE
                               MOVE "Y" TO WS-SOURCE-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       3400-COPY-TO-LIBRARY.
           MOVE SPACES TO WS-MEMBER-PATH
           STRING WS-LIBRARY-DIR DELIMITED BY SPACE
                  WS-PR-LAST-START-TS (WS-RUN-SUB) (1:8) "."
                  WS-PR-LAST-START-TS (WS-RUN-SUB) (9:6) "."
                  DELIMITED BY SIZE
                  WS-FL-PROGRAM-ID (WS-FL-IDX) DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  WS-FL-REPORT-TYPE (WS-FL-IDX) DELIMITED BY SPACE
               INTO WS-MEMBER-PATH
           OPEN OUTPUT LIBRARY-MEMBER-FILE
           IF WS-MEMBER-STATUS NOT = "00"
               MOVE SPACES TO RPTLIB-LOG-REC
               STRING "FAILED   " WS-FL-PROGRAM-ID (WS-FL-IDX)
                      " " WS-FL-REPORT-TYPE (WS-FL-IDX)
                      " MEMBER=" WS-MEMBER-PATH
                      " STATUS=" WS-MEMBER-STATUS
                   DELIMITED BY SIZE INTO RPTLIB-LOG-REC
               WRITE RPTLIB-LOG-REC
               IF WS-JOB-SEVERITY < 8
                   MOVE 8 TO WS-JOB-SEVERITY
               END-IF
           ELSE
               MOVE 0 TO WS-LINE-NUMBER
               MOVE 0 TO WS-COPY-LINES
               MOVE 0 TO WS-COPY-PAGES
               MOVE WS-LINES-PER-PAGE TO WS-PAGE-LINE
               OPEN INPUT SOURCE-REPORT-FILE
               MOVE "N" TO WS-SOURCE-EOF-SW
               PERFORM UNTIL WS-SOURCE-EOF
                   READ SOURCE-REPORT-FILE
                       AT END MOVE "Y" TO WS-SOURCE-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-LINE-NUMBER
                           IF WS-LINE-NUMBER >= WS-START-LINE
                               PERFORM 3500-COPY-ONE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOURCE-REPORT-FILE
               CLOSE LIBRARY-MEMBER-FILE
               PERFORM 3600-CATALOGUE-MEMBER
           END-IF.

       3500-COPY-ONE-LINE.
           IF SOURCE-REPORT-REC (1:1) = WS-FORM-FEED
                   OR WS-PAGE-LINE >= WS-LINES-PER-PAGE
               ADD 1 TO WS-COPY-PAGES
               MOVE 0 TO WS-PAGE-LINE
           END-IF
           ADD 1 TO WS-PAGE-LINE
           ADD 1 TO WS-COPY-LINES
           MOVE SOURCE-REPORT-REC TO LIBRARY-MEMBER-REC
           WRITE LIBRARY-MEMBER-REC.

       3600-CATALOGUE-MEMBER.
           MOVE WS-FL-PROGRAM-ID (WS-FL-IDX) TO RC-PROGRAM-ID
           MOVE WS-FL-REPORT-TYPE (WS-FL-IDX) TO RC-REPORT-TYPE
           MOVE WS-PR-LAST-START-TS (WS-RUN-SUB) (1:8) TO RC-RUN-DATE
           MOVE WS-PR-LAST-START-TS (WS-RUN-SUB) (9:6) TO RC-RUN-TIME
           MOVE WS-PR-LAST-DBALIAS (WS-RUN-SUB) TO RC-DBALIAS
           MOVE WS-PR-LAST-RUN-ID (WS-RUN-SUB) TO RC-RUN-ID
           MOVE WS-PR-RUN-COUNT (WS-RUN-SUB) TO RC-RUN-COUNT
           MOVE WS-FL-FILE-NAME (WS-FL-IDX) TO RC-SOURCE-FILE
           MOVE WS-MEMBER-PATH TO RC-MEMBER-NAME
           MOVE WS-COPY-LINES TO RC-LINE-COUNT
           MOVE WS-COPY-PAGES TO RC-PAGE-COUNT
           MOVE FUNCTION CURRENT-DATE (1:14) TO RC-FILED-TS
           MOVE WS-RUN-ID TO RC-FILED-BY-RUN-ID
           MOVE WS-COPY-LINES TO WS-LINES-DISP
           MOVE WS-COPY-PAGES TO WS-PAGES-DISP
           MOVE WS-PR-RUN-COUNT (WS-RUN-SUB) TO WS-RUNS-DISP
           MOVE SPACES TO RPTLIB-LOG-REC
           WRITE REPORT-CATALOGUE-REC
               INVALID KEY
                   ADD 1 TO WS-DUPLICATE-COUNT
                   STRING "ALREADY  " RC-PROGRAM-ID " " RC-REPORT-TYPE
                          " RUN=" RC-RUN-DATE RC-RUN-TIME
                          " - CATALOGUE WRITE REFUSED STATUS="
                          WS-CATALOGUE-STATUS
                       DELIMITED BY SIZE INTO RPTLIB-LOG-REC
               NOT INVALID KEY
                   ADD 1 TO WS-FILED-COUNT
                   STRING "FILED    " RC-PROGRAM-ID " " RC-REPORT-TYPE
                          " RUN=" RC-RUN-DATE RC-RUN-TIME
                          " RUNS=" WS-RUNS-DISP
                          " LINES=" WS-LINES-DISP
                          " PAGES=" WS-PAGES-DISP
                          " " WS-MEMBER-PATH
                       DELIMITED BY SIZE INTO RPTLIB-LOG-REC
           END-WRITE
           WRITE RPTLIB-LOG-REC.

      * Each entry is measured against its type's retention as it
      * stands today, so a schedule change applies to what is
      * already in the library.
       5000-APPLY-RETENTION.
           MOVE LOW-VALUES TO RC-KEY
           MOVE "N" TO WS-CATALOGUE-EOF-SW
           START REPORT-CATALOGUE-FILE
               KEY IS >= RC-KEY
               INVALID KEY MOVE "Y" TO WS-CATALOGUE-EOF-SW
           END-START
           PERFORM UNTIL WS-CATALOGUE-EOF
               READ REPORT-CATALOGUE-FILE NEXT
                   AT END MOVE "Y" TO WS-CATALOGUE-EOF-SW
                   NOT AT END
                       PERFORM 5100-CHECK-ONE-ENTRY
               END-READ
           END-PERFORM.

       5100-CHECK-ONE-ENTRY.
           MOVE WS-DEFAULT-RETAIN-DAYS TO WS-RETAIN-DAYS
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RT-NUM-ENTRY
               IF WS-RT-REPORT-TYPE (WS-SUB) = RC-REPORT-TYPE
                   MOVE WS-RT-RETAIN-DAYS (WS-SUB) TO WS-RETAIN-DAYS
               END-IF
           END-PERFORM
           IF WS-RETAIN-DAYS > 0
                   AND RC-RUN-DATE IS NUMERIC
               MOVE RC-RUN-DATE TO WS-RUN-DATE-NUM
               COMPUTE WS-AGE-DAYS = WS-TODAY-DAY-NUM
                   - FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
               IF WS-AGE-DAYS > WS-RETAIN-DAYS
                   PERFORM 5200-PURGE-ONE-ENTRY
               END-IF
           END-IF.

      * The catalogue record goes only once the member itself has -
      * a record without its member would hide a report still on
      * disk from every later purge.
       5200-PURGE-ONE-ENTRY.
           CALL "CBL_DELETE_FILE" USING RC-MEMBER-NAME
               RETURNING WS-CALL-RC
           MOVE WS-RETAIN-DAYS TO WS-DAYS-DISP
           MOVE SPACES TO RPTLIB-LOG-REC
           IF WS-CALL-RC NOT = 0
               MOVE WS-CALL-RC TO WS-CALL-RC-DISP
               STRING "PURGE    " RC-PROGRAM-ID " " RC-REPORT-TYPE
                      " RUN=" RC-RUN-DATE RC-RUN-TIME
                      " - MEMBER DELETE FAILED RC=" WS-CALL-RC-DISP
                      " - CATALOGUE ENTRY KEPT"
                   DELIMITED BY SIZE INTO RPTLIB-LOG-REC
               WRITE RPTLIB-LOG-REC
               MOVE SPACES TO RPTLIB-LOG-REC
               STRING "         MEMBER " RC-MEMBER-NAME
                   DELIMITED BY SIZE INTO RPTLIB-LOG-REC
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           ELSE
               PERFORM 5250-DELETE-CATALOGUE-ENTRY
           END-IF
           WRITE RPTLIB-LOG-REC.

       5250-DELETE-CATALOGUE-ENTRY.
           DELETE REPORT-CATALOGUE-FILE
               INVALID KEY
                   STRING "PURGE    " RC-PROGRAM-ID " " RC-REPORT-TYPE
                          " RUN=" RC-RUN-DATE RC-RUN-TIME
                          " - CATALOGUE DELETE FAILED STATUS="
                          WS-CATALOGUE-STATUS
                       DELIMITED BY SIZE INTO RPTLIB-LOG-REC
                   IF WS-JOB-SEVERITY < 4
                       MOVE 4 TO WS-JOB-SEVERITY
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-PURGED-COUNT
                   STRING "PURGED   " RC-PROGRAM-ID " " RC-REPORT-TYPE
                          " RUN=" RC-RUN-DATE RC-RUN-TIME
                          " RETAIN=" WS-DAYS-DISP " DAYS "
                          RC-MEMBER-NAME
                       DELIMITED BY SIZE INTO RPTLIB-LOG-REC
           END-DELETE.

       7100-FIND-PROGRAM.
           MOVE 0 TO WS-RUN-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PR-NUM-ENTRY
                      OR WS-RUN-SUB > 0
               IF WS-PR-PROGRAM-ID (WS-SUB) = WS-LOOKUP-PROGRAM
                   MOVE WS-SUB TO WS-RUN-SUB
               END-IF
           END-PERFORM.

      * The mark moves to this run's start only once the catalogue
      * has been worked, so a failed night is picked up next time.
       7500-REWRITE-STATE.
           OPEN OUTPUT RPTLIB-STATE-FILE
           MOVE WS-AUDIT-START-TS TO RS-LAST-FILING-TS
           WRITE RPTLIB-STATE-REC
           CLOSE RPTLIB-STATE-FILE.

       8000-WRITE-TOTALS.
           MOVE SPACES TO RPTLIB-LOG-REC
           STRING "REPORT LIBRARY TOTALS  PROGRAMS=" WS-PROGRAM-COUNT
                  " FILED=" WS-FILED-COUNT
                  " ALREADY=" WS-DUPLICATE-COUNT
                  " MISSING=" WS-MISSING-COUNT
                  " PURGED=" WS-PURGED-COUNT
               DELIMITED BY SIZE INTO RPTLIB-LOG-REC
           WRITE RPTLIB-LOG-REC.

       9000-TERMINATE.
           CLOSE RPTLIB-LOG-FILE.

       9500-WRITE-AUDIT-RECORD.
           OPEN EXTEND OPS-AUDIT-FILE
           IF WS-OPSAUDIT-STATUS = "35"
               CLOSE OPS-AUDIT-FILE
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "RPTLIB" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS
           MOVE "RPTFILE" TO OA-ACTION-VERB
           MOVE WS-FILED-COUNT TO OA-KEY-COUNT-1
           MOVE WS-PURGED-COUNT TO OA-KEY-COUNT-2
           MOVE 0 TO OA-FINAL-SQLCODE
           WRITE OPS-AUDIT-REC
           CLOSE OPS-AUDIT-FILE.

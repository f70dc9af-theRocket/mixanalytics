      ******************************************************************
      *
      * Program: SCHDFCST
      *
      * Function: Forward schedule versus blackout conflict forecast,
      *           for the weekly change board.  CALWINCK makes the
      *           calendar-gated drivers refuse to launch inside a
      *           blackout, and SCHEDCHK only finds the missed run the
      *           morning after; this report looks ahead instead.  It
      *           expands every SCHEDEXP.DAT expectation (see
      *           schedexp.cpy - nightly, weekly on its day, or every
      *           N minutes from its first launch) across the next
      *           30 days and tests each projected launch against the
      *           MNTCAL.DAT maintenance, blackout and month-end
      *           entries for its alias, by the same rules CALWINCK
      *           applies at launch time: estate-wide entries cover
      *           every alias, a blackout beats a maintenance window,
      *           and a window whose end is earlier than its start
      *           spans midnight.
      *
      *           Only the calendar-governed drivers are projected -
      *           the CALWINCK-gated ones (ARCPURGE, BKRECON, CFGDEPLY,
      *           HADRROLL, REORGQMG, RUNSTSCH), whose launch in a
      *           freeze is REFUSED, and TSINSPCT, which operations
      *           HOLDS through a freeze.  Consecutive launches with
      *           the same outcome are listed as one line (first and
      *           last launch, count): every launch that will be
      *           refused or held, and every one that will run
      *           OUTSIDE any declared window.
      *
      *           For the backup (BKRECON), inspection (TSINSPCT) and
      *           runstats (RUNSTSCH) cadences it also tracks the
      *           longest stretch between launches that will actually
      *           run, counting from now to the end of the horizon,
      *           and flags every expectation whose longest stretch
      *           exceeds the cadence limit - e.g. a month-end freeze
      *           that swallows two weekly TSINSPCT sweeps.  Horizon
      *           and limit come from SCHDFCST.CFG (30 and 10 days by
      *           default).  Refused or held launches and cadence
      *           breaks end the run with RC 4.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHDFCST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-EXPECT-FILE ASSIGN TO WS-EXPECT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPECT-STATUS.
           SELECT MAINT-CALENDAR-FILE ASSIGN TO WS-CALENDAR-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT FORECAST-CONFIG-FILE ASSIGN TO WS-CONFIG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT FORECAST-REPORT-FILE ASSIGN TO WS-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT OPS-AUDIT-FILE ASSIGN TO WS-OPSAUDIT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-EXPECT-FILE
           RECORDING MODE IS F.
           COPY "schedexp.cpy".

       FD  MAINT-CALENDAR-FILE
           RECORDING MODE IS F.
           COPY "mntcal.cpy".

       FD  FORECAST-CONFIG-FILE
           RECORDING MODE IS F.
       01  FORECAST-CONFIG-REC.
           05 FC-HORIZON-DAYS         PIC 9(3).
           05 FC-CADENCE-LIMIT-DAYS   PIC 9(3).

       FD  FORECAST-REPORT-FILE
           RECORDING MODE IS F.
       01  FORECAST-REPORT-REC        PIC X(132).

       FD  OPS-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "opsaudit.cpy".

       WORKING-STORAGE SECTION.
       01  WS-EXPECT-DD               PIC X(40) VALUE "SCHEDEXP.DAT".
       01  WS-CALENDAR-DD             PIC X(40) VALUE "MNTCAL.DAT".
       01  WS-CONFIG-DD               PIC X(40) VALUE "SCHDFCST.CFG".
       01  WS-REPORT-DD               PIC X(40) VALUE "SCHDFCST.RPT".

       01  WS-EXPECT-STATUS           PIC XX.
       01  WS-CALENDAR-STATUS         PIC XX.
       01  WS-CONFIG-STATUS           PIC XX.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-EOF-SW                  PIC X     VALUE "N".
           88 WS-EOF                  VALUE "Y".

       01  WS-HORIZON-DAYS            PIC 9(3)  VALUE 30.
       01  WS-CADENCE-LIMIT-DAYS      PIC 9(3)  VALUE 10.

      * The calendar-governed drivers: G = CALWINCK-gated, the launch
      * is refused in a freeze; H = held by operations through a
      * freeze.  The family letter marks the cadences watched for
      * breaks - B backup, I inspection, R runstats.
       01  WS-UTILITY-VALUES.
           05 FILLER                  PIC X(10) VALUE "ARCPURGEG ".
           05 FILLER                  PIC X(10) VALUE "BKRECON GB".
           05 FILLER                  PIC X(10) VALUE "CFGDEPLYG ".
           05 FILLER                  PIC X(10) VALUE "HADRROLLG ".
           05 FILLER                  PIC X(10) VALUE "REORGQMGG ".
           05 FILLER                  PIC X(10) VALUE "RUNSTSCHGR".
           05 FILLER                  PIC X(10) VALUE "TSINSPCTHI".
       01  WS-UTILITY-TABLE REDEFINES WS-UTILITY-VALUES.
           05 WS-UT-ENTRY OCCURS 7 TIMES.
               10 WS-UT-PROGRAM-ID    PIC X(8).
               10 WS-UT-CONTROL       PIC X.
                  88 WS-UT-GATED      VALUE "G".
               10 WS-UT-FAMILY        PIC X.
       01  WS-UT-SUB                  PIC 9(4)  VALUE 0.
       01  WS-UT-FOUND                PIC 9(4)  VALUE 0.

      * Calendar entries - capped OCCURS 200, the bound this shop
      * puts on any table loaded from an operator-maintained file.
       01  WS-CAL-TABLE.
           05 WS-CAL-NUM-ENTRY        PIC 9(4)  COMP-5 VALUE 0.
           05 WS-CAL-ENTRY OCCURS 200 TIMES INDEXED BY WS-CAL-IDX.
               10 WS-CAL-DBALIAS      PIC X(8).
               10 WS-CAL-WINDOW-TYPE  PIC X.
               10 WS-CAL-RECUR        PIC X.
               10 WS-CAL-DAY-OF-WEEK  PIC 9.
               10 WS-CAL-ONEOFF-DATE  PIC X(8).
               10 WS-CAL-START-HHMM   PIC 9(4).
               10 WS-CAL-END-HHMM     PIC 9(4).

       01  WS-EXPECT-TABLE.
           05 WS-EX-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-EX-ENTRY OCCURS 200 TIMES INDEXED BY WS-EX-IDX.
               10 WS-EX-PROGRAM-ID    PIC X(8).
               10 WS-EX-DBALIAS       PIC X(8).
               10 WS-EX-FREQUENCY     PIC X.
               10 WS-EX-EVERY-MINUTES PIC 9(5).
               10 WS-EX-RUN-HHMM      PIC X(4).
               10 WS-EX-RUN-DOW       PIC X.
       01  WS-EX-SUB                  PIC 9(4)  VALUE 0.
       01  WS-PLACEABLE-SW            PIC X     VALUE "Y".
           88 WS-PLACEABLE            VALUE "Y".

      * Cadence breaks, held until the conflict listing is done.
       01  WS-BREAK-TABLE.
           05 WS-BRK-NUM-ENTRY        PIC 9(4)  COMP-5 VALUE 0.
           05 WS-BRK-ENTRY OCCURS 200 TIMES INDEXED BY WS-BRK-IDX.
               10 WS-BRK-LINE         PIC X(132).

      * The launch being tested and the day it falls on.
       01  WS-DAY-OFFSET              PIC 9(4)  VALUE 0.
       01  WS-DAY-JULIAN              PIC S9(9) VALUE 0.
       01  WS-DAY-DATE-NUM            PIC 9(8)  VALUE 0.
       01  WS-DAY-DATE                PIC X(8)  VALUE SPACES.
       01  WS-DAY-DOW                 PIC 9     VALUE 0.
       01  WS-YDAY-DATE-NUM           PIC 9(8)  VALUE 0.
       01  WS-YDAY-DATE               PIC X(8)  VALUE SPACES.
       01  WS-YDAY-DOW                PIC 9     VALUE 0.
       01  WS-RUN-HHMM                PIC 9(4)  VALUE 0.
       01  WS-RUN-HH                  PIC 9(2)  VALUE 0.
       01  WS-RUN-MM                  PIC 9(2)  VALUE 0.
       01  WS-RUN-MIN-OF-DAY          PIC 9(5)  VALUE 0.
       01  WS-RUN-MINUTES             PIC S9(12) VALUE 0.
       01  WS-RUN-DOW                 PIC 9     VALUE 0.
       01  WS-EVERY-MINUTES           PIC 9(5)  VALUE 0.

      * Calendar verdict for one launch, as CALWINCK renders it.
       01  WS-VERDICT                 PIC X     VALUE SPACE.
       01  WS-BLACKOUT-TYPE           PIC X     VALUE SPACE.
       01  WS-ENTRY-APPLIES-SW        PIC X.
           88 WS-ENTRY-APPLIES        VALUE "Y".
       01  WS-IN-WINDOW-SW            PIC X.
           88 WS-IN-WINDOW            VALUE "Y".
       01  WS-MAINT-HIT-SW            PIC X     VALUE "N".
           88 WS-MAINT-HIT            VALUE "Y".
       01  WS-BLACKOUT-HIT-SW         PIC X     VALUE "N".
           88 WS-BLACKOUT-HIT         VALUE "Y".

      * The run of consecutive launches with the same outcome -
      * kind B (blackout, type B or E) or O (outside every window).
       01  WS-STREAK-KIND             PIC X     VALUE SPACE.
       01  WS-STREAK-TYPE             PIC X     VALUE SPACE.
       01  WS-STREAK-FIRST-MIN        PIC S9(12) VALUE 0.
       01  WS-STREAK-LAST-MIN         PIC S9(12) VALUE 0.
       01  WS-STREAK-COUNT            PIC 9(7)  VALUE 0.
       01  WS-NEW-KIND                PIC X     VALUE SPACE.
       01  WS-NEW-TYPE                PIC X     VALUE SPACE.

      * Longest stretch between launches that will run.
       01  WS-LAST-RUN-MIN            PIC S9(12) VALUE 0.
       01  WS-GAP-MINUTES             PIC S9(12) VALUE 0.
       01  WS-MAX-GAP-MINUTES         PIC S9(12) VALUE 0.
       01  WS-MAX-GAP-FROM-MIN        PIC S9(12) VALUE 0.
       01  WS-MAX-GAP-TO-MIN          PIC S9(12) VALUE 0.
       01  WS-LIMIT-MINUTES           PIC S9(12) VALUE 0.
       01  WS-GAP-DAYS                PIC 9(5)V9 VALUE 0.
       01  WS-GAP-DAYS-DISP           PIC ZZZZ9.9.
       01  WS-FAMILY-NAME             PIC X(10) VALUE SPACES.

       01  WS-NOW-TS                  PIC X(14) VALUE SPACES.
       01  WS-NOW-MINUTES             PIC S9(12) VALUE 0.
       01  WS-NOW-JULIAN              PIC S9(9) VALUE 0.
       01  WS-HORIZON-END-MIN         PIC S9(12) VALUE 0.

      * Minutes to yyyymmddhhmm and back, through INTEGER-OF-DATE /
      * DATE-OF-INTEGER as SCHEDCHK counts minutes.
       01  WS-TS-DATE-NUM             PIC 9(8)  VALUE 0.
       01  WS-TS-JULIAN               PIC S9(9) VALUE 0.
       01  WS-TS-HH                   PIC 9(2)  VALUE 0.
       01  WS-TS-MM                   PIC 9(2)  VALUE 0.
       01  WS-TS-DAY-MINUTES          PIC S9(9) VALUE 0.
       01  WS-TS-TOTAL-MINUTES        PIC S9(12) VALUE 0.
       01  WS-TS-TEXT                 PIC X(12) VALUE SPACES.
       01  WS-FIRST-TS-TEXT           PIC X(12) VALUE SPACES.
       01  WS-LAST-TS-TEXT            PIC X(12) VALUE SPACES.

       01  WS-SUB                     PIC 9(4)  VALUE 0.
       01  WS-EXPECTED-COUNT          PIC 9(9)  VALUE 0.
       01  WS-FORECAST-COUNT          PIC 9(9)  VALUE 0.
       01  WS-REFUSED-COUNT           PIC 9(9)  VALUE 0.
       01  WS-HELD-COUNT              PIC 9(9)  VALUE 0.
       01  WS-OUTSIDE-COUNT           PIC 9(9)  VALUE 0.
       01  WS-BREAK-COUNT             PIC 9(9)  VALUE 0.
       01  WS-UNGOVERNED-COUNT        PIC 9(9)  VALUE 0.
       01  WS-CONFLICT-COUNT          PIC 9(9)  VALUE 0.
       01  WS-STREAK-COUNT-DISP       PIC Z(6)9.
       01  WS-HORIZON-DISP            PIC ZZ9.
       01  WS-LIMIT-DISP              PIC ZZ9.
       01  WS-VERDICT-TEXT            PIC X(16) VALUE SPACES.
       01  WS-REASON-TEXT             PIC X(30) VALUE SPACES.

       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "SCHDFCST".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.

      * Scheduler return-code severity for this run: 0 clean, 4
      * warnings, 8 check failed / do not proceed, 12 driver
      * failed - the suite-wide condition-code convention.
       01  WS-JOB-SEVERITY            PIC 9(2)  VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-CALENDAR
           PERFORM 1500-LOAD-EXPECTATIONS
           PERFORM 2000-FORECAST-ALL-EXPECTATIONS
           PERFORM 7000-WRITE-CADENCE-BREAKS
           PERFORM 8000-WRITE-TOTALS
           PERFORM 9500-WRITE-AUDIT-RECORD
           PERFORM 9000-TERMINATE
           MOVE WS-JOB-SEVERITY TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-START-TS
           CALL "RUNCORID" USING BY REFERENCE WS-RUN-PROGRAM-ID
                                 BY REFERENCE WS-RUN-ID
           MOVE WS-AUDIT-START-TS TO WS-NOW-TS
           OPEN INPUT FORECAST-CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               READ FORECAST-CONFIG-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF FC-HORIZON-DAYS > 0
                           MOVE FC-HORIZON-DAYS TO WS-HORIZON-DAYS
                       END-IF
                       IF FC-CADENCE-LIMIT-DAYS > 0
                           MOVE FC-CADENCE-LIMIT-DAYS
                               TO WS-CADENCE-LIMIT-DAYS
                       END-IF
               END-READ
               CLOSE FORECAST-CONFIG-FILE
           END-IF
           MOVE WS-NOW-TS (1:8) TO WS-TS-DATE-NUM
           COMPUTE WS-NOW-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-TS-DATE-NUM)
           MOVE WS-NOW-TS (9:2) TO WS-TS-HH
           MOVE WS-NOW-TS (11:2) TO WS-TS-MM
           COMPUTE WS-NOW-MINUTES =
               WS-NOW-JULIAN * 1440 + WS-TS-HH * 60 + WS-TS-MM
           COMPUTE WS-HORIZON-END-MIN =
               WS-NOW-MINUTES + WS-HORIZON-DAYS * 1440
           COMPUTE WS-LIMIT-MINUTES = WS-CADENCE-LIMIT-DAYS * 1440

           OPEN OUTPUT FORECAST-REPORT-FILE
           MOVE WS-HORIZON-DAYS TO WS-HORIZON-DISP
           MOVE WS-CADENCE-LIMIT-DAYS TO WS-LIMIT-DISP
           MOVE SPACES TO FORECAST-REPORT-REC
           STRING "SCHEDULE VS BLACKOUT FORECAST  RUN=" WS-NOW-TS
                  "  HORIZON=" WS-HORIZON-DISP " DAYS"
                  "  CADENCE LIMIT=" WS-LIMIT-DISP " DAYS"
                  "  RUN ID=" WS-RUN-ID
               DELIMITED BY SIZE INTO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           MOVE SPACES TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           MOVE "LAUNCH CONFLICTS" TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           MOVE SPACES TO FORECAST-REPORT-REC
           STRING "PROGRAM  ALIAS    OUTCOME          FIRST LAUNCH"
                  "  LAST LAUNCH      LAUNCHES  CALENDAR"
               DELIMITED BY SIZE INTO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC.

       1200-LOAD-CALENDAR.
           OPEN INPUT MAINT-CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ MAINT-CALENDAR-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 1250-STORE-ONE-WINDOW
                   END-READ
               END-PERFORM
               CLOSE MAINT-CALENDAR-FILE
           ELSE
               MOVE SPACES TO FORECAST-REPORT-REC
               STRING "NO MNTCAL.DAT - EVERY LAUNCH FORECAST AS "
                      "OUTSIDE ANY DECLARED WINDOW"
                   DELIMITED BY SIZE INTO FORECAST-REPORT-REC
               WRITE FORECAST-REPORT-REC
           END-IF.

       1250-STORE-ONE-WINDOW.
           IF WS-CAL-NUM-ENTRY < 200
               ADD 1 TO WS-CAL-NUM-ENTRY
               SET WS-CAL-IDX TO WS-CAL-NUM-ENTRY
               MOVE MC-DBALIAS TO WS-CAL-DBALIAS (WS-CAL-IDX)
               MOVE MC-WINDOW-TYPE TO WS-CAL-WINDOW-TYPE (WS-CAL-IDX)
               MOVE MC-RECUR TO WS-CAL-RECUR (WS-CAL-IDX)
               MOVE MC-DAY-OF-WEEK TO WS-CAL-DAY-OF-WEEK (WS-CAL-IDX)
               MOVE MC-ONEOFF-DATE TO WS-CAL-ONEOFF-DATE (WS-CAL-IDX)
               MOVE MC-START-HHMM TO WS-CAL-START-HHMM (WS-CAL-IDX)
               MOVE MC-END-HHMM TO WS-CAL-END-HHMM (WS-CAL-IDX)
           ELSE
               DISPLAY "SCHDFCST: calendar table full (200) - "
                   "skipping " MC-DBALIAS " " MC-WINDOW-TYPE
           END-IF.

       1500-LOAD-EXPECTATIONS.
           OPEN INPUT SCHEDULE-EXPECT-FILE
           IF WS-EXPECT-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ SCHEDULE-EXPECT-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 1550-STORE-ONE-EXPECTATION
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-EXPECT-FILE
           ELSE
               MOVE "NO SCHEDULE-EXPECTATION FILE - NOTHING FORECAST"
                   TO FORECAST-REPORT-REC
               WRITE FORECAST-REPORT-REC
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           END-IF.

       1550-STORE-ONE-EXPECTATION.
           IF WS-EX-NUM-ENTRY < 200
               ADD 1 TO WS-EX-NUM-ENTRY
               ADD 1 TO WS-EXPECTED-COUNT
               SET WS-EX-IDX TO WS-EX-NUM-ENTRY
               MOVE SE-PROGRAM-ID TO WS-EX-PROGRAM-ID (WS-EX-IDX)
               MOVE SE-DBALIAS TO WS-EX-DBALIAS (WS-EX-IDX)
               MOVE SE-FREQUENCY TO WS-EX-FREQUENCY (WS-EX-IDX)
               MOVE SE-EVERY-MINUTES
                   TO WS-EX-EVERY-MINUTES (WS-EX-IDX)
               MOVE SCHEDULE-EXPECT-REC (23:4)
                   TO WS-EX-RUN-HHMM (WS-EX-IDX)
               MOVE SCHEDULE-EXPECT-REC (27:1)
                   TO WS-EX-RUN-DOW (WS-EX-IDX)
           ELSE
               DISPLAY "SCHDFCST: expectation table full (200) - "
                   "skipping " SE-PROGRAM-ID
           END-IF.

       2000-FORECAST-ALL-EXPECTATIONS.
           PERFORM VARYING WS-EX-SUB FROM 1 BY 1
                   UNTIL WS-EX-SUB > WS-EX-NUM-ENTRY
               MOVE 0 TO WS-UT-FOUND
               PERFORM VARYING WS-UT-SUB FROM 1 BY 1
                       UNTIL WS-UT-SUB > 7
                   IF WS-UT-PROGRAM-ID (WS-UT-SUB)
                           = WS-EX-PROGRAM-ID (WS-EX-SUB)
                       MOVE WS-UT-SUB TO WS-UT-FOUND
                   END-IF
               END-PERFORM
               IF WS-UT-FOUND = 0
                   ADD 1 TO WS-UNGOVERNED-COUNT
               ELSE
                   PERFORM 2100-FORECAST-ONE-EXPECTATION
               END-IF
           END-PERFORM.

      * An entry written before the launch time was carried - or with
      * a weekly day outside 1-7 - cannot be placed on the calendar
      * and is listed rather than guessed at.
       2100-FORECAST-ONE-EXPECTATION.
           MOVE "Y" TO WS-PLACEABLE-SW
           IF WS-EX-RUN-HHMM (WS-EX-SUB) NOT NUMERIC
               MOVE "N" TO WS-PLACEABLE-SW
               MOVE SPACES TO FORECAST-REPORT-REC
               STRING WS-EX-PROGRAM-ID (WS-EX-SUB)
                      " " WS-EX-DBALIAS (WS-EX-SUB)
                      " NO LAUNCH TIME ON SCHEDEXP.DAT - NOT FORECAST"
                   DELIMITED BY SIZE INTO FORECAST-REPORT-REC
               WRITE FORECAST-REPORT-REC
           ELSE
               IF WS-EX-FREQUENCY (WS-EX-SUB) = "W"
                   AND (WS-EX-RUN-DOW (WS-EX-SUB) < "1"
                        OR WS-EX-RUN-DOW (WS-EX-SUB) > "7")
                   MOVE "N" TO WS-PLACEABLE-SW
                   MOVE SPACES TO FORECAST-REPORT-REC
                   STRING WS-EX-PROGRAM-ID (WS-EX-SUB)
                          " " WS-EX-DBALIAS (WS-EX-SUB)
                          " WEEKLY WITH NO LAUNCH DAY - NOT FORECAST"
                       DELIMITED BY SIZE INTO FORECAST-REPORT-REC
                   WRITE FORECAST-REPORT-REC
               END-IF
           END-IF
           IF WS-PLACEABLE
               PERFORM 2150-PROJECT-EXPECTATION
           END-IF.

       2150-PROJECT-EXPECTATION.
           IF WS-EX-FREQUENCY (WS-EX-SUB) = "W"
               MOVE WS-EX-RUN-DOW (WS-EX-SUB) TO WS-RUN-DOW
           END-IF
           MOVE WS-EX-EVERY-MINUTES (WS-EX-SUB) TO WS-EVERY-MINUTES
           MOVE SPACE TO WS-STREAK-KIND
           MOVE SPACE TO WS-STREAK-TYPE
           MOVE 0 TO WS-STREAK-COUNT
           MOVE WS-NOW-MINUTES TO WS-LAST-RUN-MIN
           MOVE 0 TO WS-MAX-GAP-MINUTES
           PERFORM VARYING WS-DAY-OFFSET FROM 0 BY 1
                   UNTIL WS-DAY-OFFSET > WS-HORIZON-DAYS
               PERFORM 2200-FORECAST-ONE-DAY
           END-PERFORM
           PERFORM 2400-FLUSH-STREAK
           IF WS-UT-FAMILY (WS-UT-FOUND) NOT = SPACE
               COMPUTE WS-GAP-MINUTES =
                   WS-HORIZON-END-MIN - WS-LAST-RUN-MIN
               IF WS-GAP-MINUTES > WS-MAX-GAP-MINUTES
                   MOVE WS-GAP-MINUTES TO WS-MAX-GAP-MINUTES
                   MOVE WS-LAST-RUN-MIN TO WS-MAX-GAP-FROM-MIN
                   MOVE WS-HORIZON-END-MIN TO WS-MAX-GAP-TO-MIN
               END-IF
               IF WS-MAX-GAP-MINUTES > WS-LIMIT-MINUTES
                   PERFORM 2500-RECORD-CADENCE-BREAK
               END-IF
           END-IF.

       2200-FORECAST-ONE-DAY.
           MOVE WS-EX-RUN-HHMM (WS-EX-SUB) TO WS-RUN-HHMM
           COMPUTE WS-DAY-JULIAN = WS-NOW-JULIAN + WS-DAY-OFFSET
           COMPUTE WS-DAY-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-DAY-JULIAN)
           MOVE WS-DAY-DATE-NUM TO WS-DAY-DATE
           COMPUTE WS-DAY-DOW =
               FUNCTION MOD (WS-DAY-JULIAN - 1, 7) + 1
           COMPUTE WS-YDAY-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-DAY-JULIAN - 1)
           MOVE WS-YDAY-DATE-NUM TO WS-YDAY-DATE
           COMPUTE WS-YDAY-DOW =
               FUNCTION MOD (WS-DAY-JULIAN - 2, 7) + 1
           DIVIDE WS-RUN-HHMM BY 100
               GIVING WS-RUN-HH REMAINDER WS-RUN-MM
           COMPUTE WS-RUN-MIN-OF-DAY = WS-RUN-HH * 60 + WS-RUN-MM
           EVALUATE WS-EX-FREQUENCY (WS-EX-SUB)
               WHEN "W"
                   IF WS-DAY-DOW = WS-RUN-DOW
                       PERFORM 2300-FORECAST-ONE-LAUNCH
                   END-IF
               WHEN "M"
                   IF WS-EVERY-MINUTES = 0
                       PERFORM 2300-FORECAST-ONE-LAUNCH
                   ELSE
                       PERFORM UNTIL WS-RUN-MIN-OF-DAY >= 1440
                           PERFORM 2300-FORECAST-ONE-LAUNCH
                           ADD WS-EVERY-MINUTES TO WS-RUN-MIN-OF-DAY
                       END-PERFORM
                   END-IF
               WHEN OTHER
                   PERFORM 2300-FORECAST-ONE-LAUNCH
           END-EVALUATE.

       2300-FORECAST-ONE-LAUNCH.
           COMPUTE WS-RUN-MINUTES =
               WS-DAY-JULIAN * 1440 + WS-RUN-MIN-OF-DAY
           IF WS-RUN-MINUTES >= WS-NOW-MINUTES
                   AND WS-RUN-MINUTES < WS-HORIZON-END-MIN
               PERFORM 2350-TEST-ONE-LAUNCH
           END-IF.

       2350-TEST-ONE-LAUNCH.
           ADD 1 TO WS-FORECAST-COUNT
           DIVIDE WS-RUN-MIN-OF-DAY BY 60
               GIVING WS-RUN-HH REMAINDER WS-RUN-MM
           COMPUTE WS-RUN-HHMM = WS-RUN-HH * 100 + WS-RUN-MM
           PERFORM 2600-CHECK-CALENDAR
           MOVE SPACE TO WS-NEW-TYPE
           EVALUATE WS-VERDICT
               WHEN "B"
                   MOVE "B" TO WS-NEW-KIND
                   MOVE WS-BLACKOUT-TYPE TO WS-NEW-TYPE
                   IF WS-UT-GATED (WS-UT-FOUND)
                       ADD 1 TO WS-REFUSED-COUNT
                   ELSE
                       ADD 1 TO WS-HELD-COUNT
                   END-IF
               WHEN "O"
                   MOVE "O" TO WS-NEW-KIND
                   ADD 1 TO WS-OUTSIDE-COUNT
               WHEN OTHER
                   MOVE SPACE TO WS-NEW-KIND
           END-EVALUATE
           IF WS-NEW-KIND NOT = WS-STREAK-KIND
                   OR WS-NEW-TYPE NOT = WS-STREAK-TYPE
               PERFORM 2400-FLUSH-STREAK
               MOVE WS-NEW-KIND TO WS-STREAK-KIND
               MOVE WS-NEW-TYPE TO WS-STREAK-TYPE
               MOVE WS-RUN-MINUTES TO WS-STREAK-FIRST-MIN
               MOVE 0 TO WS-STREAK-COUNT
           END-IF
           ADD 1 TO WS-STREAK-COUNT
           MOVE WS-RUN-MINUTES TO WS-STREAK-LAST-MIN
           IF WS-NEW-KIND NOT = "B"
               COMPUTE WS-GAP-MINUTES =
                   WS-RUN-MINUTES - WS-LAST-RUN-MIN
               IF WS-GAP-MINUTES > WS-MAX-GAP-MINUTES
                   MOVE WS-GAP-MINUTES TO WS-MAX-GAP-MINUTES
                   MOVE WS-LAST-RUN-MIN TO WS-MAX-GAP-FROM-MIN
                   MOVE WS-RUN-MINUTES TO WS-MAX-GAP-TO-MIN
               END-IF
               MOVE WS-RUN-MINUTES TO WS-LAST-RUN-MIN
           END-IF.

      * Launches inside a maintenance window are what the calendar is
      * for and are not listed; a streak of refused, held or outside
      * launches becomes one report line.
       2400-FLUSH-STREAK.
           IF WS-STREAK-KIND NOT = SPACE AND WS-STREAK-COUNT > 0
               PERFORM 2450-WRITE-STREAK-LINE
           END-IF
           MOVE 0 TO WS-STREAK-COUNT.

       2450-WRITE-STREAK-LINE.
           MOVE WS-STREAK-FIRST-MIN TO WS-TS-TOTAL-MINUTES
           PERFORM 8850-MINUTES-TO-TS
           MOVE WS-TS-TEXT TO WS-FIRST-TS-TEXT
           MOVE WS-STREAK-LAST-MIN TO WS-TS-TOTAL-MINUTES
           PERFORM 8850-MINUTES-TO-TS
           MOVE WS-TS-TEXT TO WS-LAST-TS-TEXT
           MOVE WS-STREAK-COUNT TO WS-STREAK-COUNT-DISP
           IF WS-STREAK-KIND = "B"
               ADD 1 TO WS-CONFLICT-COUNT
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
               IF WS-UT-GATED (WS-UT-FOUND)
                   MOVE "*** REFUSED" TO WS-VERDICT-TEXT
               ELSE
                   MOVE "*** HELD" TO WS-VERDICT-TEXT
               END-IF
               IF WS-STREAK-TYPE = "E"
                   MOVE "MONTH-END CLOSE" TO WS-REASON-TEXT
               ELSE
                   MOVE "BLACKOUT / CHANGE FREEZE" TO WS-REASON-TEXT
               END-IF
           ELSE
               MOVE "OUTSIDE WINDOW" TO WS-VERDICT-TEXT
               MOVE "NO DECLARED WINDOW" TO WS-REASON-TEXT
           END-IF
           MOVE SPACES TO FORECAST-REPORT-REC
           STRING WS-EX-PROGRAM-ID (WS-EX-SUB)
                  " " WS-EX-DBALIAS (WS-EX-SUB)
                  " " WS-VERDICT-TEXT
                  " " WS-FIRST-TS-TEXT
                  "  " WS-LAST-TS-TEXT
                  " " WS-STREAK-COUNT-DISP
                  "  " WS-REASON-TEXT
               DELIMITED BY SIZE INTO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC.

       2500-RECORD-CADENCE-BREAK.
           ADD 1 TO WS-BREAK-COUNT
           IF WS-JOB-SEVERITY < 4
               MOVE 4 TO WS-JOB-SEVERITY
           END-IF
           EVALUATE WS-UT-FAMILY (WS-UT-FOUND)
               WHEN "B"
                   MOVE "BACKUP" TO WS-FAMILY-NAME
               WHEN "I"
                   MOVE "INSPECTION" TO WS-FAMILY-NAME
               WHEN OTHER
                   MOVE "RUNSTATS" TO WS-FAMILY-NAME
           END-EVALUATE
           COMPUTE WS-GAP-DAYS ROUNDED = WS-MAX-GAP-MINUTES / 1440
           MOVE WS-GAP-DAYS TO WS-GAP-DAYS-DISP
           MOVE WS-MAX-GAP-FROM-MIN TO WS-TS-TOTAL-MINUTES
           PERFORM 8850-MINUTES-TO-TS
           MOVE WS-TS-TEXT TO WS-FIRST-TS-TEXT
           MOVE WS-MAX-GAP-TO-MIN TO WS-TS-TOTAL-MINUTES
           PERFORM 8850-MINUTES-TO-TS
           MOVE WS-TS-TEXT TO WS-LAST-TS-TEXT
           IF WS-BRK-NUM-ENTRY < 200
               ADD 1 TO WS-BRK-NUM-ENTRY
               SET WS-BRK-IDX TO WS-BRK-NUM-ENTRY
               MOVE SPACES TO WS-BRK-LINE (WS-BRK-IDX)
               STRING "*** " WS-FAMILY-NAME
                      " " WS-EX-PROGRAM-ID (WS-EX-SUB)
                      " " WS-EX-DBALIAS (WS-EX-SUB)
                      " NO LAUNCH FOR " WS-GAP-DAYS-DISP " DAYS"
                      " FROM " WS-FIRST-TS-TEXT
                      " TO " WS-LAST-TS-TEXT
                      " - LIMIT " WS-LIMIT-DISP
                   DELIMITED BY SIZE INTO WS-BRK-LINE (WS-BRK-IDX)
           ELSE
               DISPLAY "SCHDFCST: cadence break table full (200) - "
                   "skipping " WS-EX-PROGRAM-ID (WS-EX-SUB)
           END-IF.

      * CALWINCK's rules for an arbitrary launch day and time instead
      * of "now": a blackout hit wins over a maintenance hit, spaces
      * alias entries cover the estate, and the small-hours side of
      * a midnight-spanning window belongs to the day it started.
       2600-CHECK-CALENDAR.
           MOVE "N" TO WS-MAINT-HIT-SW
           MOVE "N" TO WS-BLACKOUT-HIT-SW
           MOVE SPACE TO WS-BLACKOUT-TYPE
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-NUM-ENTRY
               IF WS-CAL-DBALIAS (WS-CAL-IDX) = SPACES
                       OR WS-CAL-DBALIAS (WS-CAL-IDX)
                           = WS-EX-DBALIAS (WS-EX-SUB)
                   PERFORM 2650-EVALUATE-ONE-WINDOW
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-BLACKOUT-HIT
                   MOVE "B" TO WS-VERDICT
               WHEN WS-MAINT-HIT
                   MOVE "M" TO WS-VERDICT
               WHEN OTHER
                   MOVE "O" TO WS-VERDICT
           END-EVALUATE.

       2650-EVALUATE-ONE-WINDOW.
           MOVE "N" TO WS-IN-WINDOW-SW
           MOVE "N" TO WS-ENTRY-APPLIES-SW
           EVALUATE WS-CAL-RECUR (WS-CAL-IDX)
               WHEN "D"
                   MOVE "Y" TO WS-ENTRY-APPLIES-SW
               WHEN "W"
                   IF WS-CAL-DAY-OF-WEEK (WS-CAL-IDX) = WS-DAY-DOW
                       MOVE "Y" TO WS-ENTRY-APPLIES-SW
                   END-IF
               WHEN "O"
                   IF WS-CAL-ONEOFF-DATE (WS-CAL-IDX) = WS-DAY-DATE
                       MOVE "Y" TO WS-ENTRY-APPLIES-SW
                   END-IF
           END-EVALUATE
           IF WS-ENTRY-APPLIES
               IF WS-CAL-END-HHMM (WS-CAL-IDX)
                       >= WS-CAL-START-HHMM (WS-CAL-IDX)
                   IF WS-RUN-HHMM >= WS-CAL-START-HHMM (WS-CAL-IDX)
                       AND WS-RUN-HHMM <= WS-CAL-END-HHMM (WS-CAL-IDX)
                       MOVE "Y" TO WS-IN-WINDOW-SW
                   END-IF
               ELSE
                   IF WS-RUN-HHMM >= WS-CAL-START-HHMM (WS-CAL-IDX)
                       MOVE "Y" TO WS-IN-WINDOW-SW
                   END-IF
               END-IF
           END-IF
           IF NOT WS-IN-WINDOW
                   AND WS-CAL-END-HHMM (WS-CAL-IDX)
                       < WS-CAL-START-HHMM (WS-CAL-IDX)
                   AND WS-RUN-HHMM <= WS-CAL-END-HHMM (WS-CAL-IDX)
               EVALUATE WS-CAL-RECUR (WS-CAL-IDX)
                   WHEN "D"
                       MOVE "Y" TO WS-IN-WINDOW-SW
                   WHEN "W"
                       IF WS-CAL-DAY-OF-WEEK (WS-CAL-IDX) = WS-YDAY-DOW
                           MOVE "Y" TO WS-IN-WINDOW-SW
                       END-IF
                   WHEN "O"
                       IF WS-CAL-ONEOFF-DATE (WS-CAL-IDX)
                               = WS-YDAY-DATE
                           MOVE "Y" TO WS-IN-WINDOW-SW
                       END-IF
               END-EVALUATE
           END-IF
           IF WS-IN-WINDOW
               IF WS-CAL-WINDOW-TYPE (WS-CAL-IDX) = "M"
                   MOVE "Y" TO WS-MAINT-HIT-SW
               ELSE
                   MOVE "Y" TO WS-BLACKOUT-HIT-SW
                   MOVE WS-CAL-WINDOW-TYPE (WS-CAL-IDX)
                       TO WS-BLACKOUT-TYPE
               END-IF
           END-IF.

       7000-WRITE-CADENCE-BREAKS.
           MOVE SPACES TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           MOVE "CADENCE BREAKS" TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           IF WS-BRK-NUM-ENTRY = 0
               MOVE "NONE - EVERY WATCHED CADENCE STAYS IN LIMIT"
                   TO FORECAST-REPORT-REC
               WRITE FORECAST-REPORT-REC
           END-IF
           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                   UNTIL WS-BRK-IDX > WS-BRK-NUM-ENTRY
               MOVE WS-BRK-LINE (WS-BRK-IDX) TO FORECAST-REPORT-REC
               WRITE FORECAST-REPORT-REC
           END-PERFORM.

       8000-WRITE-TOTALS.
           MOVE SPACES TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           STRING "FORECAST TOTALS  EXPECTATIONS=" WS-EXPECTED-COUNT
                  " NOT-GOVERNED=" WS-UNGOVERNED-COUNT
                  " LAUNCHES=" WS-FORECAST-COUNT
               DELIMITED BY SIZE INTO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           MOVE SPACES TO FORECAST-REPORT-REC
           STRING "                 REFUSED=" WS-REFUSED-COUNT
                  " HELD=" WS-HELD-COUNT
                  " OUTSIDE-WINDOW=" WS-OUTSIDE-COUNT
                  " CADENCE-BREAKS=" WS-BREAK-COUNT
               DELIMITED BY SIZE INTO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           IF WS-CONFLICT-COUNT > 0 OR WS-BREAK-COUNT > 0
               MOVE "*** LAUNCHES WILL BE LOST - NEGOTIATE THE FREEZE"
                   TO FORECAST-REPORT-REC
               WRITE FORECAST-REPORT-REC
           END-IF.

      * Minute count back to yyyymmddhhmm for the report.
       8850-MINUTES-TO-TS.
           DIVIDE WS-TS-TOTAL-MINUTES BY 1440
               GIVING WS-TS-JULIAN REMAINDER WS-TS-DAY-MINUTES
           COMPUTE WS-TS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-TS-JULIAN)
           DIVIDE WS-TS-DAY-MINUTES BY 60
               GIVING WS-TS-HH REMAINDER WS-TS-MM
           MOVE SPACES TO WS-TS-TEXT
           STRING WS-TS-DATE-NUM WS-TS-HH WS-TS-MM
               DELIMITED BY SIZE INTO WS-TS-TEXT.

       9000-TERMINATE.
           CLOSE FORECAST-REPORT-FILE.

       9500-WRITE-AUDIT-RECORD.
           OPEN EXTEND OPS-AUDIT-FILE
           IF WS-OPSAUDIT-STATUS = "35"
               CLOSE OPS-AUDIT-FILE
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "SCHDFCST" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS
           MOVE "FORECAST" TO OA-ACTION-VERB
           MOVE WS-FORECAST-COUNT TO OA-KEY-COUNT-1
           COMPUTE OA-KEY-COUNT-2 = WS-REFUSED-COUNT + WS-HELD-COUNT
           MOVE 0 TO OA-FINAL-SQLCODE
           WRITE OPS-AUDIT-REC
           CLOSE OPS-AUDIT-FILE.

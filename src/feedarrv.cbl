      ******************************************************************
      *
      * Program: FEEDARRV
      *
      * Function: Inbound feed arrival monitor, run every few minutes
      *           through the evening ahead of FEEDGATE.  The
      *           expected-feed calendar FEEDCAL.DAT names each feed
      *           (its LDHIST load table), the landing file it
      *           arrives as, the time it is due, the grace period
      *           after that, and the days of the week it is sent.
      *           Each pass probes every landing file with
      *           CBL_CHECK_FILE_EXIST:
      *
      *             - a feed still not landed at its due time raises
      *               a WARNING to ALERTQ, and a CRITICAL once the
      *               grace period has run out;
      *             - a newly landed file (one the monitor has not
      *               already judged, left to settle for a couple of
      *               minutes) is fingerprinted - its size plus a hash
      *               of its leading bytes - and compared with the
      *               last N arrivals of that feed kept in the
      *               arrival-history file FEEDARRH.DAT.  A match is
      *               yesterday's data re-sent under today's name:
      *               CRITICAL, and the feed is held;
      *             - a new file after the grace period is LATE and
      *               held for the operator with a WARNING;
      *             - anything else is released.
      *
      *           Where each feed stands is rewritten to FEEDARRV.STA
      *           every pass, and FEEDGATE gates only the calendar
      *           feeds that stand released there.  Every event is
      *           logged to FEEDARRV.LOG, started afresh on the
      *           evening's first pass, which the morning status
      *           console reads.  A landing file left in place from
      *           an earlier arrival is recognised by its unchanged
      *           size and timestamp and is not taken for a new one.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDARRV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-CALENDAR-FILE ASSIGN TO WS-CALENDAR-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT ARRIVAL-CONFIG-FILE ASSIGN TO WS-CONFIG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT ARRIVAL-STATE-FILE ASSIGN TO WS-STATE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT ARRIVAL-HISTORY-FILE ASSIGN TO WS-HISTORY-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT ARRIVAL-LOG-FILE ASSIGN TO WS-LOG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT ALERT-QUEUE-FILE ASSIGN TO WS-ALERTQ-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTQ-STATUS.

           SELECT OPS-AUDIT-FILE ASSIGN TO WS-OPSAUDIT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-CALENDAR-FILE
           RECORDING MODE IS F.
       01  FEED-CALENDAR-REC.
           05 FC-FEED-NAME            PIC X(30).
           05 FC-LANDING-PATH         PIC X(100).
           05 FC-DUE-HHMM             PIC 9(4).
           05 FC-DUE-PARTS REDEFINES FC-DUE-HHMM.
               10 FC-DUE-HH           PIC 9(2).
               10 FC-DUE-MM           PIC 9(2).
           05 FC-GRACE-MINUTES        PIC 9(4).
      * One Y/N flag per day, Monday first.
           05 FC-RUN-DAYS             PIC X(7).

       FD  ARRIVAL-CONFIG-FILE
           RECORDING MODE IS F.
       01  ARRIVAL-CONFIG-REC.
           05 FA-HISTORY-DEPTH        PIC 9(2).
           05 FA-FINGERPRINT-BYTES    PIC 9(4).
           05 FA-SETTLE-MINUTES       PIC 9(2).

       FD  ARRIVAL-STATE-FILE
           RECORDING MODE IS F.
           COPY "feedarst.cpy".

       FD  ARRIVAL-HISTORY-FILE
           RECORDING MODE IS F.
       01  ARRIVAL-HISTORY-REC.
           05 FH-FEED-NAME            PIC X(30).
           05 FH-ARRIVAL-TS           PIC X(14).
           05 FH-FILE-SIZE            PIC 9(12).
           05 FH-FILE-STAMP           PIC 9(14).
           05 FH-FINGERPRINT          PIC 9(10).

       FD  ARRIVAL-LOG-FILE
           RECORDING MODE IS F.
       01  ARRIVAL-LOG-REC            PIC X(132).

       FD  ALERT-QUEUE-FILE
           RECORDING MODE IS F.
           COPY "alertq.cpy".

       FD  OPS-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "opsaudit.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CALENDAR-DD             PIC X(40) VALUE "FEEDCAL.DAT".
       01  WS-CONFIG-DD               PIC X(40) VALUE "FEEDARRV.CFG".
       01  WS-STATE-DD                PIC X(40) VALUE "FEEDARRV.STA".
       01  WS-HISTORY-DD              PIC X(40) VALUE "FEEDARRH.DAT".
       01  WS-LOG-DD                  PIC X(40) VALUE "FEEDARRV.LOG".
       01  WS-ALERTQ-DD               PIC X(40) VALUE "ALERTQ.DAT".

       01  WS-CALENDAR-STATUS         PIC XX.
       01  WS-CONFIG-STATUS           PIC XX.
       01  WS-STATE-STATUS            PIC XX.
       01  WS-HISTORY-STATUS          PIC XX.
       01  WS-LOG-STATUS              PIC XX.
       01  WS-ALERTQ-STATUS           PIC XX.
       01  WS-EOF-SW                  PIC X     VALUE "N".
           88 WS-EOF                  VALUE "Y".

       01  WS-HISTORY-DEPTH           PIC 9(4)  COMP-5 VALUE 7.
       01  WS-FINGERPRINT-BYTES       PIC 9(4)  COMP-5 VALUE 4096.
       01  WS-SETTLE-MINUTES          PIC 9(4)  COMP-5 VALUE 2.

      * Expected feeds with where each stands today - capped OCCURS
      * 50 to match this shop's control-table convention.
       01  WS-FEED-TABLE.
           05 WS-FD-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-FD-ENTRY OCCURS 50 TIMES INDEXED BY WS-FD-IDX.
               10 WS-FD-FEED-NAME     PIC X(30).
               10 WS-FD-LANDING-PATH  PIC X(100).
               10 WS-FD-DUE-MINUTES   PIC 9(4)  COMP-5.
               10 WS-FD-GRACE-MINUTES PIC 9(4)  COMP-5.
               10 WS-FD-DUE-TODAY-SW  PIC X.
               10 WS-FD-STATUS        PIC X.
               10 WS-FD-FILE-SIZE     PIC 9(12).
               10 WS-FD-FILE-STAMP    PIC 9(14).
               10 WS-FD-FINGERPRINT   PIC 9(10).
               10 WS-FD-ARRIVAL-TS    PIC X(14).

      * Arrival history, oldest first as appended - capped OCCURS
      * 500; only the newest N per feed are written back.
       01  WS-HISTORY-TABLE.
           05 WS-HI-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-HI-ENTRY OCCURS 500 TIMES INDEXED BY WS-HI-IDX.
               10 WS-HI-FEED-NAME     PIC X(30).
               10 WS-HI-ARRIVAL-TS    PIC X(14).
               10 WS-HI-FILE-SIZE     PIC 9(12).
               10 WS-HI-FILE-STAMP    PIC 9(14).
               10 WS-HI-FINGERPRINT   PIC 9(10).
       01  WS-HI-SUB                  PIC 9(4)  COMP-5 VALUE 0.
       01  WS-HI-LATEST-SUB           PIC 9(4)  COMP-5 VALUE 0.
       01  WS-HI-NEWER-COUNT          PIC 9(4)  COMP-5 VALUE 0.
       01  WS-HI-SEEN-COUNT           PIC 9(4)  COMP-5 VALUE 0.
       01  WS-HISTORY-ADDED           PIC 9(4)  COMP-5 VALUE 0.
       01  WS-DUP-SUB                 PIC 9(4)  COMP-5 VALUE 0.

      * Run clock: today's date and day of week (1 = Monday, from
      * INTEGER-OF-DATE day 1 being a Monday), minutes past midnight,
      * and an absolute minute count for settling-time arithmetic.
       01  WS-RUN-TS                  PIC X(14) VALUE SPACES.
       01  WS-TODAY-DATE-NUM          PIC 9(8)  VALUE 0.
       01  WS-TODAY-JULIAN            PIC S9(9) VALUE 0.
       01  WS-TODAY-DOW               PIC 9     VALUE 0.
       01  WS-NOW-HH                  PIC 9(2)  VALUE 0.
       01  WS-NOW-MM                  PIC 9(2)  VALUE 0.
       01  WS-NOW-MINUTES             PIC 9(4)  COMP-5 VALUE 0.
       01  WS-NOW-ABS-MINUTES         PIC S9(12) VALUE 0.
       01  WS-NEW-DAY-SW              PIC X     VALUE "Y".
           88 WS-NEW-DAY              VALUE "Y".

      * CBL_CHECK_FILE_EXIST and the byte-stream read used for the
      * fingerprint.  The details block is the runtime's own layout.
       01  WS-LANDING-NAME            PIC X(100) VALUE SPACES.
       01  WS-FILE-DETAILS.
           05 WS-FI-SIZE              PIC X(8)  COMP-X.
           05 WS-FI-DAY               PIC X     COMP-X.
           05 WS-FI-MONTH             PIC X     COMP-X.
           05 WS-FI-YEAR              PIC X(2)  COMP-X.
           05 WS-FI-HOURS             PIC X     COMP-X.
           05 WS-FI-MINUTES           PIC X     COMP-X.
           05 WS-FI-SECONDS           PIC X     COMP-X.
           05 WS-FI-HUNDREDTHS        PIC X     COMP-X.
       01  WS-FILE-HANDLE             PIC X(4)  VALUE LOW-VALUES.
       01  WS-FILE-ACCESS             PIC X     COMP-X VALUE 1.
       01  WS-FILE-DENY               PIC X     COMP-X VALUE 0.
       01  WS-FILE-DEVICE             PIC X     COMP-X VALUE 0.
       01  WS-READ-OFFSET             PIC X(8)  COMP-X VALUE 0.
       01  WS-READ-COUNT              PIC X(4)  COMP-X VALUE 0.
       01  WS-READ-FLAGS              PIC X     COMP-X VALUE 0.
       01  WS-LEADING-BYTES           PIC X(4096) VALUE SPACES.
       01  WS-BYTE-SUB                PIC 9(4)  COMP-5 VALUE 0.
       01  WS-CALL-RC                 PIC S9(9) COMP-5 VALUE 0.

       01  WS-FILE-PRESENT-SW         PIC X     VALUE "N".
           88 WS-FILE-PRESENT         VALUE "Y".
       01  WS-NEW-FILE-SW             PIC X     VALUE "N".
           88 WS-NEW-FILE             VALUE "Y".
       01  WS-DUPLICATE-SW            PIC X     VALUE "N".
           88 WS-DUPLICATE            VALUE "Y".
       01  WS-FILE-SIZE               PIC 9(12) VALUE 0.
       01  WS-FILE-STAMP              PIC 9(14) VALUE 0.
       01  WS-STAMP-DATE              PIC 9(8)  VALUE 0.
       01  WS-STAMP-ABS-MINUTES       PIC S9(12) VALUE 0.
       01  WS-FILE-AGE-MINUTES        PIC S9(12) VALUE 0.
       01  WS-FINGERPRINT             PIC 9(10) VALUE 0.
       01  WS-HASH                    PIC S9(18) COMP-5 VALUE 0.

       01  WS-DUE-DISP.
           05 WS-DUE-HH-DISP          PIC 9(2).
           05 FILLER                  PIC X     VALUE ":".
           05 WS-DUE-MM-DISP          PIC 9(2).
       01  WS-SIZE-DISP               PIC Z(11)9.
       01  WS-GRACE-DISP              PIC Z(3)9.

       01  WS-ARRIVED-COUNT           PIC 9(9)  VALUE 0.
       01  WS-ALERT-COUNT             PIC 9(9)  VALUE 0.

       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "FEEDARRV".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.

      * Scheduler return-code severity for this run: 0 clean, 4
      * warnings, 8 check failed / do not proceed, 12 driver
      * failed - the suite-wide condition-code convention.
       01  WS-JOB-SEVERITY            PIC 9(2)  VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-EACH-FEED
           PERFORM 7000-WRITE-STATE-FILE
           IF WS-HISTORY-ADDED > 0
               PERFORM 7500-REWRITE-HISTORY
           END-IF
           PERFORM 8000-SET-RUN-SEVERITY
           PERFORM 9500-WRITE-AUDIT-RECORD
           PERFORM 9000-TERMINATE
           MOVE WS-JOB-SEVERITY TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-START-TS
           CALL "RUNCORID" USING BY REFERENCE WS-RUN-PROGRAM-ID
                                 BY REFERENCE WS-RUN-ID
           MOVE WS-AUDIT-START-TS TO WS-RUN-TS
           MOVE WS-RUN-TS (1:8) TO WS-TODAY-DATE-NUM
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-NUM)
           COMPUTE WS-TODAY-DOW =
               FUNCTION MOD (WS-TODAY-JULIAN - 1, 7) + 1
           MOVE WS-RUN-TS (9:2) TO WS-NOW-HH
           MOVE WS-RUN-TS (11:2) TO WS-NOW-MM
           COMPUTE WS-NOW-MINUTES = WS-NOW-HH * 60 + WS-NOW-MM
           COMPUTE WS-NOW-ABS-MINUTES =
               WS-TODAY-JULIAN * 1440 + WS-NOW-MINUTES
           PERFORM 1100-LOAD-CONFIG
           PERFORM 1200-LOAD-CALENDAR
           PERFORM 1300-LOAD-STATE
           PERFORM 1400-LOAD-HISTORY
           IF WS-NEW-DAY
               OPEN OUTPUT ARRIVAL-LOG-FILE
               MOVE SPACES TO ARRIVAL-LOG-REC
               STRING "FEED ARRIVAL LOG  DATE=" WS-TODAY-DATE-NUM
                      "  FIRST PASS=" WS-RUN-TS
                   DELIMITED BY SIZE INTO ARRIVAL-LOG-REC
               WRITE ARRIVAL-LOG-REC
           ELSE
               OPEN EXTEND ARRIVAL-LOG-FILE
               IF WS-LOG-STATUS = "35"
                   CLOSE ARRIVAL-LOG-FILE
                   OPEN OUTPUT ARRIVAL-LOG-FILE
               END-IF
           END-IF
           MOVE SPACES TO ARRIVAL-LOG-REC
           STRING "FEEDARRV  RUN ID=" WS-RUN-ID
                  "  START=" WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO ARRIVAL-LOG-REC
           WRITE ARRIVAL-LOG-REC
           MOVE SPACES TO ARRIVAL-LOG-REC.

       1100-LOAD-CONFIG.
           OPEN INPUT ARRIVAL-CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               READ ARRIVAL-CONFIG-FILE
                   NOT AT END
                       IF FA-HISTORY-DEPTH IS NUMERIC
                               AND FA-HISTORY-DEPTH > 0
                           MOVE FA-HISTORY-DEPTH TO WS-HISTORY-DEPTH
                       END-IF
                       IF FA-FINGERPRINT-BYTES IS NUMERIC
                               AND FA-FINGERPRINT-BYTES > 0
                               AND FA-FINGERPRINT-BYTES NOT > 4096
                           MOVE FA-FINGERPRINT-BYTES
                               TO WS-FINGERPRINT-BYTES
                       END-IF
                       IF FA-SETTLE-MINUTES IS NUMERIC
                           MOVE FA-SETTLE-MINUTES TO WS-SETTLE-MINUTES
                       END-IF
               END-READ
               CLOSE ARRIVAL-CONFIG-FILE
           END-IF.

       1200-LOAD-CALENDAR.
           OPEN INPUT FEED-CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ FEED-CALENDAR-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 1210-ADD-CALENDAR-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FEED-CALENDAR-FILE
           ELSE
               DISPLAY "FEEDARRV: calendar file FEEDCAL.DAT not "
                   "readable - status " WS-CALENDAR-STATUS
               IF WS-JOB-SEVERITY < 12
                   MOVE 12 TO WS-JOB-SEVERITY
               END-IF
           END-IF.

       1210-ADD-CALENDAR-ENTRY.
           IF FC-FEED-NAME = SPACES
                   OR FC-DUE-HHMM IS NOT NUMERIC
                   OR FC-DUE-HH > 23 OR FC-DUE-MM > 59
                   OR FC-GRACE-MINUTES IS NOT NUMERIC
               DISPLAY "FEEDARRV: calendar entry unusable - skipping "
                   FC-FEED-NAME
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           ELSE
               IF WS-FD-NUM-ENTRY < 50
                   ADD 1 TO WS-FD-NUM-ENTRY
                   SET WS-FD-IDX TO WS-FD-NUM-ENTRY
                   MOVE FC-FEED-NAME TO WS-FD-FEED-NAME (WS-FD-IDX)
                   MOVE FC-LANDING-PATH
                       TO WS-FD-LANDING-PATH (WS-FD-IDX)
                   COMPUTE WS-FD-DUE-MINUTES (WS-FD-IDX) =
                       FC-DUE-HH * 60 + FC-DUE-MM
                   MOVE FC-GRACE-MINUTES
                       TO WS-FD-GRACE-MINUTES (WS-FD-IDX)
                   IF FC-RUN-DAYS (WS-TODAY-DOW:1) = "Y"
                       MOVE "Y" TO WS-FD-DUE-TODAY-SW (WS-FD-IDX)
                       MOVE "P" TO WS-FD-STATUS (WS-FD-IDX)
                   ELSE
                       MOVE "N" TO WS-FD-DUE-TODAY-SW (WS-FD-IDX)
                       MOVE "N" TO WS-FD-STATUS (WS-FD-IDX)
                   END-IF
                   MOVE 0 TO WS-FD-FILE-SIZE (WS-FD-IDX)
                   MOVE 0 TO WS-FD-FILE-STAMP (WS-FD-IDX)
                   MOVE 0 TO WS-FD-FINGERPRINT (WS-FD-IDX)
                   MOVE SPACES TO WS-FD-ARRIVAL-TS (WS-FD-IDX)
               ELSE
                   DISPLAY "FEEDARRV: feed calendar full (50) - "
                       "skipping " FC-FEED-NAME
               END-IF
           END-IF.

      * Only today's state carries over between passes; any other
      * date in the file means this is the evening's first pass and
      * every feed starts again as awaited (or not due).
       1300-LOAD-STATE.
           OPEN INPUT ARRIVAL-STATE-FILE
           IF WS-STATE-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ARRIVAL-STATE-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF FS-STATE-DATE = WS-TODAY-DATE-NUM
                               MOVE "N" TO WS-NEW-DAY-SW
                               PERFORM 1310-APPLY-STATE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARRIVAL-STATE-FILE
           END-IF.

       1310-APPLY-STATE-RECORD.
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                   UNTIL WS-FD-IDX > WS-FD-NUM-ENTRY
               IF WS-FD-FEED-NAME (WS-FD-IDX) = FS-FEED-NAME
                   MOVE FS-STATUS TO WS-FD-STATUS (WS-FD-IDX)
                   MOVE FS-FILE-SIZE TO WS-FD-FILE-SIZE (WS-FD-IDX)
                   MOVE FS-FILE-STAMP TO WS-FD-FILE-STAMP (WS-FD-IDX)
                   MOVE FS-FINGERPRINT
                       TO WS-FD-FINGERPRINT (WS-FD-IDX)
                   MOVE FS-ARRIVAL-TS TO WS-FD-ARRIVAL-TS (WS-FD-IDX)
               END-IF
           END-PERFORM.

       1400-LOAD-HISTORY.
           OPEN INPUT ARRIVAL-HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ARRIVAL-HISTORY-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF WS-HI-NUM-ENTRY < 500
                               ADD 1 TO WS-HI-NUM-ENTRY
                               SET WS-HI-IDX TO WS-HI-NUM-ENTRY
                               MOVE FH-FEED-NAME
                                   TO WS-HI-FEED-NAME (WS-HI-IDX)
                               MOVE FH-ARRIVAL-TS
                                   TO WS-HI-ARRIVAL-TS (WS-HI-IDX)
                               MOVE FH-FILE-SIZE
                                   TO WS-HI-FILE-SIZE (WS-HI-IDX)
                               MOVE FH-FILE-STAMP
                                   TO WS-HI-FILE-STAMP (WS-HI-IDX)
                               MOVE FH-FINGERPRINT
                                   TO WS-HI-FINGERPRINT (WS-HI-IDX)
                           ELSE
                               DISPLAY "FEEDARRV: arrival history "
                                   "table full (500) - skipping "
                                   FH-FEED-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARRIVAL-HISTORY-FILE
           END-IF.

       2000-CHECK-EACH-FEED.
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                   UNTIL WS-FD-IDX > WS-FD-NUM-ENTRY
               IF WS-FD-STATUS (WS-FD-IDX) NOT = "R"
                       AND WS-FD-STATUS (WS-FD-IDX) NOT = "L"
                   PERFORM 2100-CHECK-ONE-FEED
               END-IF
           END-PERFORM.

      * A feed that has already arrived today is settled; every other
      * feed is probed, and either judged on a new landed file or
      * escalated against its due time.
       2100-CHECK-ONE-FEED.
           PERFORM 2200-PROBE-LANDING-FILE
           IF WS-NEW-FILE
               PERFORM 2300-TAKE-FINGERPRINT
               PERFORM 2400-CHECK-DUPLICATE
               MOVE WS-FILE-SIZE TO WS-FD-FILE-SIZE (WS-FD-IDX)
               MOVE WS-FILE-STAMP TO WS-FD-FILE-STAMP (WS-FD-IDX)
               MOVE WS-FINGERPRINT TO WS-FD-FINGERPRINT (WS-FD-IDX)
               MOVE WS-RUN-TS TO WS-FD-ARRIVAL-TS (WS-FD-IDX)
               EVALUATE TRUE
                   WHEN WS-DUPLICATE
                       PERFORM 2500-HOLD-DUPLICATE
                   WHEN WS-FD-DUE-TODAY-SW (WS-FD-IDX) = "Y"
                           AND WS-NOW-MINUTES >
                               WS-FD-DUE-MINUTES (WS-FD-IDX)
                               + WS-FD-GRACE-MINUTES (WS-FD-IDX)
                       PERFORM 2600-HOLD-LATE-ARRIVAL
                   WHEN OTHER
                       PERFORM 2700-RELEASE-ARRIVAL
               END-EVALUATE
           ELSE
               IF WS-FD-DUE-TODAY-SW (WS-FD-IDX) = "Y"
                   PERFORM 2800-CHECK-OVERDUE
               END-IF
           END-IF.

      * A file counts as new only when it has settled, is not the
      * file this monitor already judged today, and is not the file
      * last recorded as an arrival (a landing file nobody cleared
      * away is still yesterday's arrival, not today's).
       2200-PROBE-LANDING-FILE.
           MOVE "N" TO WS-FILE-PRESENT-SW
           MOVE "N" TO WS-NEW-FILE-SW
           MOVE WS-FD-LANDING-PATH (WS-FD-IDX) TO WS-LANDING-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-LANDING-NAME
                                              WS-FILE-DETAILS
               RETURNING WS-CALL-RC
           IF WS-CALL-RC = 0
               MOVE "Y" TO WS-FILE-PRESENT-SW
               MOVE WS-FI-SIZE TO WS-FILE-SIZE
               COMPUTE WS-STAMP-DATE = WS-FI-YEAR * 10000
                   + WS-FI-MONTH * 100 + WS-FI-DAY
               COMPUTE WS-FILE-STAMP = WS-STAMP-DATE * 1000000
                   + WS-FI-HOURS * 10000 + WS-FI-MINUTES * 100
                   + WS-FI-SECONDS
               COMPUTE WS-STAMP-ABS-MINUTES =
                   FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE) * 1440
                   + WS-FI-HOURS * 60 + WS-FI-MINUTES
               COMPUTE WS-FILE-AGE-MINUTES =
                   WS-NOW-ABS-MINUTES - WS-STAMP-ABS-MINUTES
               PERFORM 2250-FIND-LATEST-ARRIVAL
               EVALUATE TRUE
                   WHEN WS-FILE-AGE-MINUTES < WS-SETTLE-MINUTES
                       CONTINUE
                   WHEN WS-FILE-SIZE = WS-FD-FILE-SIZE (WS-FD-IDX)
                           AND WS-FILE-STAMP =
                               WS-FD-FILE-STAMP (WS-FD-IDX)
                       CONTINUE
                   WHEN WS-HI-LATEST-SUB > 0
                           AND WS-FILE-SIZE =
                               WS-HI-FILE-SIZE (WS-HI-LATEST-SUB)
                           AND WS-FILE-STAMP =
                               WS-HI-FILE-STAMP (WS-HI-LATEST-SUB)
                       CONTINUE
                   WHEN OTHER
                       MOVE "Y" TO WS-NEW-FILE-SW
               END-EVALUATE
           END-IF.

       2250-FIND-LATEST-ARRIVAL.
           MOVE 0 TO WS-HI-LATEST-SUB
           PERFORM VARYING WS-HI-SUB FROM 1 BY 1
                   UNTIL WS-HI-SUB > WS-HI-NUM-ENTRY
               IF WS-HI-FEED-NAME (WS-HI-SUB) =
                       WS-FD-FEED-NAME (WS-FD-IDX)
                   MOVE WS-HI-SUB TO WS-HI-LATEST-SUB
               END-IF
           END-PERFORM.

      * Hash of the leading bytes - the header and first detail
      * records, where a vendor's run date and batch number live.
       2300-TAKE-FINGERPRINT.
           MOVE 0 TO WS-HASH
           MOVE SPACES TO WS-LEADING-BYTES
           IF WS-FILE-SIZE < WS-FINGERPRINT-BYTES
               MOVE WS-FILE-SIZE TO WS-READ-COUNT
           ELSE
               MOVE WS-FINGERPRINT-BYTES TO WS-READ-COUNT
           END-IF
           IF WS-READ-COUNT > 0
               CALL "CBL_OPEN_FILE" USING WS-LANDING-NAME
                                          WS-FILE-ACCESS
                                          WS-FILE-DENY
                                          WS-FILE-DEVICE
                                          WS-FILE-HANDLE
                   RETURNING WS-CALL-RC
               IF WS-CALL-RC = 0
                   MOVE 0 TO WS-READ-OFFSET
                   CALL "CBL_READ_FILE" USING WS-FILE-HANDLE
                                              WS-READ-OFFSET
                                              WS-READ-COUNT
                                              WS-READ-FLAGS
                                              WS-LEADING-BYTES
                       RETURNING WS-CALL-RC
                   CALL "CBL_CLOSE_FILE" USING WS-FILE-HANDLE
               END-IF
               PERFORM VARYING WS-BYTE-SUB FROM 1 BY 1
                       UNTIL WS-BYTE-SUB > WS-READ-COUNT
                   COMPUTE WS-HASH = FUNCTION MOD
                       (WS-HASH * 31
                        + FUNCTION ORD
                              (WS-LEADING-BYTES (WS-BYTE-SUB:1)),
                        9999999967)
               END-PERFORM
           END-IF
           MOVE WS-HASH TO WS-FINGERPRINT.

      * Same size and same leading-bytes fingerprint as any of the
      * feed's last N arrivals is a re-send.
       2400-CHECK-DUPLICATE.
           MOVE "N" TO WS-DUPLICATE-SW
           MOVE 0 TO WS-DUP-SUB
           MOVE 0 TO WS-HI-SEEN-COUNT
           PERFORM VARYING WS-HI-SUB FROM WS-HI-NUM-ENTRY BY -1
                   UNTIL WS-HI-SUB < 1
                      OR WS-HI-SEEN-COUNT NOT < WS-HISTORY-DEPTH
                      OR WS-DUPLICATE
               IF WS-HI-FEED-NAME (WS-HI-SUB) =
                       WS-FD-FEED-NAME (WS-FD-IDX)
                   ADD 1 TO WS-HI-SEEN-COUNT
                   IF WS-HI-FILE-SIZE (WS-HI-SUB) = WS-FILE-SIZE
                           AND WS-HI-FINGERPRINT (WS-HI-SUB)
                               = WS-FINGERPRINT
                       MOVE "Y" TO WS-DUPLICATE-SW
                       MOVE WS-HI-SUB TO WS-DUP-SUB
                   END-IF
               END-IF
           END-PERFORM.

       2500-HOLD-DUPLICATE.
           MOVE "D" TO WS-FD-STATUS (WS-FD-IDX)
           MOVE WS-FILE-SIZE TO WS-SIZE-DISP
           MOVE SPACES TO ARRIVAL-LOG-REC
           STRING "*** DUPLICATE FEED " WS-FD-FEED-NAME (WS-FD-IDX)
                  " SIZE=" WS-SIZE-DISP
                  " MATCHES ARRIVAL OF "
                  WS-HI-ARRIVAL-TS (WS-DUP-SUB)
                  " - HELD ***"
               DELIMITED BY SIZE INTO ARRIVAL-LOG-REC
           WRITE ARRIVAL-LOG-REC
           MOVE "CRITICAL" TO AQ-SEVERITY
           MOVE WS-FD-FEED-NAME (WS-FD-IDX) TO AQ-OBJECT
           MOVE "FEED RE-SENT - MATCHES AN EARLIER ARRIVAL, HELD"
               TO AQ-MESSAGE
           PERFORM 9400-APPEND-ALERT.

       2600-HOLD-LATE-ARRIVAL.
           MOVE "L" TO WS-FD-STATUS (WS-FD-IDX)
           PERFORM 2900-RECORD-ARRIVAL
           PERFORM 2950-FORMAT-DUE-TIME
           MOVE SPACES TO ARRIVAL-LOG-REC
           STRING "*** LATE FEED " WS-FD-FEED-NAME (WS-FD-IDX)
                  " ARRIVED=" WS-RUN-TS
                  " DUE=" WS-DUE-DISP
                  " GRACE=" WS-GRACE-DISP
                  " - HELD FOR OPERATOR RELEASE"
               DELIMITED BY SIZE INTO ARRIVAL-LOG-REC
           WRITE ARRIVAL-LOG-REC
           MOVE "WARNING" TO AQ-SEVERITY
           MOVE WS-FD-FEED-NAME (WS-FD-IDX) TO AQ-OBJECT
           MOVE "FEED ARRIVED AFTER ITS GRACE PERIOD - HELD"
               TO AQ-MESSAGE
           PERFORM 9400-APPEND-ALERT.

       2700-RELEASE-ARRIVAL.
           MOVE "R" TO WS-FD-STATUS (WS-FD-IDX)
           PERFORM 2900-RECORD-ARRIVAL
           MOVE WS-FILE-SIZE TO WS-SIZE-DISP
           MOVE SPACES TO ARRIVAL-LOG-REC
           STRING "ARRIVED  " WS-FD-FEED-NAME (WS-FD-IDX)
                  " SIZE=" WS-SIZE-DISP
                  " FILE-TS=" WS-FILE-STAMP
                  " - RELEASED TO FEEDGATE"
               DELIMITED BY SIZE INTO ARRIVAL-LOG-REC
           WRITE ARRIVAL-LOG-REC.

      * WARNING when the due time passes, CRITICAL when the grace
      * period after it has run out - each raised once.
       2800-CHECK-OVERDUE.
           PERFORM 2950-FORMAT-DUE-TIME
           EVALUATE TRUE
               WHEN WS-NOW-MINUTES > WS-FD-DUE-MINUTES (WS-FD-IDX)
                       + WS-FD-GRACE-MINUTES (WS-FD-IDX)
                       AND (WS-FD-STATUS (WS-FD-IDX) = "P"
                            OR WS-FD-STATUS (WS-FD-IDX) = "W")
                   MOVE "C" TO WS-FD-STATUS (WS-FD-IDX)
                   MOVE SPACES TO ARRIVAL-LOG-REC
                   STRING "*** MISSING FEED "
                          WS-FD-FEED-NAME (WS-FD-IDX)
                          " DUE=" WS-DUE-DISP
                          " GRACE=" WS-GRACE-DISP
                          " - NOT LANDED ***"
                       DELIMITED BY SIZE INTO ARRIVAL-LOG-REC
                   WRITE ARRIVAL-LOG-REC
                   MOVE "CRITICAL" TO AQ-SEVERITY
                   MOVE WS-FD-FEED-NAME (WS-FD-IDX) TO AQ-OBJECT
                   MOVE "FEED NOT LANDED BY THE END OF ITS GRACE PERIOD"
                       TO AQ-MESSAGE
                   PERFORM 9400-APPEND-ALERT
               WHEN WS-NOW-MINUTES NOT < WS-FD-DUE-MINUTES (WS-FD-IDX)
                       AND WS-FD-STATUS (WS-FD-IDX) = "P"
                   MOVE "W" TO WS-FD-STATUS (WS-FD-IDX)
                   MOVE SPACES TO ARRIVAL-LOG-REC
                   STRING "OVERDUE  " WS-FD-FEED-NAME (WS-FD-IDX)
                          " DUE=" WS-DUE-DISP
                          " GRACE=" WS-GRACE-DISP
                          " - NOT YET LANDED"
                       DELIMITED BY SIZE INTO ARRIVAL-LOG-REC
                   WRITE ARRIVAL-LOG-REC
                   MOVE "WARNING" TO AQ-SEVERITY
                   MOVE WS-FD-FEED-NAME (WS-FD-IDX) TO AQ-OBJECT
                   MOVE "FEED PAST ITS DUE TIME - NOT YET LANDED"
                       TO AQ-MESSAGE
                   PERFORM 9400-APPEND-ALERT
           END-EVALUATE.

      * Late or on time, a genuine arrival joins the history the next
      * re-send will be matched against; a duplicate does not.
       2900-RECORD-ARRIVAL.
           ADD 1 TO WS-ARRIVED-COUNT
           IF WS-HI-NUM-ENTRY < 500
               ADD 1 TO WS-HI-NUM-ENTRY
               SET WS-HI-IDX TO WS-HI-NUM-ENTRY
               MOVE WS-FD-FEED-NAME (WS-FD-IDX)
                   TO WS-HI-FEED-NAME (WS-HI-IDX)
               MOVE WS-RUN-TS TO WS-HI-ARRIVAL-TS (WS-HI-IDX)
               MOVE WS-FILE-SIZE TO WS-HI-FILE-SIZE (WS-HI-IDX)
               MOVE WS-FILE-STAMP TO WS-HI-FILE-STAMP (WS-HI-IDX)
               MOVE WS-FINGERPRINT TO WS-HI-FINGERPRINT (WS-HI-IDX)
               ADD 1 TO WS-HISTORY-ADDED
           ELSE
               DISPLAY "FEEDARRV: arrival history table full (500) "
                   "- not recording " WS-FD-FEED-NAME (WS-FD-IDX)
           END-IF.

       2950-FORMAT-DUE-TIME.
           COMPUTE WS-DUE-HH-DISP = WS-FD-DUE-MINUTES (WS-FD-IDX) / 60
           COMPUTE WS-DUE-MM-DISP =
               FUNCTION MOD (WS-FD-DUE-MINUTES (WS-FD-IDX), 60)
           MOVE WS-FD-GRACE-MINUTES (WS-FD-IDX) TO WS-GRACE-DISP.

       7000-WRITE-STATE-FILE.
           OPEN OUTPUT ARRIVAL-STATE-FILE
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                   UNTIL WS-FD-IDX > WS-FD-NUM-ENTRY
               MOVE WS-FD-FEED-NAME (WS-FD-IDX) TO FS-FEED-NAME
               MOVE WS-TODAY-DATE-NUM TO FS-STATE-DATE
               MOVE WS-FD-STATUS (WS-FD-IDX) TO FS-STATUS
               MOVE WS-FD-FILE-SIZE (WS-FD-IDX) TO FS-FILE-SIZE
               MOVE WS-FD-FILE-STAMP (WS-FD-IDX) TO FS-FILE-STAMP
               MOVE WS-FD-FINGERPRINT (WS-FD-IDX) TO FS-FINGERPRINT
               MOVE WS-FD-ARRIVAL-TS (WS-FD-IDX) TO FS-ARRIVAL-TS
               WRITE FEED-ARRIVAL-STATE-REC
           END-PERFORM
           CLOSE ARRIVAL-STATE-FILE.

      * An entry is kept while fewer than N newer arrivals of the
      * same feed follow it in the file.
       7500-REWRITE-HISTORY.
           OPEN OUTPUT ARRIVAL-HISTORY-FILE
           PERFORM VARYING WS-HI-IDX FROM 1 BY 1
                   UNTIL WS-HI-IDX > WS-HI-NUM-ENTRY
               MOVE 0 TO WS-HI-NEWER-COUNT
               SET WS-HI-SUB TO WS-HI-IDX
               ADD 1 TO WS-HI-SUB
               PERFORM VARYING WS-HI-SUB FROM WS-HI-SUB BY 1
                       UNTIL WS-HI-SUB > WS-HI-NUM-ENTRY
                   IF WS-HI-FEED-NAME (WS-HI-SUB) =
                           WS-HI-FEED-NAME (WS-HI-IDX)
                       ADD 1 TO WS-HI-NEWER-COUNT
                   END-IF
               END-PERFORM
               IF WS-HI-NEWER-COUNT < WS-HISTORY-DEPTH
                   MOVE WS-HI-FEED-NAME (WS-HI-IDX) TO FH-FEED-NAME
                   MOVE WS-HI-ARRIVAL-TS (WS-HI-IDX) TO FH-ARRIVAL-TS
                   MOVE WS-HI-FILE-SIZE (WS-HI-IDX) TO FH-FILE-SIZE
                   MOVE WS-HI-FILE-STAMP (WS-HI-IDX) TO FH-FILE-STAMP
                   MOVE WS-HI-FINGERPRINT (WS-HI-IDX)
                       TO FH-FINGERPRINT
                   WRITE ARRIVAL-HISTORY-REC
               END-IF
           END-PERFORM
           CLOSE ARRIVAL-HISTORY-FILE.

      * The pass ends on where the feeds stand, not only on what this
      * pass noticed: missing or duplicated feeds keep the run at 8
      * until they are dealt with, overdue or late ones at 4.
       8000-SET-RUN-SEVERITY.
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                   UNTIL WS-FD-IDX > WS-FD-NUM-ENTRY
               EVALUATE WS-FD-STATUS (WS-FD-IDX)
                   WHEN "C"
                   WHEN "D"
                       IF WS-JOB-SEVERITY < 8
                           MOVE 8 TO WS-JOB-SEVERITY
                       END-IF
                   WHEN "W"
                   WHEN "L"
                       IF WS-JOB-SEVERITY < 4
                           MOVE 4 TO WS-JOB-SEVERITY
                       END-IF
               END-EVALUATE
           END-PERFORM.

       9000-TERMINATE.
           CLOSE ARRIVAL-LOG-FILE.

      * Callers set AQ-SEVERITY, AQ-OBJECT and AQ-MESSAGE before the
      * PERFORM - the rest of the record is stamped here.
       9400-APPEND-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           OPEN EXTEND ALERT-QUEUE-FILE
           IF WS-ALERTQ-STATUS = "35"
               CLOSE ALERT-QUEUE-FILE
               OPEN OUTPUT ALERT-QUEUE-FILE
           END-IF
           MOVE "FEEDARRV" TO AQ-PROGRAM-ID
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
           MOVE "FEEDARRV" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS
           MOVE "ARRIVAL" TO OA-ACTION-VERB
           MOVE WS-ARRIVED-COUNT TO OA-KEY-COUNT-1
           MOVE WS-ALERT-COUNT TO OA-KEY-COUNT-2
           MOVE 0 TO OA-FINAL-SQLCODE
           WRITE OPS-AUDIT-REC
           CLOSE OPS-AUDIT-FILE.

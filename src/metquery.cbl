      ******************************************************************
      *
      * Program: METQUERY
      *
      * Function: Generic metrics trend query.  Reads the shared keyed
      *           metrics store METRICIX.DAT that METLOAD fills from
      *           every monitor's own files (see metric.cpy) and, for
      *           the metric name, alias and date range given in the
      *           query filter record, prints one line per day with
      *           the number of samples and the minimum, maximum and
      *           average value, the change in the day's average
      *           against the same weekday a week earlier, a last
      *           seven days against prior seven days comparison, and
      *           a least-squares trend slope of the daily averages in
      *           units per day - so "is the ping latency creeping up"
      *           or "how fast is the HADR gap growing" is one run of
      *           this program instead of another one-off reader.
      *
      *           As AUDQUERY does with the audit master, the store is
      *           read with a positioned START on metric plus alias
      *           plus the FROM date and READ NEXT until the key moves
      *           past the range.  The metric name is required; spaces
      *           in the alias, dates or object filter match
      *           everything, a blank alias folding every alias's
      *           values into the same days.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. METQUERY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUERY-FILTER-FILE ASSIGN TO WS-FILTER-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILTER-STATUS.
           SELECT METRICS-STORE-FILE ASSIGN TO WS-STORE-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-KEY
               FILE STATUS IS WS-STORE-STATUS.
           SELECT QUERY-REPORT-FILE ASSIGN TO WS-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT OPS-AUDIT-FILE ASSIGN TO WS-OPSAUDIT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUERY-FILTER-FILE
           RECORDING MODE IS F.
       01  QUERY-FILTER-REC.
           05 QF-METRIC-NAME          PIC X(18).
           05 QF-ALIAS-FILTER         PIC X(8).
           05 QF-FROM-DATE            PIC X(8).
           05 QF-TO-DATE              PIC X(8).
           05 QF-OBJECT-FILTER        PIC X(30).

       FD  METRICS-STORE-FILE.
           COPY "metric.cpy".

       FD  QUERY-REPORT-FILE
           RECORDING MODE IS F.
       01  QUERY-REPORT-REC           PIC X(132).

       FD  OPS-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "opsaudit.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILTER-DD               PIC X(40) VALUE "METQUERY.DAT".
       01  WS-STORE-DD                PIC X(40) VALUE "METRICIX.DAT".
       01  WS-REPORT-DD               PIC X(40) VALUE "METQUERY.RPT".
       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".

       01  WS-FILTER-STATUS           PIC XX.
       01  WS-STORE-STATUS            PIC XX.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-STORE-EOF-SW            PIC X     VALUE "N".
           88 WS-STORE-EOF            VALUE "Y".

       01  WS-METRIC-FILTER           PIC X(18) VALUE SPACES.
       01  WS-ALIAS-FILTER            PIC X(8)  VALUE SPACES.
       01  WS-FROM-DATE               PIC X(8)  VALUE SPACES.
       01  WS-TO-DATE                 PIC X(8)  VALUE SPACES.
       01  WS-OBJECT-FILTER           PIC X(30) VALUE SPACES.

       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "METQUERY".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.

      * Scheduler return-code severity for this run: 0 clean, 4
      * warnings, 8 check failed / do not proceed, 12 driver
      * failed - the suite-wide condition-code convention.
       01  WS-JOB-SEVERITY            PIC 9(2)  VALUE 0.

       01  WS-MATCH-SW                PIC X.
           88 WS-MATCH                VALUE "Y".
       01  WS-READ-COUNT              PIC 9(9)  VALUE 0.
       01  WS-MATCH-COUNT             PIC 9(9)  VALUE 0.

      * One entry per day in the range, kept in date order - values
      * for a blank alias arrive alias by alias, so a day first seen
      * late is slotted in rather than appended.
       01  WS-DAY-TABLE.
           05 WS-DY-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-DY-ENTRY OCCURS 400 TIMES.
               10 WS-DY-DATE          PIC X(8).
               10 WS-DY-DAY-NUM       PIC 9(7).
               10 WS-DY-SAMPLES       PIC 9(9).
               10 WS-DY-MIN           PIC S9(15)V9(3).
               10 WS-DY-MAX           PIC S9(15)V9(3).
               10 WS-DY-SUM           PIC S9(18)V9(3).
               10 WS-DY-AVG           PIC S9(15)V9(3).
       01  WS-SUB                     PIC 9(4)  COMP-5 VALUE 0.
       01  WS-INSERT-SUB              PIC 9(4)  COMP-5 VALUE 0.
       01  WS-PRIOR-SUB               PIC 9(4)  COMP-5 VALUE 0.
       01  WS-FOUND-SUB               PIC 9(4)  COMP-5 VALUE 0.
       01  WS-ROW-DATE                PIC X(8)  VALUE SPACES.
       01  WS-ROW-DATE-NUM            PIC 9(8)  VALUE 0.
       01  WS-PRIOR-DAY-NUM           PIC 9(7)  VALUE 0.

      * Week-over-week and seven-day window comparison.
       01  WS-WOW-PCT                 PIC S9(7)V9 VALUE 0.
       01  WS-LAST-DAY-NUM            PIC 9(7)  VALUE 0.
       01  WS-RECENT-SUM              PIC S9(18)V9(3) VALUE 0.
       01  WS-RECENT-SAMPLES          PIC 9(9)  VALUE 0.
       01  WS-PRIOR-SUM               PIC S9(18)V9(3) VALUE 0.
       01  WS-PRIOR-SAMPLES           PIC 9(9)  VALUE 0.
       01  WS-RECENT-AVG              PIC S9(15)V9(3) VALUE 0.
       01  WS-PRIOR-AVG               PIC S9(15)V9(3) VALUE 0.

      * Least-squares fit of daily average against day number, x
      * counted from the first day in the range.
       01  WS-FIT-X                   PIC 9(7)  VALUE 0.
       01  WS-FIT-SUM-X               PIC S9(12) VALUE 0.
       01  WS-FIT-SUM-XX              PIC S9(15) VALUE 0.
       01  WS-FIT-SUM-Y               PIC S9(20)V9(3) VALUE 0.
       01  WS-FIT-SUM-XY              PIC S9(24)V9(3) VALUE 0.
       01  WS-FIT-DENOMINATOR         PIC S9(18) VALUE 0.
       01  WS-SLOPE                   PIC S9(15)V9(3) VALUE 0.
       01  WS-SLOPE-WEEK              PIC S9(15)V9(3) VALUE 0.
       01  WS-TREND-WORD              PIC X(8)  VALUE SPACES.

       01  WS-SAMPLES-DISP            PIC Z(6)9.
       01  WS-MIN-DISP                PIC -(14)9.999.
       01  WS-MAX-DISP                PIC -(14)9.999.
       01  WS-AVG-DISP                PIC -(14)9.999.
       01  WS-PRIOR-AVG-DISP          PIC -(14)9.999.
       01  WS-SLOPE-DISP              PIC -(14)9.999.
       01  WS-SLOPE-WEEK-DISP         PIC -(14)9.999.
       01  WS-PCT-DISP                PIC +(6)9.9.
       01  WS-DAYS-DISP               PIC ZZZ9.
       01  WS-WOW-TEXT                PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-METRIC-FILTER = SPACES
               MOVE "NO METRIC NAME IN QUERY FILTER - NOTHING QUERIED"
                   TO QUERY-REPORT-REC
               WRITE QUERY-REPORT-REC
               MOVE 8 TO WS-JOB-SEVERITY
           ELSE
               PERFORM 1500-RANGE-READ-STORE
               PERFORM 3000-PRINT-DAILY-LINES
               PERFORM 4000-PRINT-WEEK-COMPARISON
               PERFORM 5000-PRINT-TREND-SLOPE
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
           OPEN INPUT QUERY-FILTER-FILE
           IF WS-FILTER-STATUS = "00"
               READ QUERY-FILTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE QF-METRIC-NAME TO WS-METRIC-FILTER
                       MOVE QF-ALIAS-FILTER TO WS-ALIAS-FILTER
                       MOVE QF-FROM-DATE TO WS-FROM-DATE
                       MOVE QF-TO-DATE TO WS-TO-DATE
                       MOVE QF-OBJECT-FILTER TO WS-OBJECT-FILTER
               END-READ
               CLOSE QUERY-FILTER-FILE
           END-IF
           OPEN OUTPUT QUERY-REPORT-FILE
           MOVE SPACES TO QUERY-REPORT-REC
           STRING "METQUERY  RUN ID=" WS-RUN-ID
                  "  START=" WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO QUERY-REPORT-REC
           WRITE QUERY-REPORT-REC
           MOVE SPACES TO QUERY-REPORT-REC
           MOVE SPACES TO QUERY-REPORT-REC
           STRING "METRICS TREND  METRIC=" WS-METRIC-FILTER
                  " ALIAS=" WS-ALIAS-FILTER
                  " FROM=" WS-FROM-DATE
                  " TO=" WS-TO-DATE
                  " OBJECT=" WS-OBJECT-FILTER
               DELIMITED BY SIZE INTO QUERY-REPORT-REC
           WRITE QUERY-REPORT-REC
           MOVE SPACES TO QUERY-REPORT-REC
           WRITE QUERY-REPORT-REC.

      * Positioned read: START at metric plus alias plus FROM date and
      * read forward until the metric (or, for a named alias, the
      * alias or the TO date) moves on.  A blank alias means reading
      * the whole metric, with the date range applied per record.
       1500-RANGE-READ-STORE.
           OPEN INPUT METRICS-STORE-FILE
           IF WS-STORE-STATUS NOT = "00"
               MOVE "NO METRICS STORE FOUND" TO QUERY-REPORT-REC
               WRITE QUERY-REPORT-REC
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           ELSE
               MOVE SPACES TO MT-KEY
               MOVE WS-METRIC-FILTER TO MT-METRIC-NAME
               IF WS-ALIAS-FILTER NOT = SPACES
                   MOVE WS-ALIAS-FILTER TO MT-DBALIAS
                   IF WS-FROM-DATE NOT = SPACES
                       MOVE WS-FROM-DATE TO MT-TIMESTAMP (1:8)
                       MOVE "000000" TO MT-TIMESTAMP (9:6)
                   END-IF
               END-IF
               MOVE "N" TO WS-STORE-EOF-SW
               START METRICS-STORE-FILE
                   KEY IS >= MT-KEY
                   INVALID KEY MOVE "Y" TO WS-STORE-EOF-SW
               END-START
               PERFORM UNTIL WS-STORE-EOF
                   READ METRICS-STORE-FILE NEXT
                       AT END MOVE "Y" TO WS-STORE-EOF-SW
                       NOT AT END
                           PERFORM 1600-APPLY-ONE-STORE-REC
                   END-READ
               END-PERFORM
               CLOSE METRICS-STORE-FILE
           END-IF.

       1600-APPLY-ONE-STORE-REC.
           IF MT-METRIC-NAME NOT = WS-METRIC-FILTER
               MOVE "Y" TO WS-STORE-EOF-SW
           ELSE
               IF WS-ALIAS-FILTER NOT = SPACES
                       AND (MT-DBALIAS NOT = WS-ALIAS-FILTER
                       OR (WS-TO-DATE NOT = SPACES
                       AND MT-TIMESTAMP (1:8) > WS-TO-DATE))
                   MOVE "Y" TO WS-STORE-EOF-SW
               ELSE
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 1700-APPLY-FILTERS
                   IF WS-MATCH
                       ADD 1 TO WS-MATCH-COUNT
                       PERFORM 2000-ADD-TO-DAY
                   END-IF
               END-IF
           END-IF.

       1700-APPLY-FILTERS.
           MOVE "Y" TO WS-MATCH-SW
           IF WS-FROM-DATE NOT = SPACES
                   AND MT-TIMESTAMP (1:8) < WS-FROM-DATE
               MOVE "N" TO WS-MATCH-SW
           END-IF
           IF WS-TO-DATE NOT = SPACES
                   AND MT-TIMESTAMP (1:8) > WS-TO-DATE
               MOVE "N" TO WS-MATCH-SW
           END-IF
           IF WS-OBJECT-FILTER NOT = SPACES
                   AND MT-OBJECT NOT = WS-OBJECT-FILTER
               MOVE "N" TO WS-MATCH-SW
           END-IF.

       2000-ADD-TO-DAY.
           MOVE MT-TIMESTAMP (1:8) TO WS-ROW-DATE
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DY-NUM-ENTRY
               IF WS-DY-DATE (WS-SUB) = WS-ROW-DATE
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = 0
               PERFORM 2100-INSERT-DAY
           END-IF
           IF WS-FOUND-SUB > 0
               ADD 1 TO WS-DY-SAMPLES (WS-FOUND-SUB)
               ADD MT-VALUE TO WS-DY-SUM (WS-FOUND-SUB)
               IF WS-DY-SAMPLES (WS-FOUND-SUB) = 1
                       OR MT-VALUE < WS-DY-MIN (WS-FOUND-SUB)
                   MOVE MT-VALUE TO WS-DY-MIN (WS-FOUND-SUB)
               END-IF
               IF WS-DY-SAMPLES (WS-FOUND-SUB) = 1
                       OR MT-VALUE > WS-DY-MAX (WS-FOUND-SUB)
                   MOVE MT-VALUE TO WS-DY-MAX (WS-FOUND-SUB)
               END-IF
           END-IF.

      * Slot the new day in ahead of the first later day, moving the
      * later days up one.
       2100-INSERT-DAY.
           IF WS-DY-NUM-ENTRY >= 400
               DISPLAY "METQUERY: day table full (400) - skipping "
                   WS-ROW-DATE
           ELSE
               COMPUTE WS-INSERT-SUB = WS-DY-NUM-ENTRY + 1
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-DY-NUM-ENTRY
                   IF WS-DY-DATE (WS-SUB) > WS-ROW-DATE
                           AND WS-INSERT-SUB > WS-DY-NUM-ENTRY
                       MOVE WS-SUB TO WS-INSERT-SUB
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-SUB FROM WS-DY-NUM-ENTRY BY -1
                       UNTIL WS-SUB < WS-INSERT-SUB
                   MOVE WS-DY-ENTRY (WS-SUB)
                       TO WS-DY-ENTRY (WS-SUB + 1)
               END-PERFORM
               ADD 1 TO WS-DY-NUM-ENTRY
               MOVE WS-INSERT-SUB TO WS-FOUND-SUB
               MOVE WS-ROW-DATE TO WS-DY-DATE (WS-FOUND-SUB)
               MOVE WS-ROW-DATE TO WS-ROW-DATE-NUM
               COMPUTE WS-DY-DAY-NUM (WS-FOUND-SUB) =
                   FUNCTION INTEGER-OF-DATE (WS-ROW-DATE-NUM)
               MOVE 0 TO WS-DY-SAMPLES (WS-FOUND-SUB)
               MOVE 0 TO WS-DY-SUM (WS-FOUND-SUB)
               MOVE 0 TO WS-DY-MIN (WS-FOUND-SUB)
               MOVE 0 TO WS-DY-MAX (WS-FOUND-SUB)
               MOVE 0 TO WS-DY-AVG (WS-FOUND-SUB)
           END-IF.

      * Week over week compares each day's average with the same
      * weekday seven days before, where that day is in the range.
       3000-PRINT-DAILY-LINES.
           MOVE SPACES TO QUERY-REPORT-REC
           STRING "DATE      SAMPLES"
                  "                 MIN"
                  "                 MAX"
                  "                 AVG   WEEK-OVER-WEEK"
               DELIMITED BY SIZE INTO QUERY-REPORT-REC
           WRITE QUERY-REPORT-REC
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DY-NUM-ENTRY
               COMPUTE WS-DY-AVG (WS-SUB) ROUNDED =
                   WS-DY-SUM (WS-SUB) / WS-DY-SAMPLES (WS-SUB)
           END-PERFORM
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DY-NUM-ENTRY
               PERFORM 3100-PRINT-ONE-DAY
           END-PERFORM.

       3100-PRINT-ONE-DAY.
           COMPUTE WS-PRIOR-DAY-NUM = WS-DY-DAY-NUM (WS-SUB) - 7
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
                   UNTIL WS-PRIOR-SUB > WS-DY-NUM-ENTRY
               IF WS-DY-DAY-NUM (WS-PRIOR-SUB) = WS-PRIOR-DAY-NUM
                   MOVE WS-PRIOR-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           MOVE "N/A" TO WS-WOW-TEXT
           IF WS-FOUND-SUB > 0
                   AND WS-DY-AVG (WS-FOUND-SUB) NOT = 0
               COMPUTE WS-WOW-PCT ROUNDED =
                   (WS-DY-AVG (WS-SUB) - WS-DY-AVG (WS-FOUND-SUB))
                   * 100 / FUNCTION ABS (WS-DY-AVG (WS-FOUND-SUB))
               MOVE WS-WOW-PCT TO WS-PCT-DISP
               MOVE SPACES TO WS-WOW-TEXT
               STRING WS-PCT-DISP "%"
                   DELIMITED BY SIZE INTO WS-WOW-TEXT
           END-IF
           MOVE WS-DY-SAMPLES (WS-SUB) TO WS-SAMPLES-DISP
           MOVE WS-DY-MIN (WS-SUB) TO WS-MIN-DISP
           MOVE WS-DY-MAX (WS-SUB) TO WS-MAX-DISP
           MOVE WS-DY-AVG (WS-SUB) TO WS-AVG-DISP
           MOVE SPACES TO QUERY-REPORT-REC
           STRING WS-DY-DATE (WS-SUB) "  " WS-SAMPLES-DISP
                  " " WS-MIN-DISP " " WS-MAX-DISP " " WS-AVG-DISP
                  "   " WS-WOW-TEXT
               DELIMITED BY SIZE INTO QUERY-REPORT-REC
           WRITE QUERY-REPORT-REC.

      * The last seven days of the range against the seven before,
      * each averaged over every sample taken in it.
       4000-PRINT-WEEK-COMPARISON.
           IF WS-DY-NUM-ENTRY > 0
               MOVE WS-DY-DAY-NUM (WS-DY-NUM-ENTRY) TO WS-LAST-DAY-NUM
               MOVE 0 TO WS-RECENT-SUM WS-RECENT-SAMPLES
               MOVE 0 TO WS-PRIOR-SUM WS-PRIOR-SAMPLES
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-DY-NUM-ENTRY
                   IF WS-DY-DAY-NUM (WS-SUB) > WS-LAST-DAY-NUM - 7
                       ADD WS-DY-SUM (WS-SUB) TO WS-RECENT-SUM
                       ADD WS-DY-SAMPLES (WS-SUB)
                           TO WS-RECENT-SAMPLES
                   ELSE
                       IF WS-DY-DAY-NUM (WS-SUB) > WS-LAST-DAY-NUM - 14
                           ADD WS-DY-SUM (WS-SUB) TO WS-PRIOR-SUM
                           ADD WS-DY-SAMPLES (WS-SUB)
                               TO WS-PRIOR-SAMPLES
                       END-IF
                   END-IF
               END-PERFORM
               COMPUTE WS-RECENT-AVG ROUNDED =
                   WS-RECENT-SUM / WS-RECENT-SAMPLES
               MOVE WS-RECENT-AVG TO WS-AVG-DISP
               MOVE "N/A" TO WS-WOW-TEXT
               MOVE 0 TO WS-PRIOR-AVG
               IF WS-PRIOR-SAMPLES > 0
                   COMPUTE WS-PRIOR-AVG ROUNDED =
                       WS-PRIOR-SUM / WS-PRIOR-SAMPLES
               END-IF
               MOVE WS-PRIOR-AVG TO WS-PRIOR-AVG-DISP
               IF WS-PRIOR-AVG NOT = 0
                   COMPUTE WS-WOW-PCT ROUNDED =
                       (WS-RECENT-AVG - WS-PRIOR-AVG) * 100
                       / FUNCTION ABS (WS-PRIOR-AVG)
                   MOVE WS-WOW-PCT TO WS-PCT-DISP
                   MOVE SPACES TO WS-WOW-TEXT
                   STRING WS-PCT-DISP "%"
                       DELIMITED BY SIZE INTO WS-WOW-TEXT
               END-IF
               MOVE SPACES TO QUERY-REPORT-REC
               WRITE QUERY-REPORT-REC
               STRING "LAST 7 DAYS AVG=" WS-AVG-DISP
                      "  PRIOR 7 DAYS AVG=" WS-PRIOR-AVG-DISP
                      "  WEEK-OVER-WEEK=" WS-WOW-TEXT
                   DELIMITED BY SIZE INTO QUERY-REPORT-REC
               WRITE QUERY-REPORT-REC
           END-IF.

      * slope = (n.Sxy - Sx.Sy) / (n.Sxx - Sx.Sx) over the daily
      * averages; fewer than two days gives no line to fit.
       5000-PRINT-TREND-SLOPE.
           MOVE SPACES TO QUERY-REPORT-REC
           IF WS-DY-NUM-ENTRY < 2
               MOVE "TREND  INSUFFICIENT DATA - FEWER THAN TWO DAYS"
                   TO QUERY-REPORT-REC
           ELSE
               MOVE 0 TO WS-FIT-SUM-X WS-FIT-SUM-XX
               MOVE 0 TO WS-FIT-SUM-Y WS-FIT-SUM-XY
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-DY-NUM-ENTRY
                   COMPUTE WS-FIT-X =
                       WS-DY-DAY-NUM (WS-SUB) - WS-DY-DAY-NUM (1)
                   ADD WS-FIT-X TO WS-FIT-SUM-X
                   COMPUTE WS-FIT-SUM-XX =
                       WS-FIT-SUM-XX + WS-FIT-X * WS-FIT-X
                   ADD WS-DY-AVG (WS-SUB) TO WS-FIT-SUM-Y
                   COMPUTE WS-FIT-SUM-XY =
                       WS-FIT-SUM-XY + WS-FIT-X * WS-DY-AVG (WS-SUB)
               END-PERFORM
               COMPUTE WS-FIT-DENOMINATOR =
                   WS-DY-NUM-ENTRY * WS-FIT-SUM-XX
                   - WS-FIT-SUM-X * WS-FIT-SUM-X
               COMPUTE WS-SLOPE ROUNDED =
                   (WS-DY-NUM-ENTRY * WS-FIT-SUM-XY
                   - WS-FIT-SUM-X * WS-FIT-SUM-Y)
                   / WS-FIT-DENOMINATOR
               COMPUTE WS-SLOPE-WEEK = WS-SLOPE * 7
               EVALUATE TRUE
                   WHEN WS-SLOPE > 0
                       MOVE "RISING" TO WS-TREND-WORD
                   WHEN WS-SLOPE < 0
                       MOVE "FALLING" TO WS-TREND-WORD
                   WHEN OTHER
                       MOVE "FLAT" TO WS-TREND-WORD
               END-EVALUATE
               MOVE WS-SLOPE TO WS-SLOPE-DISP
               MOVE WS-SLOPE-WEEK TO WS-SLOPE-WEEK-DISP
               MOVE WS-DY-NUM-ENTRY TO WS-DAYS-DISP
               STRING "TREND  SLOPE=" WS-SLOPE-DISP " PER DAY"
                      "  (" WS-SLOPE-WEEK-DISP " PER WEEK)"
                      "  OVER " WS-DAYS-DISP " DAYS  " WS-TREND-WORD
                   DELIMITED BY SIZE INTO QUERY-REPORT-REC
           END-IF
           WRITE QUERY-REPORT-REC.

       8000-WRITE-TOTALS.
           MOVE SPACES TO QUERY-REPORT-REC
           WRITE QUERY-REPORT-REC
           STRING "METRICS QUERY TOTALS  READ=" WS-READ-COUNT
                  " MATCHED=" WS-MATCH-COUNT
               DELIMITED BY SIZE INTO QUERY-REPORT-REC
           WRITE QUERY-REPORT-REC.

       9000-TERMINATE.
           CLOSE QUERY-REPORT-FILE.

       9500-WRITE-AUDIT-RECORD.
           OPEN EXTEND OPS-AUDIT-FILE
           IF WS-OPSAUDIT-STATUS = "35"
               CLOSE OPS-AUDIT-FILE
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "METQUERY" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE WS-ALIAS-FILTER TO OA-DBALIAS
           MOVE "METQUERY" TO OA-ACTION-VERB
           MOVE WS-READ-COUNT TO OA-KEY-COUNT-1
           MOVE WS-MATCH-COUNT TO OA-KEY-COUNT-2
           MOVE 0 TO OA-FINAL-SQLCODE
           WRITE OPS-AUDIT-REC
           CLOSE OPS-AUDIT-FILE.

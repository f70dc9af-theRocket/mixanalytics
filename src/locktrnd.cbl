      *           bands worst-first by lock wait time - so two teams'
      *           jobs colliding at the same half-hour every week
      *           finally show up as one line instead of fifty
      *           forgotten interval reports.  Rows LOCKMON found
      *           to come from one of our own drivers (a run ID on
      *           the history row) are summed apart from the user
      *           workload under the same ID, one line per driver,
      *           and labelled "ours, run <id>" with that driver's
      *           latest run in the window.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE SECTION.
       FD  CONTENTION-HISTORY-FILE
           RECORDING MODE IS F.
           COPY "lockhist.cpy".

      * Shop-maintained application-owner directory: authorization
      * ID to business job name and owning team.
           05 WS-SM-ENTRY OCCURS 200 TIMES INDEXED BY WS-SM-IDX.
               10 WS-SM-AUTH-ID       PIC X(8).
               10 WS-SM-BAND          PIC 9(2).
               10 WS-SM-SUITE-PROGRAM PIC X(8).
               10 WS-SM-RUN-ID        PIC X(25).
               10 WS-SM-LOCK-WAITS    PIC S9(12).
               10 WS-SM-WAIT-TIME     PIC S9(18).
               10 WS-SM-DEADLOCKS     PIC S9(9).
       01  WS-BEST-WAIT-TIME          PIC S9(18) VALUE 0.
       01  WS-BAND                    PIC 9(2)  VALUE 0.
       01  WS-ROW-HH                  PIC 9(2)  VALUE 0.
       01  WS-ROW-SUITE-PROGRAM       PIC X(8)  VALUE SPACES.

       01  WS-ROW-DATE-NUM            PIC 9(8)  VALUE 0.
       01  WS-ROW-JULIAN              PIC S9(9) VALUE 0.
       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "LOCKTRND".
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
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-NUM
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
           STRING "LOCK CONTENTION TREND  RUN="
                  FUNCTION CURRENT-DATE (1:14)
                  "  WINDOW-DAYS=" WS-TREND-WINDOW-DAYS
                  "  RUN ID=" WS-RUN-ID
               DELIMITED BY SIZE INTO TREND-REPORT-REC
           WRITE TREND-REPORT-REC
           MOVE SPACES TO TREND-REPORT-REC
               ADD 1 TO WS-ROWS-READ-COUNT
               MOVE LH-TIMESTAMP (9:2) TO WS-ROW-HH
               COMPUTE WS-BAND = WS-ROW-HH / 2
               MOVE SPACES TO WS-ROW-SUITE-PROGRAM
               IF LH-RUN-ID NOT = SPACES
                   MOVE LH-APPL-NAME TO WS-ROW-SUITE-PROGRAM
               END-IF
               PERFORM 2200-FIND-OR-ADD-SUM-ENTRY
               IF WS-FOUND-SUB NOT = 0
                   ADD LH-LOCK-WAITS
                       TO WS-SM-WAIT-TIME (WS-FOUND-SUB)
                   ADD LH-DEADLOCKS
                       TO WS-SM-DEADLOCKS (WS-FOUND-SUB)
      * History is in time order, so the last run seen is the latest.
                   IF LH-RUN-ID NOT = SPACES
                       MOVE LH-RUN-ID TO WS-SM-RUN-ID (WS-FOUND-SUB)
                   END-IF
               END-IF
           END-IF.

                   UNTIL WS-SUB > WS-SM-NUM-ENTRY
               IF WS-SM-AUTH-ID (WS-SUB) = LH-AUTH-ID
                       AND WS-SM-BAND (WS-SUB) = WS-BAND
                       AND WS-SM-SUITE-PROGRAM (WS-SUB)
                           = WS-ROW-SUITE-PROGRAM
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
                   MOVE LH-AUTH-ID
                       TO WS-SM-AUTH-ID (WS-FOUND-SUB)
                   MOVE WS-BAND TO WS-SM-BAND (WS-FOUND-SUB)
                   MOVE WS-ROW-SUITE-PROGRAM
                       TO WS-SM-SUITE-PROGRAM (WS-FOUND-SUB)
                   MOVE SPACES TO WS-SM-RUN-ID (WS-FOUND-SUB)
                   MOVE 0 TO WS-SM-LOCK-WAITS (WS-FOUND-SUB)
                   MOVE 0 TO WS-SM-WAIT-TIME (WS-FOUND-SUB)
                   MOVE 0 TO WS-SM-DEADLOCKS (WS-FOUND-SUB)
                  " TEAM=" WS-TEAM
               DELIMITED BY SIZE INTO TREND-REPORT-REC
           WRITE TREND-REPORT-REC
           IF WS-SM-SUITE-PROGRAM (WS-BEST-SUB) NOT = SPACES
               MOVE SPACES TO TREND-REPORT-REC
               STRING "  ours, run " WS-SM-RUN-ID (WS-BEST-SUB)
                   DELIMITED BY SIZE INTO TREND-REPORT-REC
               WRITE TREND-REPORT-REC
               MOVE SPACES TO TREND-REPORT-REC
           END-IF
           STRING "  BAND=" WS-BAND-FROM-DISP "-" WS-BAND-TO-DISP
                  " LOCKWAITS=" WS-WAITS-DISP
                  " WAITTIME=" WS-WAIT-TIME-DISP
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "LOCKTRND" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS

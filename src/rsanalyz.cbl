      *           against statistics from whenever someone last
      *           edited the file by hand.
      *
      *           Each table's statistics profile from the STATPROF.DAT
      *           library is carried into the control entry by name,
      *           so a reschedule driven by measured churn still runs
      *           the hand-tuned columns, distributions and column
      *           groups rather than falling back to table-wide
      *           statistics.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSANALYZ.
           SELECT RUNSTATS-CONTROL-FILE ASSIGN TO WS-RUNSTATS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.
           SELECT STAT-PROFILE-FILE ASSIGN TO WS-STATPROF-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATPROF-STATUS.
           SELECT ANALYZER-LOG-FILE ASSIGN TO WS-LOG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           05 RSC-FLAGS               PIC 9(9).
           05 RSC-SAMPLING-PCT        PIC 9(3)V9(2).
           05 RSC-PRIORITY            PIC 9(9).
           05 RSC-PROFILE-NAME        PIC X(18).

       FD  STAT-PROFILE-FILE
           RECORDING MODE IS F.
           COPY "statprof.cpy".

       FD  ANALYZER-LOG-FILE
           RECORDING MODE IS F.
       01  WS-GATHER-HIST-DD          PIC X(40) VALUE "RSANALYZ.HIS".
       01  WS-RUNSTATS-DD             PIC X(40) VALUE "RUNSTSCH.DAT".
       01  WS-LOG-DD                  PIC X(40) VALUE "RSANALYZ.LOG".
       01  WS-STATPROF-DD             PIC X(40) VALUE "STATPROF.DAT".

       01  WS-CANDIDATE-STATUS        PIC XX.
       01  WS-CONFIG-STATUS           PIC XX.
       01  WS-GATHER-HIST-STATUS      PIC XX.
       01  WS-RUNSTATS-STATUS         PIC XX.
       01  WS-LOG-STATUS              PIC XX.
       01  WS-STATPROF-STATUS         PIC XX.
       01  WS-EOF-SW                  PIC X     VALUE "N".
           88 WS-EOF                  VALUE "Y".

               10 WS-CA-AGE-DAYS      PIC 9(5).
               10 WS-CA-HOT-SW        PIC X.
                  88 WS-CA-HOT        VALUE "Y".
               10 WS-CA-PROFILE-NAME  PIC X(18).

       01  WS-SUB                     PIC 9(4)  VALUE 0.

       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "RSANALYZ".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.

      * Scheduler return-code severity for this run: 0 clean, 4
      * warnings, 8 check failed / do not proceed, 12 driver
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-CANDIDATES
           PERFORM 1700-LOAD-PROFILE-NAMES
           PERFORM 2000-SCORE-LOAD-CHURN
           PERFORM 2500-SCORE-REFRESH-CHURN
           PERFORM 3000-AGE-LAST-GATHERINGS
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
           IF WS-LOG-STATUS = "35"
               CLOSE ANALYZER-LOG-FILE
               OPEN OUTPUT ANALYZER-LOG-FILE
           END-IF
           MOVE SPACES TO ANALYZER-LOG-REC
           STRING "RSANALYZ  RUN ID=" WS-RUN-ID
                  "  START=" WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO ANALYZER-LOG-REC
           WRITE ANALYZER-LOG-REC
           MOVE SPACES TO ANALYZER-LOG-REC.

       1500-LOAD-CANDIDATES.
           OPEN INPUT CANDIDATE-CONTROL-FILE
               MOVE SPACES TO WS-CA-LAST-FULL-TS (WS-CA-IDX)
               MOVE 0 TO WS-CA-AGE-DAYS (WS-CA-IDX)
               MOVE "N" TO WS-CA-HOT-SW (WS-CA-IDX)
               MOVE SPACES TO WS-CA-PROFILE-NAME (WS-CA-IDX)
           ELSE
               DISPLAY "RSANALYZ: candidate list full (100) - "
                   "skipping " CANDIDATE-CONTROL-REC
           END-IF.

      * A table's profile is the first one the library names it
      * under - STATPMNT reports a table carried by two profiles.
       1700-LOAD-PROFILE-NAMES.
           OPEN INPUT STAT-PROFILE-FILE
           IF WS-STATPROF-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ STAT-PROFILE-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                                   UNTIL WS-CA-IDX > WS-CA-NUM-ENTRY
                               IF WS-CA-TABLE-NAME (WS-CA-IDX)
                                       = SP-TABLE-NAME
                                   AND WS-CA-PROFILE-NAME (WS-CA-IDX)
                                       = SPACES
                                   MOVE SP-PROFILE-NAME TO
                                       WS-CA-PROFILE-NAME (WS-CA-IDX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE STAT-PROFILE-FILE
           END-IF.

      * The LDHIST CSV's columns sit at fixed offsets (the counters
      * are written as fixed-width edited fields): the table name at
      * 16, loaded rows at 85 and deleted rows at 123.
                      " CHURN=" WS-CHURN-DISP
                      " STATS-AGE-DAYS=" WS-AGE-DISP
                      " HOT=" WS-CA-HOT-SW (WS-SUB)
                      " PROFILE=" WS-CA-PROFILE-NAME (WS-SUB)
                   DELIMITED BY SIZE INTO ANALYZER-LOG-REC
               WRITE ANALYZER-LOG-REC
           END-PERFORM.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CA-NUM-ENTRY
               MOVE WS-CA-TABLE-NAME (WS-SUB) TO RSC-TABLE-NAME
               MOVE WS-CA-PROFILE-NAME (WS-SUB) TO RSC-PROFILE-NAME
               IF WS-CA-HOT (WS-SUB)
                   MOVE WS-HOT-FLAGS TO RSC-FLAGS
                   MOVE WS-HOT-SAMPLING TO RSC-SAMPLING-PCT
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "RSANALYZ" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS

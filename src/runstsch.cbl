      *           carry a cheap sampled-stats bitmask weekly, without
      *           anyone hand-building each RUNSTATS command.
      *
      *           A control entry may name a statistics profile from
      *           the STATPROF.DAT library.  The profile's columns,
      *           per-column distribution settings and column groups
      *           are built into the column, distribution and group
      *           lists handed to db2gRunstats, and the entry's
      *           all-columns request is narrowed to key columns, so
      *           the correlated-column statistics the optimizer
      *           needs are gathered instead of table-wide defaults.
      *           A profile carrying distribution columns, or groups
      *           with frequency or quantile counts, also turns on the
      *           distribution bit, without which they are ignored.
      *           A named profile that is missing, is for another
      *           table or overflows the lists is reported and the
      *           entry runs table-wide as before.
      *
      *           Other drivers can ask for a table's statistics to be
      *           redone by appending an entry, in the control-file
      *           layout, to the request file RUNSTSCH.REQ - ARCPURGE
      *           does so for every table it has just purged.
      *           Requests run ahead of the control list under the
      *           same window and calendar governor; the file is
      *           rewritten with whatever the window left unrun, so a
      *           request is never dropped, only carried to the next
      *           window.
      *
      *************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNSTSCH.
           SELECT CHECKPOINT-FILE ASSIGN TO WS-CHECKPOINT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
           SELECT STAT-PROFILE-FILE ASSIGN TO WS-STATPROF-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATPROF-STATUS.
           SELECT RUNSTATS-REQUEST-FILE ASSIGN TO WS-REQUEST-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT OPS-AUDIT-FILE ASSIGN TO WS-OPSAUDIT-DD
               ORGANIZATION IS LINE SEQUENTIAL
           05 RSC-FLAGS                PIC 9(9).
           05 RSC-SAMPLING-PCT         PIC 9(3)V9(2).
           05 RSC-PRIORITY             PIC 9(9).
           05 RSC-PROFILE-NAME         PIC X(18).

       FD  RUNSTATS-LOG-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  CHECKPOINT-REC              PIC 9(9).

       FD  STAT-PROFILE-FILE
           RECORDING MODE IS F.
           COPY "statprof.cpy".

      * Same layout as the control record.
       FD  RUNSTATS-REQUEST-FILE
           RECORDING MODE IS F.
       01  RUNSTATS-REQUEST-REC        PIC X(71).

       FD  OPS-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "opsaudit.cpy".
       01  WS-PRIORITY-DISP             PIC Z(8)9.
       01  WS-SQLCODE-DISP              PIC -(8)9.

       01  WS-STATPROF-DD              PIC X(40) VALUE "STATPROF.DAT".
       01  WS-STATPROF-STATUS          PIC XX.
       01  WS-PROFILE-EOF-SW           PIC X     VALUE "N".
           88 WS-PROFILE-EOF           VALUE "Y".
       01  WS-PROFILE-VERDICT          PIC X     VALUE SPACE.
           88 WS-PROFILE-USABLE        VALUE "Y".
       01  WS-PROFILE-REASON           PIC X(40) VALUE SPACES.
       01  WS-PROFILE-ENTRIES          PIC 9(4)  VALUE 0.
       01  WS-RUN-FLAGS                PIC 9(9)  VALUE 0.
       01  WS-COLUMN-FLAG-BITS         PIC 9(2)  VALUE 0.
       01  WS-DIST-FLAG-BIT            PIC 9(9)  VALUE 0.
       01  WS-DIST-WANTED-SW           PIC X     VALUE "N".
           88 WS-DIST-WANTED           VALUE "Y".
       01  WS-SUB                      PIC 9(4)  VALUE 0.
       01  WS-GROUP-SUB                PIC 9(4)  VALUE 0.
       01  WS-MEMBER-SUB               PIC 9(4)  VALUE 0.
       01  WS-PG-COUNT-DISP            PIC Z9.
       01  WS-PC-COUNT-DISP            PIC Z9.
       01  WS-PD-COUNT-DISP            PIC Z9.

      * Lists built from a statistics profile, laid out as the
      * db2gRunstats column, distribution and group structures -
      * capped at 50 columns, 50 distribution columns and 10 groups
      * of up to 10 members, the limits STATPMNT validates against.
      * db2gRunstats takes each list as an array of pointers, one per
      * entry, the way a group takes its member names - the pointer
      * arrays below are what its column, distribution and group
      * list pointers address.
       01  WS-PC-COUNT                 PIC 9(4)  COMP-5 VALUE 0.
       01  WS-PROFILE-COLUMN-LIST.
           05 WS-PC-ENTRY OCCURS 50 TIMES.
               10 WS-PC-NAME-PTR       USAGE IS POINTER.
               10 WS-PC-NAME-LEN       PIC 9(4)  COMP-5.
               10 WS-PC-FLAGS          PIC S9(4) COMP-5.
               10 FILLER               PIC X(4).
       01  WS-PROFILE-COLUMN-NAMES.
           05 WS-PC-NAME               PIC X(30) OCCURS 50 TIMES.
       01  WS-PROFILE-COLUMN-PTRS.
           05 WS-PC-ENTRY-PTR          USAGE IS POINTER
                                       OCCURS 50 TIMES.

       01  WS-PD-COUNT                 PIC 9(4)  COMP-5 VALUE 0.
       01  WS-PROFILE-DIST-LIST.
           05 WS-PD-ENTRY OCCURS 50 TIMES.
               10 WS-PD-NAME-PTR       USAGE IS POINTER.
               10 WS-PD-NAME-LEN       PIC 9(4)  COMP-5.
               10 WS-PD-NUM-FREQ       PIC S9(4) COMP-5.
               10 WS-PD-NUM-QUANT      PIC S9(4) COMP-5.
               10 FILLER               PIC X(2).
       01  WS-PROFILE-DIST-NAMES.
           05 WS-PD-NAME               PIC X(30) OCCURS 50 TIMES.
       01  WS-PROFILE-DIST-PTRS.
           05 WS-PD-ENTRY-PTR          USAGE IS POINTER
                                       OCCURS 50 TIMES.

       01  WS-PG-COUNT                 PIC 9(4)  COMP-5 VALUE 0.
       01  WS-PROFILE-GROUP-LIST.
           05 WS-PG-ENTRY OCCURS 10 TIMES.
               10 WS-PG-NAMES-PTR      USAGE IS POINTER.
               10 WS-PG-LENS-PTR       USAGE IS POINTER.
               10 WS-PG-SIZE           PIC S9(4) COMP-5.
               10 WS-PG-NUM-FREQ       PIC S9(4) COMP-5.
               10 WS-PG-NUM-QUANT      PIC S9(4) COMP-5.
               10 FILLER               PIC X(2).
       01  WS-PROFILE-GROUP-PTRS.
           05 WS-PG-ENTRY-PTR          USAGE IS POINTER
                                       OCCURS 10 TIMES.
       01  WS-PROFILE-GROUP-KEYS.
           05 WS-PG-GROUP-NUM          PIC 9(2)  OCCURS 10 TIMES.
       01  WS-PROFILE-GROUP-MEMBERS.
           05 WS-PM-GROUP OCCURS 10 TIMES.
               10 WS-PM-NAME-PTR       USAGE IS POINTER
                                       OCCURS 10 TIMES.
               10 WS-PM-NAME-LEN       PIC 9(4)  COMP-5
                                       OCCURS 10 TIMES.
               10 WS-PM-NAME           PIC X(30) OCCURS 10 TIMES.

      * Requested entries the window left unrun, written back to
      * RUNSTSCH.REQ at the end of the request pass - capped OCCURS
      * 200, the bound this shop puts on any table loaded from an
      * operator-maintained file.
       01  WS-REQUEST-DD              PIC X(40) VALUE "RUNSTSCH.REQ".
       01  WS-REQUEST-STATUS          PIC XX.
       01  WS-KEPT-REQUEST-TABLE.
           05 WS-KR-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-KR-ENTRY             PIC X(71) OCCURS 200 TIMES.

       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "RUNSTSCH".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.
       01  WS-AUDIT-ENTRY-COUNT       PIC 9(9)  VALUE 0.

       01  WS-KB-SQLCODE              PIC S9(9) COMP-5 VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1900-PROCESS-REQUEST-FILE
           PERFORM 2000-PROCESS-CONTROL-FILE
           PERFORM 8500-SAVE-CHECKPOINT
           PERFORM 9500-WRITE-AUDIT-RECORD
           PERFORM 9000-TERMINATE
           MOVE WS-JOB-SEVERITY TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-START-TS
           CALL "RUNCORID" USING BY REFERENCE WS-RUN-PROGRAM-ID
                                 BY REFERENCE WS-RUN-ID
           OPEN INPUT RUNSTATS-CONTROL-FILE
           OPEN EXTEND RUNSTATS-LOG-FILE
           IF WS-LOG-STATUS = "35"
               CLOSE RUNSTATS-LOG-FILE
               OPEN OUTPUT RUNSTATS-LOG-FILE
           END-IF
           MOVE SPACES TO RUNSTATS-LOG-REC
           STRING "RUNSTSCH  RUN ID=" WS-RUN-ID
                  "  START=" WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO RUNSTATS-LOG-REC
           WRITE RUNSTATS-LOG-REC
           MOVE SPACES TO RUNSTATS-LOG-REC
           PERFORM 1100-LOAD-WINDOW-CONTROLS
           PERFORM 1800-CHECK-CALENDAR.

               CLOSE CHECKPOINT-FILE
           END-IF.

      * Requests carry no checkpoint position: each one either runs
      * in this window or goes back into the file for the next.
       1900-PROCESS-REQUEST-FILE.
           MOVE 0 TO WS-KR-NUM-ENTRY
           OPEN INPUT RUNSTATS-REQUEST-FILE
           IF WS-REQUEST-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ RUNSTATS-REQUEST-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 1950-GOVERN-ONE-REQUEST
                   END-READ
               END-PERFORM
               CLOSE RUNSTATS-REQUEST-FILE
               OPEN OUTPUT RUNSTATS-REQUEST-FILE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-KR-NUM-ENTRY
                   MOVE WS-KR-ENTRY (WS-SUB) TO RUNSTATS-REQUEST-REC
                   WRITE RUNSTATS-REQUEST-REC
               END-PERFORM
               CLOSE RUNSTATS-REQUEST-FILE
           END-IF.

       1950-GOVERN-ONE-REQUEST.
           IF NOT WS-WINDOW-CLOSED
               MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW-TS
               IF WS-DEADLINE-SET AND WS-NOW-TS >= WS-WINDOW-DEADLINE
                   MOVE "Y" TO WS-WINDOW-CLOSED-SW
                   MOVE SPACES TO RUNSTATS-LOG-REC
                   STRING "WINDOW CLOSED AT " WS-NOW-TS
                          " - REQUESTED RUNSTATS KEPT FOR NEXT WINDOW"
                       DELIMITED BY SIZE INTO RUNSTATS-LOG-REC
                   WRITE RUNSTATS-LOG-REC
               END-IF
           END-IF
           IF WS-WINDOW-CLOSED
               IF WS-KR-NUM-ENTRY < 200
                   ADD 1 TO WS-KR-NUM-ENTRY
                   MOVE RUNSTATS-REQUEST-REC
                       TO WS-KR-ENTRY (WS-KR-NUM-ENTRY)
               ELSE
                   DISPLAY "RUNSTSCH: kept request table full (200)"
                           " - skipping " RUNSTATS-REQUEST-REC (1:30)
               END-IF
           ELSE
               MOVE RUNSTATS-REQUEST-REC TO RUNSTATS-CONTROL-REC
               MOVE RSC-TABLE-NAME TO WS-TABLE-NAME
               ADD 1 TO WS-AUDIT-ENTRY-COUNT
               MOVE SPACES TO RUNSTATS-LOG-REC
               STRING "REQUESTED RUNSTATS TABLE=" WS-TABLE-NAME
                   DELIMITED BY SIZE INTO RUNSTATS-LOG-REC
               WRITE RUNSTATS-LOG-REC
               PERFORM 3000-RUN-RUNSTATS
               PERFORM 4000-LOG-RESULT
           END-IF.

       2000-PROCESS-CONTROL-FILE.
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               TO NULL
           SET DB2-PI-INDEX-LIST OF DB2G-RUNSTATS-DATA TO NULL
           SET DB2-PI-INDEX-NAMES-LEN OF DB2G-RUNSTATS-DATA TO NULL
           MOVE RSC-FLAGS TO WS-RUN-FLAGS
           MOVE 30 TO DB2-I-TABLENAME-LEN OF DB2G-RUNSTATS-DATA
           MOVE 0 TO DB2-I-NUM-COLUMNS OF DB2G-RUNSTATS-DATA
           MOVE 0 TO DB2-I-NUM-COLDIST OF DB2G-RUNSTATS-DATA
           MOVE 0 TO DB2-I-SAMPLING-REPEATABLE OF DB2G-RUNSTATS-DATA
           MOVE RSC-PRIORITY
               TO DB2-I-UTIL-IMPACT-PRIORITY OF DB2G-RUNSTATS-DATA
           IF RSC-PROFILE-NAME NOT = SPACES
               PERFORM 3100-APPLY-STATS-PROFILE
           END-IF
           MOVE WS-RUN-FLAGS
               TO DB2-I-RUNSTATS-FLAGS OF DB2G-RUNSTATS-DATA

           CALL "db2gRunstats" USING BY VALUE WS-DB2-VERSION
                     BY REFERENCE DB2G-RUNSTATS-DATA
                     BY REFERENCE SQLCA.

      * The named profile's entries are collected from the library
      * into the three lists; only when every entry fits and the
      * profile is for this table are the lists handed over, with
      * an all-columns request narrowed to key columns so the
      * profile's columns are what the run actually covers.
       3100-APPLY-STATS-PROFILE.
           MOVE "Y" TO WS-PROFILE-VERDICT
           MOVE SPACES TO WS-PROFILE-REASON
           MOVE 0 TO WS-PROFILE-ENTRIES
           MOVE 0 TO WS-PC-COUNT
           MOVE 0 TO WS-PD-COUNT
           MOVE 0 TO WS-PG-COUNT
           OPEN INPUT STAT-PROFILE-FILE
           IF WS-STATPROF-STATUS = "00"
               MOVE "N" TO WS-PROFILE-EOF-SW
               PERFORM UNTIL WS-PROFILE-EOF
                   READ STAT-PROFILE-FILE
                       AT END MOVE "Y" TO WS-PROFILE-EOF-SW
                       NOT AT END
                           IF SP-PROFILE-NAME = RSC-PROFILE-NAME
                               PERFORM 3150-TAKE-PROFILE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STAT-PROFILE-FILE
           END-IF
           IF WS-PROFILE-USABLE AND WS-PROFILE-ENTRIES = 0
               MOVE "N" TO WS-PROFILE-VERDICT
               MOVE "NOT IN STATPROF LIBRARY" TO WS-PROFILE-REASON
           END-IF
           IF WS-PROFILE-USABLE
               PERFORM 3200-SET-PROFILE-LISTS
               MOVE WS-PC-COUNT TO WS-PC-COUNT-DISP
               MOVE WS-PD-COUNT TO WS-PD-COUNT-DISP
               MOVE WS-PG-COUNT TO WS-PG-COUNT-DISP
               MOVE SPACES TO RUNSTATS-LOG-REC
               STRING "PROFILE " RSC-PROFILE-NAME
                      " TABLE=" WS-TABLE-NAME
                      " COLUMNS=" WS-PC-COUNT-DISP
                      " DISTRIBUTIONS=" WS-PD-COUNT-DISP
                      " GROUPS=" WS-PG-COUNT-DISP
                   DELIMITED BY SIZE INTO RUNSTATS-LOG-REC
               WRITE RUNSTATS-LOG-REC
           ELSE
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
               MOVE SPACES TO RUNSTATS-LOG-REC
               STRING "WARNING - PROFILE " RSC-PROFILE-NAME
                      " " WS-PROFILE-REASON
                      " - TABLE=" WS-TABLE-NAME " RUNS TABLE-WIDE"
                   DELIMITED BY SIZE INTO RUNSTATS-LOG-REC
               WRITE RUNSTATS-LOG-REC
           END-IF.

       3150-TAKE-PROFILE-ENTRY.
           ADD 1 TO WS-PROFILE-ENTRIES
           IF SP-TABLE-NAME NOT = WS-TABLE-NAME
               MOVE "N" TO WS-PROFILE-VERDICT
               MOVE "IS FOR ANOTHER TABLE" TO WS-PROFILE-REASON
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-PROFILE-USABLE
                   CONTINUE
               WHEN SP-COLUMN-ENTRY
                   IF WS-PC-COUNT < 50
                       ADD 1 TO WS-PC-COUNT
                       MOVE SP-COLUMN-NAME TO WS-PC-NAME (WS-PC-COUNT)
                       MOVE 0 TO WS-PC-FLAGS (WS-PC-COUNT)
                       IF SP-LIKE-STATS-ON
                           MOVE DB2RUNSTATS-COLUMN-LIKE-STATS
                               TO WS-PC-FLAGS (WS-PC-COUNT)
                       END-IF
                   ELSE
                       MOVE "N" TO WS-PROFILE-VERDICT
                       MOVE "HAS MORE THAN 50 COLUMNS"
                           TO WS-PROFILE-REASON
                   END-IF
               WHEN SP-DIST-ENTRY
                   IF WS-PD-COUNT < 50
                       ADD 1 TO WS-PD-COUNT
                       MOVE SP-COLUMN-NAME TO WS-PD-NAME (WS-PD-COUNT)
                       MOVE SP-NUM-FREQ-VALUES
                           TO WS-PD-NUM-FREQ (WS-PD-COUNT)
                       MOVE SP-NUM-QUANTILES
                           TO WS-PD-NUM-QUANT (WS-PD-COUNT)
                   ELSE
                       MOVE "N" TO WS-PROFILE-VERDICT
                       MOVE "HAS MORE THAN 50 DISTRIBUTIONS"
                           TO WS-PROFILE-REASON
                   END-IF
               WHEN SP-GROUP-ENTRY
                   PERFORM 3160-TAKE-GROUP-MEMBER
               WHEN OTHER
                   MOVE "N" TO WS-PROFILE-VERDICT
                   MOVE "HAS AN UNKNOWN ENTRY TYPE"
                       TO WS-PROFILE-REASON
           END-EVALUATE.

      * Groups are numbered freely in the library; each new number
      * takes the next slot in the list, and its frequent-value and
      * quantile counts come from the member entries.
       3160-TAKE-GROUP-MEMBER.
           MOVE 0 TO WS-GROUP-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PG-COUNT
               IF WS-PG-GROUP-NUM (WS-SUB) = SP-GROUP-NUM
                   MOVE WS-SUB TO WS-GROUP-SUB
               END-IF
           END-PERFORM
           IF WS-GROUP-SUB = 0
               IF WS-PG-COUNT < 10
                   ADD 1 TO WS-PG-COUNT
                   MOVE WS-PG-COUNT TO WS-GROUP-SUB
                   MOVE SP-GROUP-NUM
                       TO WS-PG-GROUP-NUM (WS-GROUP-SUB)
                   MOVE 0 TO WS-PG-SIZE (WS-GROUP-SUB)
               ELSE
                   MOVE "N" TO WS-PROFILE-VERDICT
                   MOVE "HAS MORE THAN 10 GROUPS"
                       TO WS-PROFILE-REASON
               END-IF
           END-IF
           IF WS-GROUP-SUB > 0
               IF WS-PG-SIZE (WS-GROUP-SUB) < 10
                   ADD 1 TO WS-PG-SIZE (WS-GROUP-SUB)
                   MOVE WS-PG-SIZE (WS-GROUP-SUB) TO WS-MEMBER-SUB
                   MOVE SP-COLUMN-NAME
                       TO WS-PM-NAME (WS-GROUP-SUB, WS-MEMBER-SUB)
                   MOVE SP-NUM-FREQ-VALUES
                       TO WS-PG-NUM-FREQ (WS-GROUP-SUB)
                   MOVE SP-NUM-QUANTILES
                       TO WS-PG-NUM-QUANT (WS-GROUP-SUB)
               ELSE
                   MOVE "N" TO WS-PROFILE-VERDICT
                   MOVE "HAS A GROUP OF MORE THAN 10"
                       TO WS-PROFILE-REASON
               END-IF
           END-IF.

       3200-SET-PROFILE-LISTS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PC-COUNT
               SET WS-PC-NAME-PTR (WS-SUB)
                   TO ADDRESS OF WS-PC-NAME (WS-SUB)
               SET WS-PC-ENTRY-PTR (WS-SUB)
                   TO ADDRESS OF WS-PC-ENTRY (WS-SUB)
               COMPUTE WS-PC-NAME-LEN (WS-SUB) =
                   FUNCTION STORED-CHAR-LENGTH
                       (FUNCTION TRIM(WS-PC-NAME (WS-SUB)))
           END-PERFORM
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PD-COUNT
               SET WS-PD-NAME-PTR (WS-SUB)
                   TO ADDRESS OF WS-PD-NAME (WS-SUB)
               SET WS-PD-ENTRY-PTR (WS-SUB)
                   TO ADDRESS OF WS-PD-ENTRY (WS-SUB)
               COMPUTE WS-PD-NAME-LEN (WS-SUB) =
                   FUNCTION STORED-CHAR-LENGTH
                       (FUNCTION TRIM(WS-PD-NAME (WS-SUB)))
           END-PERFORM
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-PG-COUNT
               PERFORM VARYING WS-MEMBER-SUB FROM 1 BY 1
                       UNTIL WS-MEMBER-SUB > WS-PG-SIZE (WS-GROUP-SUB)
                   SET WS-PM-NAME-PTR (WS-GROUP-SUB, WS-MEMBER-SUB)
                       TO ADDRESS OF
                          WS-PM-NAME (WS-GROUP-SUB, WS-MEMBER-SUB)
                   COMPUTE WS-PM-NAME-LEN
                           (WS-GROUP-SUB, WS-MEMBER-SUB) =
                       FUNCTION STORED-CHAR-LENGTH
                           (FUNCTION TRIM(WS-PM-NAME
                               (WS-GROUP-SUB, WS-MEMBER-SUB)))
               END-PERFORM
               SET WS-PG-NAMES-PTR (WS-GROUP-SUB)
                   TO ADDRESS OF WS-PM-NAME-PTR (WS-GROUP-SUB, 1)
               SET WS-PG-LENS-PTR (WS-GROUP-SUB)
                   TO ADDRESS OF WS-PM-NAME-LEN (WS-GROUP-SUB, 1)
               SET WS-PG-ENTRY-PTR (WS-GROUP-SUB)
                   TO ADDRESS OF WS-PG-ENTRY (WS-GROUP-SUB)
           END-PERFORM
           IF WS-PC-COUNT > 0
               SET DB2-PI-COLUMN-LIST OF DB2G-RUNSTATS-DATA
                   TO ADDRESS OF WS-PROFILE-COLUMN-PTRS
           END-IF
           IF WS-PD-COUNT > 0
               SET DB2-PI-COLUMN-DIST-LIST OF DB2G-RUNSTATS-DATA
                   TO ADDRESS OF WS-PROFILE-DIST-PTRS
           END-IF
           IF WS-PG-COUNT > 0
               SET DB2-PI-COLUMN-GROUP-LIST OF DB2G-RUNSTATS-DATA
                   TO ADDRESS OF WS-PROFILE-GROUP-PTRS
           END-IF
           MOVE WS-PC-COUNT TO DB2-I-NUM-COLUMNS OF DB2G-RUNSTATS-DATA
           MOVE WS-PD-COUNT TO DB2-I-NUM-COLDIST OF DB2G-RUNSTATS-DATA
           MOVE WS-PG-COUNT
               TO DB2-I-NUM-COL-GROUPS OF DB2G-RUNSTATS-DATA
      * Bits 1 and 2 are all-columns and key-columns: all-columns
      * alone becomes key-columns, both together keep key-columns.
           COMPUTE WS-COLUMN-FLAG-BITS = FUNCTION MOD (WS-RUN-FLAGS, 4)
           EVALUATE WS-COLUMN-FLAG-BITS
               WHEN 1
                   ADD 1 TO WS-RUN-FLAGS
               WHEN 3
                   SUBTRACT 1 FROM WS-RUN-FLAGS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      * db2gRunstats only collects the distribution list, and the
      * frequency and quantile counts of the groups, when the
      * distribution bit is on - set it whenever either is carried.
           MOVE "N" TO WS-DIST-WANTED-SW
           IF WS-PD-COUNT > 0
               MOVE "Y" TO WS-DIST-WANTED-SW
           END-IF
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-PG-COUNT
               IF WS-PG-NUM-FREQ (WS-GROUP-SUB) > 0
                       OR WS-PG-NUM-QUANT (WS-GROUP-SUB) > 0
                   MOVE "Y" TO WS-DIST-WANTED-SW
               END-IF
           END-PERFORM
           IF WS-DIST-WANTED
               DIVIDE WS-RUN-FLAGS BY DB2RUNSTATS-DISTRIBUTION
                   GIVING WS-DIST-FLAG-BIT
               COMPUTE WS-DIST-FLAG-BIT =
                   FUNCTION MOD (WS-DIST-FLAG-BIT, 2)
               IF WS-DIST-FLAG-BIT = 0
                   ADD DB2RUNSTATS-DISTRIBUTION TO WS-RUN-FLAGS
               END-IF
           END-IF.

       4000-LOG-RESULT.
           MOVE RSC-FLAGS TO WS-FLAGS-DISP
           MOVE RSC-SAMPLING-PCT TO WS-SAMPLING-PCT-DISP
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "RUNSTSCH" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS

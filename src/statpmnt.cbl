      ******************************************************************
      *
      * Program: STATPMNT
      *
      * Function: Validation pass over the STATPROF.DAT statistics
      *           profile library RUNSTSCH builds its column,
      *           distribution and column-group lists from.  The
      *           library is edited by hand as plans are tuned, and a
      *           profile RUNSTSCH cannot use silently runs its table
      *           table-wide again - so every entry is held to the
      *           domains db2gRunstats expects: a known entry type, a
      *           column name with no embedded blanks, every entry of a
      *           profile naming the same table, no column listed twice
      *           for the same purpose, distribution entries asking for
      *           frequent values or quantiles, group members carrying
      *           a group number and agreeing on the group's counts.
      *           Each profile is then held to RUNSTSCH's list limits
      *           (50 columns, 50 distribution columns, 10 groups of 2
      *           to 10 members), a table carried by two profiles is
      *           called out (RSANALYZ takes the first), and every
      *           profile RUNSTSCH.DAT names must exist for the table
      *           its entry runs.  Each profile's verdict goes to the
      *           maintenance log, an invalid profile or reference
      *           sets return code 8, and one OPS-AUDIT-REC records
      *           the run on the shared trail.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATPMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAT-PROFILE-FILE ASSIGN TO WS-STATPROF-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATPROF-STATUS.
           SELECT RUNSTATS-CONTROL-FILE ASSIGN TO WS-RUNSTATS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.
           SELECT MAINT-LOG-FILE ASSIGN TO WS-LOG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT OPS-AUDIT-FILE ASSIGN TO WS-OPSAUDIT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STAT-PROFILE-FILE
           RECORDING MODE IS F.
           COPY "statprof.cpy".

       FD  RUNSTATS-CONTROL-FILE
           RECORDING MODE IS F.
       01  RUNSTATS-CONTROL-REC.
           05 RSC-TABLE-NAME          PIC X(30).
           05 RSC-FLAGS               PIC 9(9).
           05 RSC-SAMPLING-PCT        PIC 9(3)V9(2).
           05 RSC-PRIORITY            PIC 9(9).
           05 RSC-PROFILE-NAME        PIC X(18).

       FD  MAINT-LOG-FILE
           RECORDING MODE IS F.
       01  MAINT-LOG-REC              PIC X(132).

       FD  OPS-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "opsaudit.cpy".

       WORKING-STORAGE SECTION.
       01  WS-STATPROF-DD             PIC X(40) VALUE "STATPROF.DAT".
       01  WS-RUNSTATS-DD             PIC X(40) VALUE "RUNSTSCH.DAT".
       01  WS-LOG-DD                  PIC X(40) VALUE "STATPMNT.LOG".

       01  WS-STATPROF-STATUS         PIC XX.
       01  WS-RUNSTATS-STATUS         PIC XX.
       01  WS-LOG-STATUS              PIC XX.
       01  WS-EOF-SW                  PIC X     VALUE "N".
           88 WS-EOF                  VALUE "Y".

      * The library held in storage while it is checked - capped
      * OCCURS 500 entries across OCCURS 50 profiles.
       01  WS-ENTRY-TABLE.
           05 WS-SE-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-SE-ENTRY OCCURS 500 TIMES INDEXED BY WS-SE-IDX.
               10 WS-SE-PROFILE-NAME  PIC X(18).
               10 WS-SE-TABLE-NAME    PIC X(30).
               10 WS-SE-ENTRY-TYPE    PIC X.
               10 WS-SE-COLUMN-NAME   PIC X(30).
               10 WS-SE-GROUP-NUM     PIC 9(2).
               10 WS-SE-LIKE-STATS    PIC X.
               10 WS-SE-NUM-FREQ      PIC 9(4).
               10 WS-SE-NUM-QUANT     PIC 9(4).
               10 WS-SE-PROFILE-SUB   PIC 9(4).

       01  WS-PROFILE-TABLE.
           05 WS-PF-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-PF-ENTRY OCCURS 50 TIMES INDEXED BY WS-PF-IDX.
               10 WS-PF-PROFILE-NAME  PIC X(18).
               10 WS-PF-TABLE-NAME    PIC X(30).
               10 WS-PF-COLUMN-COUNT  PIC 9(4).
               10 WS-PF-DIST-COUNT    PIC 9(4).
               10 WS-PF-GROUP-COUNT   PIC 9(4).
               10 WS-PF-ERROR-COUNT   PIC 9(4).

       01  WS-SUB                     PIC 9(4)  VALUE 0.
       01  WS-OTHER-SUB               PIC 9(4)  VALUE 0.
       01  WS-FOUND-SUB               PIC 9(4)  VALUE 0.
       01  WS-MEMBER-COUNT            PIC 9(4)  VALUE 0.
       01  WS-NAME-LEN                PIC 9(4)  VALUE 0.
       01  WS-VALID-SW                PIC X.
           88 WS-ENTRY-VALID          VALUE "Y".
       01  WS-REJECT-REASON           PIC X(40) VALUE SPACES.
       01  WS-PROFILE-VERDICT         PIC X(7)  VALUE SPACES.
       01  WS-COUNT-DISP              PIC Z(3)9.
       01  WS-DIST-DISP               PIC Z(3)9.
       01  WS-GROUP-DISP              PIC Z(3)9.
       01  WS-GROUP-NUM-DISP          PIC Z9.

       01  WS-ENTRIES-CHECKED         PIC 9(9)  VALUE 0.
       01  WS-ENTRIES-REJECTED        PIC 9(9)  VALUE 0.
       01  WS-PROFILES-VALID          PIC 9(9)  VALUE 0.
       01  WS-PROFILES-INVALID        PIC 9(9)  VALUE 0.
       01  WS-REFERENCES-BAD          PIC 9(9)  VALUE 0.

       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "STATPMNT".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.

      * Scheduler return-code severity for this run: 0 clean, 4
      * warnings, 8 check failed / do not proceed, 12 driver
      * failed - the suite-wide condition-code convention.
       01  WS-JOB-SEVERITY            PIC 9(2)  VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-LIBRARY
           PERFORM 2000-VALIDATE-ENTRIES
           PERFORM 4000-VALIDATE-PROFILES
           PERFORM 5000-CHECK-CONTROL-REFERENCES
           PERFORM 8000-WRITE-TOTALS
           PERFORM 9500-WRITE-AUDIT-RECORD
           PERFORM 9000-TERMINATE
           MOVE WS-JOB-SEVERITY TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-START-TS
           CALL "RUNCORID" USING BY REFERENCE WS-RUN-PROGRAM-ID
                                 BY REFERENCE WS-RUN-ID
           OPEN EXTEND MAINT-LOG-FILE
           IF WS-LOG-STATUS = "35"
               CLOSE MAINT-LOG-FILE
               OPEN OUTPUT MAINT-LOG-FILE
           END-IF
           MOVE SPACES TO MAINT-LOG-REC
           STRING "STATPMNT  RUN ID=" WS-RUN-ID
                  "  START=" WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO MAINT-LOG-REC
           WRITE MAINT-LOG-REC
           MOVE SPACES TO MAINT-LOG-REC.

       1500-LOAD-LIBRARY.
           OPEN INPUT STAT-PROFILE-FILE
           IF WS-STATPROF-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ STAT-PROFILE-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 1550-STORE-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE STAT-PROFILE-FILE
           ELSE
               MOVE "NO STATPROF LIBRARY - NOTHING TO VALIDATE"
                   TO MAINT-LOG-REC
               WRITE MAINT-LOG-REC
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           END-IF.

      * Each entry is tied to its profile as it is stored; the first
      * entry of a profile fixes the table every later one must name.
       1550-STORE-ONE-ENTRY.
           IF WS-SE-NUM-ENTRY < 500
               ADD 1 TO WS-SE-NUM-ENTRY
               SET WS-SE-IDX TO WS-SE-NUM-ENTRY
               MOVE SP-PROFILE-NAME TO WS-SE-PROFILE-NAME (WS-SE-IDX)
               MOVE SP-TABLE-NAME TO WS-SE-TABLE-NAME (WS-SE-IDX)
               MOVE SP-ENTRY-TYPE TO WS-SE-ENTRY-TYPE (WS-SE-IDX)
               MOVE SP-COLUMN-NAME TO WS-SE-COLUMN-NAME (WS-SE-IDX)
               MOVE SP-GROUP-NUM TO WS-SE-GROUP-NUM (WS-SE-IDX)
               MOVE SP-LIKE-STATS TO WS-SE-LIKE-STATS (WS-SE-IDX)
               MOVE SP-NUM-FREQ-VALUES TO WS-SE-NUM-FREQ (WS-SE-IDX)
               MOVE SP-NUM-QUANTILES TO WS-SE-NUM-QUANT (WS-SE-IDX)
               MOVE 0 TO WS-FOUND-SUB
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-PF-NUM-ENTRY
                   IF WS-PF-PROFILE-NAME (WS-SUB) = SP-PROFILE-NAME
                       MOVE WS-SUB TO WS-FOUND-SUB
                   END-IF
               END-PERFORM
               IF WS-FOUND-SUB = 0
                   IF WS-PF-NUM-ENTRY < 50
                       ADD 1 TO WS-PF-NUM-ENTRY
                       SET WS-PF-IDX TO WS-PF-NUM-ENTRY
                       MOVE SP-PROFILE-NAME
                           TO WS-PF-PROFILE-NAME (WS-PF-IDX)
                       MOVE SP-TABLE-NAME
                           TO WS-PF-TABLE-NAME (WS-PF-IDX)
                       MOVE 0 TO WS-PF-COLUMN-COUNT (WS-PF-IDX)
                       MOVE 0 TO WS-PF-DIST-COUNT (WS-PF-IDX)
                       MOVE 0 TO WS-PF-GROUP-COUNT (WS-PF-IDX)
                       MOVE 0 TO WS-PF-ERROR-COUNT (WS-PF-IDX)
                       MOVE WS-PF-NUM-ENTRY TO WS-FOUND-SUB
                   ELSE
                       DISPLAY "STATPMNT: profile table full (50) - "
                           "skipping " SP-PROFILE-NAME
                       SUBTRACT 1 FROM WS-SE-NUM-ENTRY
                   END-IF
               END-IF
               IF WS-FOUND-SUB > 0
                   MOVE WS-FOUND-SUB TO WS-SE-PROFILE-SUB (WS-SE-IDX)
               END-IF
           ELSE
               DISPLAY "STATPMNT: entry table full (500) - "
                   "skipping " SP-PROFILE-NAME " " SP-COLUMN-NAME
           END-IF.

       2000-VALIDATE-ENTRIES.
           PERFORM VARYING WS-SE-IDX FROM 1 BY 1
                   UNTIL WS-SE-IDX > WS-SE-NUM-ENTRY
               ADD 1 TO WS-ENTRIES-CHECKED
               SET WS-PF-IDX TO WS-SE-PROFILE-SUB (WS-SE-IDX)
               PERFORM 3000-VALIDATE-ONE-ENTRY
               IF WS-ENTRY-VALID
                   PERFORM 3500-COUNT-ONE-ENTRY
               ELSE
                   ADD 1 TO WS-ENTRIES-REJECTED
                   ADD 1 TO WS-PF-ERROR-COUNT (WS-PF-IDX)
                   MOVE SPACES TO MAINT-LOG-REC
                   STRING "REJECTED PROFILE="
                          WS-SE-PROFILE-NAME (WS-SE-IDX)
                          " TYPE=" WS-SE-ENTRY-TYPE (WS-SE-IDX)
                          " COLUMN=" WS-SE-COLUMN-NAME (WS-SE-IDX)
                          " - " WS-REJECT-REASON
                       DELIMITED BY SIZE INTO MAINT-LOG-REC
                   WRITE MAINT-LOG-REC
               END-IF
           END-PERFORM.

      * Every field is held to the domain db2gRunstats will be
      * handed - the editor never enforced any of this.
       3000-VALIDATE-ONE-ENTRY.
           MOVE "Y" TO WS-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON
           COMPUTE WS-NAME-LEN =
               FUNCTION STORED-CHAR-LENGTH
                   (FUNCTION TRIM(WS-SE-COLUMN-NAME (WS-SE-IDX)))
           EVALUATE TRUE
               WHEN WS-SE-PROFILE-NAME (WS-SE-IDX) = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "PROFILE NAME IS BLANK" TO WS-REJECT-REASON
               WHEN WS-SE-TABLE-NAME (WS-SE-IDX) = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "TABLE NAME IS BLANK" TO WS-REJECT-REASON
               WHEN WS-SE-TABLE-NAME (WS-SE-IDX)
                       NOT = WS-PF-TABLE-NAME (WS-PF-IDX)
                   MOVE "N" TO WS-VALID-SW
                   MOVE "TABLE DIFFERS FROM PROFILE'S TABLE"
                       TO WS-REJECT-REASON
               WHEN WS-SE-ENTRY-TYPE (WS-SE-IDX) NOT = "C"
                       AND WS-SE-ENTRY-TYPE (WS-SE-IDX) NOT = "D"
                       AND WS-SE-ENTRY-TYPE (WS-SE-IDX) NOT = "G"
                   MOVE "N" TO WS-VALID-SW
                   MOVE "ENTRY TYPE NOT C, D OR G" TO WS-REJECT-REASON
               WHEN WS-SE-COLUMN-NAME (WS-SE-IDX) = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "COLUMN NAME IS BLANK" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 3100-CHECK-EMBEDDED-BLANKS
           END-EVALUATE
           IF WS-ENTRY-VALID
               EVALUATE WS-SE-ENTRY-TYPE (WS-SE-IDX)
                   WHEN "C"
                       PERFORM 3200-VALIDATE-COLUMN-ENTRY
                   WHEN "D"
                       PERFORM 3300-VALIDATE-DIST-ENTRY
                   WHEN "G"
                       PERFORM 3400-VALIDATE-GROUP-ENTRY
               END-EVALUATE
           END-IF.

       3100-CHECK-EMBEDDED-BLANKS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-NAME-LEN
               IF WS-SE-COLUMN-NAME (WS-SE-IDX) (WS-SUB:1) = SPACE
                   MOVE "N" TO WS-VALID-SW
                   MOVE "COLUMN NAME HAS A BLANK" TO WS-REJECT-REASON
               END-IF
           END-PERFORM.

       3200-VALIDATE-COLUMN-ENTRY.
           IF WS-SE-LIKE-STATS (WS-SE-IDX) NOT = "Y"
                   AND WS-SE-LIKE-STATS (WS-SE-IDX) NOT = "N"
                   AND WS-SE-LIKE-STATS (WS-SE-IDX) NOT = SPACE
               MOVE "N" TO WS-VALID-SW
               MOVE "LIKE-STATS FLAG NOT Y OR N" TO WS-REJECT-REASON
           ELSE
               PERFORM 3450-CHECK-DUPLICATE-ENTRY
           END-IF.

       3300-VALIDATE-DIST-ENTRY.
           IF WS-SE-NUM-FREQ (WS-SE-IDX) = 0
                   AND WS-SE-NUM-QUANT (WS-SE-IDX) = 0
               MOVE "N" TO WS-VALID-SW
               MOVE "NO FREQUENT VALUES OR QUANTILES ASKED"
                   TO WS-REJECT-REASON
           ELSE
               PERFORM 3450-CHECK-DUPLICATE-ENTRY
           END-IF.

      * A member must carry its group's number, and every member of
      * the group the same counts - RUNSTSCH takes the counts from
      * whichever member it reads last.
       3400-VALIDATE-GROUP-ENTRY.
           IF WS-SE-GROUP-NUM (WS-SE-IDX) = 0
               MOVE "N" TO WS-VALID-SW
               MOVE "GROUP MEMBER HAS NO GROUP NUMBER"
                   TO WS-REJECT-REASON
           ELSE
               PERFORM VARYING WS-OTHER-SUB FROM 1 BY 1
                       UNTIL WS-OTHER-SUB >= WS-SE-IDX
                   IF WS-SE-PROFILE-SUB (WS-OTHER-SUB)
                           = WS-SE-PROFILE-SUB (WS-SE-IDX)
                       AND WS-SE-ENTRY-TYPE (WS-OTHER-SUB) = "G"
                       AND WS-SE-GROUP-NUM (WS-OTHER-SUB)
                           = WS-SE-GROUP-NUM (WS-SE-IDX)
                       AND (WS-SE-NUM-FREQ (WS-OTHER-SUB)
                               NOT = WS-SE-NUM-FREQ (WS-SE-IDX)
                           OR WS-SE-NUM-QUANT (WS-OTHER-SUB)
                               NOT = WS-SE-NUM-QUANT (WS-SE-IDX))
                       MOVE "N" TO WS-VALID-SW
                       MOVE "GROUP MEMBERS DISAGREE ON COUNTS"
                           TO WS-REJECT-REASON
                   END-IF
               END-PERFORM
               IF WS-ENTRY-VALID
                   PERFORM 3450-CHECK-DUPLICATE-ENTRY
               END-IF
           END-IF.

      * The same column twice in one list (or twice in one group) is
      * an editing slip, not a tuning choice.
       3450-CHECK-DUPLICATE-ENTRY.
           PERFORM VARYING WS-OTHER-SUB FROM 1 BY 1
                   UNTIL WS-OTHER-SUB >= WS-SE-IDX
               IF WS-SE-PROFILE-SUB (WS-OTHER-SUB)
                       = WS-SE-PROFILE-SUB (WS-SE-IDX)
                   AND WS-SE-ENTRY-TYPE (WS-OTHER-SUB)
                       = WS-SE-ENTRY-TYPE (WS-SE-IDX)
                   AND WS-SE-GROUP-NUM (WS-OTHER-SUB)
                       = WS-SE-GROUP-NUM (WS-SE-IDX)
                   AND WS-SE-COLUMN-NAME (WS-OTHER-SUB)
                       = WS-SE-COLUMN-NAME (WS-SE-IDX)
                   MOVE "N" TO WS-VALID-SW
                   MOVE "COLUMN LISTED TWICE" TO WS-REJECT-REASON
               END-IF
           END-PERFORM.

      * A group is counted once, at its first valid member.
       3500-COUNT-ONE-ENTRY.
           EVALUATE WS-SE-ENTRY-TYPE (WS-SE-IDX)
               WHEN "C"
                   ADD 1 TO WS-PF-COLUMN-COUNT (WS-PF-IDX)
               WHEN "D"
                   ADD 1 TO WS-PF-DIST-COUNT (WS-PF-IDX)
               WHEN "G"
                   MOVE 0 TO WS-FOUND-SUB
                   PERFORM VARYING WS-OTHER-SUB FROM 1 BY 1
                           UNTIL WS-OTHER-SUB >= WS-SE-IDX
                       IF WS-SE-PROFILE-SUB (WS-OTHER-SUB)
                               = WS-SE-PROFILE-SUB (WS-SE-IDX)
                           AND WS-SE-ENTRY-TYPE (WS-OTHER-SUB) = "G"
                           AND WS-SE-GROUP-NUM (WS-OTHER-SUB)
                               = WS-SE-GROUP-NUM (WS-SE-IDX)
                           MOVE WS-OTHER-SUB TO WS-FOUND-SUB
                       END-IF
                   END-PERFORM
                   IF WS-FOUND-SUB = 0
                       ADD 1 TO WS-PF-GROUP-COUNT (WS-PF-IDX)
                   END-IF
           END-EVALUATE.

      * Each profile against RUNSTSCH's list limits, then the verdict
      * line the DBA reads.
       4000-VALIDATE-PROFILES.
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                   UNTIL WS-PF-IDX > WS-PF-NUM-ENTRY
               PERFORM 4100-CHECK-PROFILE-LIMITS
               PERFORM 4300-CHECK-SHARED-TABLE
               IF WS-PF-ERROR-COUNT (WS-PF-IDX) = 0
                   MOVE "VALID" TO WS-PROFILE-VERDICT
                   ADD 1 TO WS-PROFILES-VALID
               ELSE
                   MOVE "INVALID" TO WS-PROFILE-VERDICT
                   ADD 1 TO WS-PROFILES-INVALID
                   IF WS-JOB-SEVERITY < 8
                       MOVE 8 TO WS-JOB-SEVERITY
                   END-IF
               END-IF
               MOVE WS-PF-COLUMN-COUNT (WS-PF-IDX) TO WS-COUNT-DISP
               MOVE WS-PF-DIST-COUNT (WS-PF-IDX) TO WS-DIST-DISP
               MOVE WS-PF-GROUP-COUNT (WS-PF-IDX) TO WS-GROUP-DISP
               MOVE SPACES TO MAINT-LOG-REC
               STRING "PROFILE " WS-PF-PROFILE-NAME (WS-PF-IDX)
                      " TABLE=" WS-PF-TABLE-NAME (WS-PF-IDX)
                      " COLUMNS=" WS-COUNT-DISP
                      " DISTRIBUTIONS=" WS-DIST-DISP
                      " GROUPS=" WS-GROUP-DISP
                      " " WS-PROFILE-VERDICT
                   DELIMITED BY SIZE INTO MAINT-LOG-REC
               WRITE MAINT-LOG-REC
           END-PERFORM.

       4100-CHECK-PROFILE-LIMITS.
           IF WS-PF-COLUMN-COUNT (WS-PF-IDX) > 50
               MOVE "MORE THAN 50 COLUMNS" TO WS-REJECT-REASON
               PERFORM 4900-REJECT-PROFILE
           END-IF
           IF WS-PF-DIST-COUNT (WS-PF-IDX) > 50
               MOVE "MORE THAN 50 DISTRIBUTION COLUMNS"
                   TO WS-REJECT-REASON
               PERFORM 4900-REJECT-PROFILE
           END-IF
           IF WS-PF-GROUP-COUNT (WS-PF-IDX) > 10
               MOVE "MORE THAN 10 COLUMN GROUPS" TO WS-REJECT-REASON
               PERFORM 4900-REJECT-PROFILE
           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SE-NUM-ENTRY
               IF WS-SE-PROFILE-SUB (WS-SUB) = WS-PF-IDX
                       AND WS-SE-ENTRY-TYPE (WS-SUB) = "G"
                   PERFORM 4200-CHECK-GROUP-SIZE
               END-IF
           END-PERFORM.

      * Checked at each group's first member only, so a bad group is
      * reported once.
       4200-CHECK-GROUP-SIZE.
           MOVE 0 TO WS-FOUND-SUB
           MOVE 0 TO WS-MEMBER-COUNT
           PERFORM VARYING WS-OTHER-SUB FROM 1 BY 1
                   UNTIL WS-OTHER-SUB > WS-SE-NUM-ENTRY
               IF WS-SE-PROFILE-SUB (WS-OTHER-SUB) = WS-PF-IDX
                       AND WS-SE-ENTRY-TYPE (WS-OTHER-SUB) = "G"
                       AND WS-SE-GROUP-NUM (WS-OTHER-SUB)
                           = WS-SE-GROUP-NUM (WS-SUB)
                   ADD 1 TO WS-MEMBER-COUNT
                   IF WS-FOUND-SUB = 0
                       MOVE WS-OTHER-SUB TO WS-FOUND-SUB
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = WS-SUB
               MOVE WS-SE-GROUP-NUM (WS-SUB) TO WS-GROUP-NUM-DISP
               MOVE SPACES TO WS-REJECT-REASON
               IF WS-MEMBER-COUNT < 2
                   STRING "GROUP " WS-GROUP-NUM-DISP
                          " HAS ONLY ONE COLUMN"
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                   PERFORM 4900-REJECT-PROFILE
               END-IF
               IF WS-MEMBER-COUNT > 10
                   STRING "GROUP " WS-GROUP-NUM-DISP
                          " HAS MORE THAN 10 COLUMNS"
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                   PERFORM 4900-REJECT-PROFILE
               END-IF
           END-IF.

      * RSANALYZ carries a table's first profile into the control
      * file, so a second profile for the same table is never used.
       4300-CHECK-SHARED-TABLE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB >= WS-PF-IDX
               IF WS-PF-TABLE-NAME (WS-SUB)
                       = WS-PF-TABLE-NAME (WS-PF-IDX)
                   IF WS-JOB-SEVERITY < 4
                       MOVE 4 TO WS-JOB-SEVERITY
                   END-IF
                   MOVE SPACES TO MAINT-LOG-REC
                   STRING "WARNING - PROFILE "
                          WS-PF-PROFILE-NAME (WS-PF-IDX)
                          " SHARES TABLE "
                          WS-PF-TABLE-NAME (WS-PF-IDX)
                          " WITH " WS-PF-PROFILE-NAME (WS-SUB)
                       DELIMITED BY SIZE INTO MAINT-LOG-REC
                   WRITE MAINT-LOG-REC
               END-IF
           END-PERFORM.

       4900-REJECT-PROFILE.
           ADD 1 TO WS-PF-ERROR-COUNT (WS-PF-IDX)
           MOVE SPACES TO MAINT-LOG-REC
           STRING "REJECTED PROFILE=" WS-PF-PROFILE-NAME (WS-PF-IDX)
                  " - " WS-REJECT-REASON
               DELIMITED BY SIZE INTO MAINT-LOG-REC
           WRITE MAINT-LOG-REC
           MOVE SPACES TO WS-REJECT-REASON.

      * Every profile the RUNSTATS control file names must exist
      * and be for the table its entry runs - otherwise RUNSTSCH
      * quietly falls back to table-wide statistics.
       5000-CHECK-CONTROL-REFERENCES.
           OPEN INPUT RUNSTATS-CONTROL-FILE
           IF WS-RUNSTATS-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ RUNSTATS-CONTROL-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF RSC-PROFILE-NAME NOT = SPACES
                               PERFORM 5100-CHECK-ONE-REFERENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNSTATS-CONTROL-FILE
           END-IF.

       5100-CHECK-ONE-REFERENCE.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PF-NUM-ENTRY
               IF WS-PF-PROFILE-NAME (WS-SUB) = RSC-PROFILE-NAME
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REJECT-REASON
           IF WS-FOUND-SUB = 0
               MOVE "PROFILE NOT IN LIBRARY" TO WS-REJECT-REASON
           ELSE
               IF WS-PF-TABLE-NAME (WS-FOUND-SUB) NOT = RSC-TABLE-NAME
                   MOVE "PROFILE IS FOR ANOTHER TABLE"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REFERENCES-BAD
               IF WS-JOB-SEVERITY < 8
                   MOVE 8 TO WS-JOB-SEVERITY
               END-IF
               MOVE SPACES TO MAINT-LOG-REC
               STRING "BAD REFERENCE RUNSTSCH TABLE=" RSC-TABLE-NAME
                      " PROFILE=" RSC-PROFILE-NAME
                      " - " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO MAINT-LOG-REC
               WRITE MAINT-LOG-REC
           END-IF.

       8000-WRITE-TOTALS.
           MOVE SPACES TO MAINT-LOG-REC
           STRING "VALIDATION TOTALS  ENTRIES=" WS-ENTRIES-CHECKED
                  " REJECTED=" WS-ENTRIES-REJECTED
                  " PROFILES-VALID=" WS-PROFILES-VALID
                  " PROFILES-INVALID=" WS-PROFILES-INVALID
                  " BAD-REFERENCES=" WS-REFERENCES-BAD
               DELIMITED BY SIZE INTO MAINT-LOG-REC
           WRITE MAINT-LOG-REC.

       9000-TERMINATE.
           CLOSE MAINT-LOG-FILE.

       9500-WRITE-AUDIT-RECORD.
           OPEN EXTEND OPS-AUDIT-FILE
           IF WS-OPSAUDIT-STATUS = "35"
               CLOSE OPS-AUDIT-FILE
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "STATPMNT" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS
           MOVE "STATPROFCHK" TO OA-ACTION-VERB
           MOVE WS-PF-NUM-ENTRY TO OA-KEY-COUNT-1
           MOVE WS-PROFILES-INVALID TO OA-KEY-COUNT-2
           MOVE 0 TO OA-FINAL-SQLCODE
           WRITE OPS-AUDIT-REC
           CLOSE OPS-AUDIT-FILE.

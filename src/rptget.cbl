      ******************************************************************
      *
      * Program: RPTGET
      *
      * Function: Report library retrieval.  Answers "show me the
      *           backup reconciliation from the 3rd of last month"
      *           from the dated report library RPTLIB files into at
      *           the end of each night's stream.  The query filter
      *           record (RPTGET.DAT) gives a mode, a program-id, a
      *           report type and a FROM and TO run date:
      *
      *           LIST (the default) prints every catalogued copy in
      *           range to RPTGET.RPT - program, report type, run
      *           date and time, alias, the number of runs the copy
      *           covers, its line and page counts, the OPSAUDIT run
      *           ID and the library member holding it.  Spaces in
      *           any filter match everything.
      *
      *           REPRINT reproduces an archived report exactly, line
      *           for line, into RPTGET.OUT, with a note of what was
      *           reproduced in RPTGET.RPT.  It needs the program and
      *           the report type; when more than one copy falls in
      *           the date range the latest is reproduced and the
      *           note says how many there were, so a narrower range
      *           (or a LIST first) picks out an earlier one.  A copy
      *           whose line count no longer agrees with the
      *           catalogue is reproduced with a warning.
      *
      *           As AUDQUERY does with the audit master, the
      *           catalogue RPTCATIX.DAT (see rptcat.cpy) is read
      *           with a positioned START on program plus report
      *           type plus the FROM date and READ NEXT until the key
      *           moves past the range.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTGET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUERY-FILTER-FILE ASSIGN TO WS-FILTER-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILTER-STATUS.
           SELECT REPORT-CATALOGUE-FILE ASSIGN TO WS-CATALOGUE-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-CATALOGUE-STATUS.
           SELECT LIBRARY-MEMBER-FILE ASSIGN TO WS-MEMBER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT REPRINT-OUTPUT-FILE ASSIGN TO WS-OUTPUT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.
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
           05 QF-MODE                 PIC X(8).
           05 QF-PROGRAM-ID           PIC X(8).
           05 QF-REPORT-TYPE          PIC X(8).
           05 QF-FROM-DATE            PIC X(8).
           05 QF-TO-DATE              PIC X(8).

       FD  REPORT-CATALOGUE-FILE.
           COPY "rptcat.cpy".

       FD  LIBRARY-MEMBER-FILE
           RECORDING MODE IS F.
       01  LIBRARY-MEMBER-REC         PIC X(256).

       FD  REPRINT-OUTPUT-FILE
           RECORDING MODE IS F.
       01  REPRINT-OUTPUT-REC         PIC X(256).

       FD  QUERY-REPORT-FILE
           RECORDING MODE IS F.
       01  QUERY-REPORT-REC           PIC X(132).

       FD  OPS-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "opsaudit.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FILTER-DD               PIC X(40) VALUE "RPTGET.DAT".
       01  WS-CATALOGUE-DD            PIC X(40) VALUE "RPTCATIX.DAT".
       01  WS-OUTPUT-DD               PIC X(40) VALUE "RPTGET.OUT".
       01  WS-REPORT-DD               PIC X(40) VALUE "RPTGET.RPT".
       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-MEMBER-PATH             PIC X(80) VALUE SPACES.

       01  WS-FILTER-STATUS           PIC XX.
       01  WS-CATALOGUE-STATUS        PIC XX.
       01  WS-MEMBER-STATUS           PIC XX.
       01  WS-OUTPUT-STATUS           PIC XX.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-CATALOGUE-EOF-SW        PIC X     VALUE "N".
           88 WS-CATALOGUE-EOF        VALUE "Y".
       01  WS-MEMBER-EOF-SW           PIC X     VALUE "N".
           88 WS-MEMBER-EOF           VALUE "Y".

       01  WS-MODE                    PIC X(8)  VALUE "LIST".
           88 WS-MODE-LIST            VALUE "LIST".
           88 WS-MODE-REPRINT         VALUE "REPRINT".
       01  WS-PROGRAM-FILTER          PIC X(8)  VALUE SPACES.
       01  WS-TYPE-FILTER             PIC X(8)  VALUE SPACES.
       01  WS-FROM-DATE               PIC X(8)  VALUE SPACES.
       01  WS-TO-DATE                 PIC X(8)  VALUE SPACES.
       01  WS-QUERY-OK-SW             PIC X     VALUE "Y".
           88 WS-QUERY-OK             VALUE "Y".

       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "RPTGET".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.

      * Scheduler return-code severity for this run: 0 clean, 4
      * warnings, 8 check failed / do not proceed, 12 driver
      * failed - the suite-wide condition-code convention.
       01  WS-JOB-SEVERITY            PIC 9(2)  VALUE 0.

       01  WS-MATCH-SW                PIC X.
           88 WS-MATCH                VALUE "Y".
       01  WS-READ-COUNT              PIC 9(9)  VALUE 0.
       01  WS-MATCH-COUNT             PIC 9(9)  VALUE 0.

      * The latest copy in range, the one REPRINT reproduces - the
      * catalogue holds each program and type in run date order.
       01  WS-LATEST-ENTRY.
           05 WS-LT-PROGRAM-ID        PIC X(8)  VALUE SPACES.
           05 WS-LT-REPORT-TYPE       PIC X(8)  VALUE SPACES.
           05 WS-LT-RUN-DATE          PIC X(8)  VALUE SPACES.
           05 WS-LT-RUN-TIME          PIC X(6)  VALUE SPACES.
           05 WS-LT-RUN-ID            PIC X(25) VALUE SPACES.
           05 WS-LT-MEMBER-NAME       PIC X(80) VALUE SPACES.
           05 WS-LT-LINE-COUNT        PIC 9(9)  VALUE 0.
       01  WS-REPRINT-LINES           PIC 9(9)  VALUE 0.

       01  WS-RUNS-DISP               PIC Z(4)9.
       01  WS-LINES-DISP              PIC Z(8)9.
       01  WS-PAGES-DISP              PIC Z(6)9.
       01  WS-COUNT-DISP              PIC Z(8)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-VALIDATE-QUERY
           IF WS-QUERY-OK
               PERFORM 2000-RANGE-READ-CATALOGUE
               IF WS-MODE-REPRINT
                   PERFORM 4000-REPRINT-LATEST
               END-IF
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
                       IF QF-MODE NOT = SPACES
                           MOVE QF-MODE TO WS-MODE
                       END-IF
                       MOVE QF-PROGRAM-ID TO WS-PROGRAM-FILTER
                       MOVE QF-REPORT-TYPE TO WS-TYPE-FILTER
                       MOVE QF-FROM-DATE TO WS-FROM-DATE
                       MOVE QF-TO-DATE TO WS-TO-DATE
               END-READ
               CLOSE QUERY-FILTER-FILE
           END-IF
           OPEN OUTPUT QUERY-REPORT-FILE
           MOVE SPACES TO QUERY-REPORT-REC
           STRING "RPTGET  RUN ID=" WS-RUN-ID
                  "  START=" WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO QUERY-REPORT-REC
           WRITE QUERY-REPORT-REC
           MOVE SPACES TO QUERY-REPORT-REC
           STRING "REPORT LIBRARY  MODE=" WS-MODE
                  " PROGRAM=" WS-PROGRAM-FILTER
                  " TYPE=" WS-TYPE-FILTER
                  " FROM=" WS-FROM-DATE
                  " TO=" WS-TO-DATE
               DELIMITED BY SIZE INTO QUERY-REPORT-REC
           WRITE QUERY-REPORT-REC
           MOVE SPACES TO QUERY-REPORT-REC
           WRITE QUERY-REPORT-REC.

       1200-VALIDATE-QUERY.
           MOVE SPACES TO QUERY-REPORT-REC
           EVALUATE TRUE
               WHEN NOT WS-MODE-LIST AND NOT WS-MODE-REPRINT
                   STRING "UNKNOWN MODE " WS-MODE
                          " - EXPECTED LIST OR REPRINT"
                       DELIMITED BY SIZE INTO QUERY-REPORT-REC
                   MOVE "N" TO WS-QUERY-OK-SW
               WHEN WS-MODE-REPRINT
                       AND (WS-PROGRAM-FILTER = SPACES
                            OR WS-TYPE-FILTER = SPACES)
                   MOVE "REPRINT NEEDS A PROGRAM AND A REPORT TYPE"
                       TO QUERY-REPORT-REC
                   MOVE "N" TO WS-QUERY-OK-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT WS-QUERY-OK
               WRITE QUERY-REPORT-REC
               MOVE 8 TO WS-JOB-SEVERITY
           END-IF.

      * Positioned read: START at program plus type plus FROM date
      * and read forward until the program (or, for a named type,
      * the type or the TO date) moves on.  A blank program means
      * reading the whole catalogue, with the filters applied per
      * record.
       2000-RANGE-READ-CATALOGUE.
           OPEN INPUT REPORT-CATALOGUE-FILE
           IF WS-CATALOGUE-STATUS NOT = "00"
               MOVE "NO REPORT CATALOGUE FOUND" TO QUERY-REPORT-REC
               WRITE QUERY-REPORT-REC
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           ELSE
               IF WS-MODE-LIST
                   MOVE SPACES TO QUERY-REPORT-REC
                   STRING "PROGRAM  TYPE     RUN DATE TIME   ALIAS    "
                          " RUNS     LINES   PAGES  RUN ID"
                       DELIMITED BY SIZE INTO QUERY-REPORT-REC
                   WRITE QUERY-REPORT-REC
               END-IF
               MOVE LOW-VALUES TO RC-KEY
               IF WS-PROGRAM-FILTER NOT = SPACES
                   MOVE WS-PROGRAM-FILTER TO RC-PROGRAM-ID
                   IF WS-TYPE-FILTER NOT = SPACES
                       MOVE WS-TYPE-FILTER TO RC-REPORT-TYPE
                       IF WS-FROM-DATE NOT = SPACES
                           MOVE WS-FROM-DATE TO RC-RUN-DATE
                       END-IF
                   END-IF
               END-IF
               MOVE "N" TO WS-CATALOGUE-EOF-SW
               START REPORT-CATALOGUE-FILE
                   KEY IS >= RC-KEY
                   INVALID KEY MOVE "Y" TO WS-CATALOGUE-EOF-SW
               END-START
               PERFORM UNTIL WS-CATALOGUE-EOF
                   READ REPORT-CATALOGUE-FILE NEXT
                       AT END MOVE "Y" TO WS-CATALOGUE-EOF-SW
                       NOT AT END
                           PERFORM 2100-APPLY-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE REPORT-CATALOGUE-FILE
           END-IF.

       2100-APPLY-ONE-ENTRY.
           IF WS-PROGRAM-FILTER NOT = SPACES
                   AND (RC-PROGRAM-ID NOT = WS-PROGRAM-FILTER
                   OR (WS-TYPE-FILTER NOT = SPACES
                   AND (RC-REPORT-TYPE NOT = WS-TYPE-FILTER
                   OR (WS-TO-DATE NOT = SPACES
                   AND RC-RUN-DATE > WS-TO-DATE))))
               MOVE "Y" TO WS-CATALOGUE-EOF-SW
           ELSE
               ADD 1 TO WS-READ-COUNT
               PERFORM 2200-APPLY-FILTERS
               IF WS-MATCH
                   ADD 1 TO WS-MATCH-COUNT
                   IF WS-MODE-LIST
                       PERFORM 3000-LIST-ONE-ENTRY
                   ELSE
                       PERFORM 3500-NOTE-LATEST
                   END-IF
               END-IF
           END-IF.

       2200-APPLY-FILTERS.
           MOVE "Y" TO WS-MATCH-SW
           IF WS-TYPE-FILTER NOT = SPACES
                   AND RC-REPORT-TYPE NOT = WS-TYPE-FILTER
               MOVE "N" TO WS-MATCH-SW
           END-IF
           IF WS-FROM-DATE NOT = SPACES
                   AND RC-RUN-DATE < WS-FROM-DATE
               MOVE "N" TO WS-MATCH-SW
           END-IF
           IF WS-TO-DATE NOT = SPACES
                   AND RC-RUN-DATE > WS-TO-DATE
               MOVE "N" TO WS-MATCH-SW
           END-IF.

       3000-LIST-ONE-ENTRY.
           MOVE RC-RUN-COUNT TO WS-RUNS-DISP
           MOVE RC-LINE-COUNT TO WS-LINES-DISP
           MOVE RC-PAGE-COUNT TO WS-PAGES-DISP
           MOVE SPACES TO QUERY-REPORT-REC
           STRING RC-PROGRAM-ID " " RC-REPORT-TYPE
                  " " RC-RUN-DATE " " RC-RUN-TIME
                  " " RC-DBALIAS
                  " " WS-RUNS-DISP
                  " " WS-LINES-DISP
                  " " WS-PAGES-DISP
                  "  " RC-RUN-ID
               DELIMITED BY SIZE INTO QUERY-REPORT-REC
           WRITE QUERY-REPORT-REC
           MOVE SPACES TO QUERY-REPORT-REC
           STRING "         FILED " RC-FILED-TS
                  " FROM " RC-SOURCE-FILE
                  " AS " RC-MEMBER-NAME
               DELIMITED BY SIZE INTO QUERY-REPORT-REC
           WRITE QUERY-REPORT-REC.

       3500-NOTE-LATEST.
           MOVE RC-PROGRAM-ID TO WS-LT-PROGRAM-ID
           MOVE RC-REPORT-TYPE TO WS-LT-REPORT-TYPE
           MOVE RC-RUN-DATE TO WS-LT-RUN-DATE
           MOVE RC-RUN-TIME TO WS-LT-RUN-TIME
           MOVE RC-RUN-ID TO WS-LT-RUN-ID
           MOVE RC-MEMBER-NAME TO WS-LT-MEMBER-NAME
           MOVE RC-LINE-COUNT TO WS-LT-LINE-COUNT.

      * The archived copy goes out as it was filed - every line, in
      * order, nothing added.
       4000-REPRINT-LATEST.
           MOVE SPACES TO QUERY-REPORT-REC
           IF WS-MATCH-COUNT = 0
               MOVE "NO ARCHIVED COPY IN RANGE - NOTHING REPRODUCED"
                   TO QUERY-REPORT-REC
               WRITE QUERY-REPORT-REC
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           ELSE
               MOVE WS-LT-MEMBER-NAME TO WS-MEMBER-PATH
               OPEN INPUT LIBRARY-MEMBER-FILE
               IF WS-MEMBER-STATUS NOT = "00"
                   STRING "LIBRARY MEMBER " WS-MEMBER-PATH
                          " COULD NOT BE OPENED STATUS="
                          WS-MEMBER-STATUS
                       DELIMITED BY SIZE INTO QUERY-REPORT-REC
                   WRITE QUERY-REPORT-REC
                   MOVE 8 TO WS-JOB-SEVERITY
               ELSE
                   PERFORM 4100-COPY-MEMBER
               END-IF
           END-IF.

       4100-COPY-MEMBER.
           OPEN OUTPUT REPRINT-OUTPUT-FILE
           MOVE 0 TO WS-REPRINT-LINES
           MOVE "N" TO WS-MEMBER-EOF-SW
           PERFORM UNTIL WS-MEMBER-EOF
               READ LIBRARY-MEMBER-FILE
                   AT END MOVE "Y" TO WS-MEMBER-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-REPRINT-LINES
                       MOVE LIBRARY-MEMBER-REC TO REPRINT-OUTPUT-REC
                       WRITE REPRINT-OUTPUT-REC
               END-READ
           END-PERFORM
           CLOSE LIBRARY-MEMBER-FILE
           CLOSE REPRINT-OUTPUT-FILE
           MOVE WS-REPRINT-LINES TO WS-LINES-DISP
           MOVE SPACES TO QUERY-REPORT-REC
           STRING "REPRODUCED " WS-LT-PROGRAM-ID
                  " " WS-LT-REPORT-TYPE
                  " RUN=" WS-LT-RUN-DATE " " WS-LT-RUN-TIME
                  " LINES=" WS-LINES-DISP
                  " INTO " WS-OUTPUT-DD
               DELIMITED BY SIZE INTO QUERY-REPORT-REC
           WRITE QUERY-REPORT-REC
           MOVE SPACES TO QUERY-REPORT-REC
           STRING "           RUN ID=" WS-LT-RUN-ID
                  " FROM " WS-LT-MEMBER-NAME
               DELIMITED BY SIZE INTO QUERY-REPORT-REC
           WRITE QUERY-REPORT-REC
           IF WS-MATCH-COUNT > 1
               MOVE WS-MATCH-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO QUERY-REPORT-REC
               STRING WS-COUNT-DISP " ARCHIVED COPIES IN RANGE -"
                      " THE LATEST IS REPRODUCED, LIST SHOWS THEM ALL"
                   DELIMITED BY SIZE INTO QUERY-REPORT-REC
               WRITE QUERY-REPORT-REC
           END-IF
           IF WS-REPRINT-LINES NOT = WS-LT-LINE-COUNT
               MOVE WS-LT-LINE-COUNT TO WS-LINES-DISP
               MOVE SPACES TO QUERY-REPORT-REC
               STRING "*** LIBRARY COPY NO LONGER MATCHES THE CATALOGUE"
                      " - CATALOGUED LINES=" WS-LINES-DISP " ***"
                   DELIMITED BY SIZE INTO QUERY-REPORT-REC
               WRITE QUERY-REPORT-REC
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           END-IF.

       8000-WRITE-TOTALS.
           MOVE SPACES TO QUERY-REPORT-REC
           WRITE QUERY-REPORT-REC
           STRING "REPORT LIBRARY QUERY TOTALS  READ=" WS-READ-COUNT
                  " MATCHED=" WS-MATCH-COUNT
               DELIMITED BY SIZE INTO QUERY-REPORT-REC
           WRITE QUERY-REPORT-REC.

       9000-TERMINATE.
           CLOSE QUERY-REPORT-FILE.

      * Looking into the library is itself on the trail, as AUDQUERY
      * and METQUERY runs are.
       9500-WRITE-AUDIT-RECORD.
           OPEN EXTEND OPS-AUDIT-FILE
           IF WS-OPSAUDIT-STATUS = "35"
               CLOSE OPS-AUDIT-FILE
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "RPTGET" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS
           IF WS-MODE-REPRINT
               MOVE "RPTREPRINT" TO OA-ACTION-VERB
           ELSE
               MOVE "RPTLIST" TO OA-ACTION-VERB
           END-IF
           MOVE WS-READ-COUNT TO OA-KEY-COUNT-1
           MOVE WS-MATCH-COUNT TO OA-KEY-COUNT-2
           MOVE 0 TO OA-FINAL-SQLCODE
           WRITE OPS-AUDIT-REC
           CLOSE OPS-AUDIT-FILE.

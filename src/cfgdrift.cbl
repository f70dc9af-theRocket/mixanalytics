      *           an approved promotion with an audit trail instead of
      *           an edit in a flat file.
      *
      *           Changes deployed through CFGDEPLY are queued in
      *           CFGPEND.DAT (see cfgpend.cpy) until a promotion
      *           carries them: CHECK reports a live value matching a
      *           queued approved change as awaiting promotion, with
      *           its ticket, instead of counting it as drift, and
      *           PROMOTE settles every queued entry the promoted
      *           generation now holds, leaving only the changes a
      *           later generation has yet to pick up.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFGDRIFT.
           SELECT DRIFT-REPORT-FILE ASSIGN TO WS-DRIFT-RPT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRIFT-RPT-STATUS.
           SELECT CFG-PENDING-FILE ASSIGN TO WS-PENDING-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT OPS-AUDIT-FILE ASSIGN TO WS-OPSAUDIT-DD
               ORGANIZATION IS LINE SEQUENTIAL
           RECORDING MODE IS F.
       01  DRIFT-REPORT-REC            PIC X(132).

       FD  CFG-PENDING-FILE
           RECORDING MODE IS F.
           COPY "cfgpend.cpy".

       FD  OPS-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "opsaudit.cpy".
       01  WS-COMMAND-DD                PIC X(40) VALUE "CFGDRIFT.DAT".
       01  WS-GENERATION-DD             PIC X(40) VALUE "CFGBASE.GEN".
       01  WS-DRIFT-RPT-DD              PIC X(40) VALUE "CFGDRIFT.RPT".
       01  WS-PENDING-DD                PIC X(40) VALUE "CFGPEND.DAT".

       01  WS-BASELINE-STATUS           PIC XX.
       01  WS-COMMAND-STATUS            PIC XX.
       01  WS-GENERATION-STATUS         PIC XX.
       01  WS-DRIFT-RPT-STATUS          PIC XX.
       01  WS-PENDING-STATUS            PIC XX.
       01  WS-EOF-SW                    PIC X     VALUE "N".
           88 WS-EOF                    VALUE "Y".
       01  WS-QUERY-OK-SW               PIC X     VALUE "Y".
               10 WS-OLD-MATCHED-SW     PIC X.
                  88 WS-OLD-MATCHED     VALUE "Y".

      * Approved changes CFGDEPLY has applied that no promotion has
      * yet carried into the baseline - same OCCURS 200 cap.
       01  WS-PEND-TABLE.
           05 WS-PEND-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-PEND-ENTRY OCCURS 200 TIMES INDEXED BY WS-PD-IDX.
               10 WS-PEND-TICKET        PIC X(12).
               10 WS-PEND-APPLIED-TS    PIC X(14).
               10 WS-PEND-SCOPE         PIC X.
               10 WS-PEND-DBNAME        PIC X(8).
               10 WS-PEND-TOKEN         PIC 9(9).
               10 WS-PEND-PARAM-NAME    PIC X(18).
               10 WS-PEND-VALUE         PIC 9(9).
               10 WS-PEND-SETTLED-SW    PIC X.
                  88 WS-PEND-SETTLED    VALUE "Y".
       01  WS-PEND-FOUND-SUB            PIC 9(4)  VALUE 0.
       01  WS-PENDING-COUNT             PIC 9(9)  VALUE 0.
       01  WS-SETTLED-COUNT             PIC 9(9)  VALUE 0.

       01  WS-SUB                       PIC 9(4)  VALUE 0.
       01  WS-FOUND-SUB                 PIC 9(4)  VALUE 0.
       01  WS-CAPTURED-COUNT            PIC 9(9)  VALUE 0.
       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "CFGDRIFT".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.

       01  WS-KB-SQLCODE              PIC S9(9) COMP-5 VALUE 0.
       01  WS-KB-EXPLAIN-LINE         PIC X(132) VALUE SPACES.
               WHEN WS-RUN-PROMOTE
                   PERFORM 5000-PROMOTE-GENERATION
               WHEN OTHER
                   PERFORM 1500-LOAD-PENDING-CHANGES
                   PERFORM 2000-CHECK-EACH-PARAMETER
                   PERFORM 8000-WRITE-SUMMARY-TOTALS
           END-EVALUATE
           PERFORM 9500-WRITE-AUDIT-RECORD
           PERFORM 9000-TERMINATE
           MOVE WS-JOB-SEVERITY TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-START-TS
           CALL "RUNCORID" USING BY REFERENCE WS-RUN-PROGRAM-ID
                                 BY REFERENCE WS-RUN-ID
           OPEN INPUT DRIFT-COMMAND-FILE
           IF WS-COMMAND-STATUS = "00"
               READ DRIFT-COMMAND-FILE
               CLOSE DRIFT-COMMAND-FILE
           END-IF
           OPEN INPUT CFG-BASELINE-FILE
           OPEN OUTPUT DRIFT-REPORT-FILE
           MOVE SPACES TO DRIFT-REPORT-REC
           STRING "CFGDRIFT  RUN ID=" WS-RUN-ID
                  "  START=" WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO DRIFT-REPORT-REC
           WRITE DRIFT-REPORT-REC
           MOVE SPACES TO DRIFT-REPORT-REC.

       1500-LOAD-PENDING-CHANGES.
           MOVE 0 TO WS-PEND-NUM-ENTRY
           OPEN INPUT CFG-PENDING-FILE
           IF WS-PENDING-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ CFG-PENDING-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 1550-STORE-ONE-PENDING
                   END-READ
               END-PERFORM
               CLOSE CFG-PENDING-FILE
           END-IF.

      * A parameter changed twice before a promotion keeps only its
      * latest queued value - the file is in application order.
       1550-STORE-ONE-PENDING.
           MOVE 0 TO WS-PEND-FOUND-SUB
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PEND-NUM-ENTRY
               IF WS-PEND-SCOPE (WS-PD-IDX) = CP-SCOPE
                       AND WS-PEND-DBNAME (WS-PD-IDX) = CP-DBNAME
                       AND WS-PEND-TOKEN (WS-PD-IDX) = CP-TOKEN
                   SET WS-PEND-FOUND-SUB TO WS-PD-IDX
               END-IF
           END-PERFORM
           IF WS-PEND-FOUND-SUB = 0
               IF WS-PEND-NUM-ENTRY < 200
                   ADD 1 TO WS-PEND-NUM-ENTRY
                   MOVE WS-PEND-NUM-ENTRY TO WS-PEND-FOUND-SUB
               ELSE
                   DISPLAY "CFGDRIFT: pending-change table full "
                       "(200) - skipping " CP-PARAM-NAME
               END-IF
           END-IF
           IF WS-PEND-FOUND-SUB > 0
               MOVE CP-TICKET TO WS-PEND-TICKET (WS-PEND-FOUND-SUB)
               MOVE CP-APPLIED-TS
                   TO WS-PEND-APPLIED-TS (WS-PEND-FOUND-SUB)
               MOVE CP-SCOPE TO WS-PEND-SCOPE (WS-PEND-FOUND-SUB)
               MOVE CP-DBNAME TO WS-PEND-DBNAME (WS-PEND-FOUND-SUB)
               MOVE CP-TOKEN TO WS-PEND-TOKEN (WS-PEND-FOUND-SUB)
               MOVE CP-PARAM-NAME
                   TO WS-PEND-PARAM-NAME (WS-PEND-FOUND-SUB)
               MOVE CP-VALUE TO WS-PEND-VALUE (WS-PEND-FOUND-SUB)
               MOVE "N" TO WS-PEND-SETTLED-SW (WS-PEND-FOUND-SUB)
           END-IF.

       2000-CHECK-EACH-PARAMETER.
           MOVE "N" TO WS-EOF-SW
               WRITE DRIFT-REPORT-REC
           ELSE
               IF WS-CURRENT-VALUE NOT = BL-VALUE
                   PERFORM 2300-FIND-PENDING-CHANGE
               END-IF
               IF WS-CURRENT-VALUE NOT = BL-VALUE
                       AND WS-PEND-FOUND-SUB > 0
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE WS-CURRENT-VALUE TO WS-CURRENT-VALUE-DISP
                   MOVE BL-VALUE TO WS-BASELINE-VALUE-DISP
                   STRING "APPROVED PARAM=" BL-PARAM-NAME
                          " BASELINE=" WS-BASELINE-VALUE-DISP
                          " CURRENT=" WS-CURRENT-VALUE-DISP
                          " TICKET="
                          WS-PEND-TICKET (WS-PEND-FOUND-SUB)
                          " - AWAITING PROMOTION"
                       DELIMITED BY SIZE INTO DRIFT-REPORT-REC
                   WRITE DRIFT-REPORT-REC
               END-IF
               IF WS-CURRENT-VALUE NOT = BL-VALUE
                       AND WS-PEND-FOUND-SUB = 0
                   ADD 1 TO WS-DRIFT-COUNT
                   IF WS-JOB-SEVERITY < 4
                       MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           END-IF.

      * A queued change only excuses the difference when the live
      * value is exactly the value the ticket set - anything else is
      * drift on top of the approved change and is reported as such.
       2300-FIND-PENDING-CHANGE.
           MOVE 0 TO WS-PEND-FOUND-SUB
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PEND-NUM-ENTRY
               IF WS-PEND-SCOPE (WS-PD-IDX) = BL-SCOPE
                       AND WS-PEND-TOKEN (WS-PD-IDX) = BL-TOKEN
                       AND WS-PEND-VALUE (WS-PD-IDX)
                           = WS-CURRENT-VALUE
                       AND (BL-SCOPE-DBM
                            OR WS-PEND-DBNAME (WS-PD-IDX)
                               = BL-DBNAME)
                   SET WS-PEND-FOUND-SUB TO WS-PD-IDX
               END-IF
           END-PERFORM.

      * CAPTURE: the token list comes from the active baseline - the
      * values come from the live instance, so a captured generation
      * is what the estate actually runs with today, dated and kept
                   PERFORM 5200-LOAD-ACTIVE-BASELINE
                   PERFORM 5300-DIFF-GENERATIONS
                   PERFORM 5400-REWRITE-BASELINE
                   PERFORM 5500-SETTLE-PENDING-CHANGES
               END-IF
           END-IF.

               DELIMITED BY SIZE INTO DRIFT-REPORT-REC
           WRITE DRIFT-REPORT-REC.

      * Every queued approved change the promoted generation now
      * carries at the same value is settled; the queue is rewritten
      * holding only what is still outstanding.
       5500-SETTLE-PENDING-CHANGES.
           PERFORM 1500-LOAD-PENDING-CHANGES
           IF WS-PEND-NUM-ENTRY > 0
               PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                       UNTIL WS-PD-IDX > WS-PEND-NUM-ENTRY
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-GEN-NUM-ENTRY
                       IF WS-GEN-SCOPE (WS-SUB)
                               = WS-PEND-SCOPE (WS-PD-IDX)
                           AND (WS-GEN-SCOPE (WS-SUB) = "M"
                                OR WS-GEN-DBNAME (WS-SUB)
                                   = WS-PEND-DBNAME (WS-PD-IDX))
                           AND WS-GEN-TOKEN (WS-SUB)
                               = WS-PEND-TOKEN (WS-PD-IDX)
                           AND WS-GEN-VALUE (WS-SUB)
                               = WS-PEND-VALUE (WS-PD-IDX)
                           MOVE "Y" TO WS-PEND-SETTLED-SW (WS-PD-IDX)
                       END-IF
                   END-PERFORM
               END-PERFORM
               OPEN OUTPUT CFG-PENDING-FILE
               PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                       UNTIL WS-PD-IDX > WS-PEND-NUM-ENTRY
                   IF WS-PEND-SETTLED (WS-PD-IDX)
                       ADD 1 TO WS-SETTLED-COUNT
                       STRING "  SETTLED APPROVED CHANGE TICKET="
                              WS-PEND-TICKET (WS-PD-IDX)
                              " PARAM=" WS-PEND-PARAM-NAME (WS-PD-IDX)
                           DELIMITED BY SIZE INTO DRIFT-REPORT-REC
                       WRITE DRIFT-REPORT-REC
                   ELSE
                       MOVE WS-PEND-TICKET (WS-PD-IDX) TO CP-TICKET
                       MOVE WS-PEND-APPLIED-TS (WS-PD-IDX)
                           TO CP-APPLIED-TS
                       MOVE WS-PEND-SCOPE (WS-PD-IDX) TO CP-SCOPE
                       MOVE WS-PEND-DBNAME (WS-PD-IDX) TO CP-DBNAME
                       MOVE WS-PEND-TOKEN (WS-PD-IDX) TO CP-TOKEN
                       MOVE WS-PEND-PARAM-NAME (WS-PD-IDX)
                           TO CP-PARAM-NAME
                       MOVE WS-PEND-VALUE (WS-PD-IDX) TO CP-VALUE
                       WRITE CFG-PENDING-REC
                   END-IF
               END-PERFORM
               CLOSE CFG-PENDING-FILE
               STRING "APPROVED CHANGES SETTLED=" WS-SETTLED-COUNT
                   DELIMITED BY SIZE INTO DRIFT-REPORT-REC
               WRITE DRIFT-REPORT-REC
           END-IF.

       8000-WRITE-SUMMARY-TOTALS.
           MOVE SPACES TO DRIFT-REPORT-REC
           WRITE DRIFT-REPORT-REC
           STRING "CFGDRIFT TOTALS  CHECKED=" WS-CHECKED-COUNT
                  " DRIFTED=" WS-DRIFT-COUNT
                  " AWAITING-PROMOTION=" WS-PENDING-COUNT
               DELIMITED BY SIZE INTO DRIFT-REPORT-REC
           WRITE DRIFT-REPORT-REC
           IF WS-DRIFT-COUNT > 0
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "CFGDRIFT" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS

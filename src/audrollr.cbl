      *           the live files exactly as before - the append path
      *           is the one interface every driver shares, and this
      *           job is the only thing that ever rewrites them.
      *           Each audit and alert record keeps the correlation
      *           ID of the run that wrote it, in the archives and in
      *           the keyed masters alike.
      *
      *           A live file is only rewritten once its keyed master,
      *           keep file and archive have all opened cleanly; if
      *           any will not, the live file is left exactly as it
      *           was and the run ends at severity 12.  A record is
      *           archived only after it is safely in the master - one
      *           the master will not take (collision sequence used
      *           up, or an I/O error) stays in the live file and also
      *           ends the run at severity 12.  Masters still on the
      *           layout before the run ID was carried are converted
      *           once with AUDXCONV before this job next runs.
      *
      *           The shared keyed metrics store METRICIX.DAT that
      *           METLOAD fills nightly is rolled the same way: every
      *           metric record past its own cutoff (the second
      *           retention figure in ROLLOVER.CFG, default thirteen
      *           months so a year-on-year trend still has its base)
      *           is written to a dated flat archive file for the
      *           month and deleted from the store, which is its own
      *           keyed master and needs no rewrite.  A record leaves
      *           the store only once its archive write has gone
      *           through; a month's archive that will not open, a
      *           write it refuses or a delete the store refuses stops
      *           the metrics roll where it stands, logged, at
      *           severity 12 - nothing is deleted unarchived, and a
      *           record archived but not deleted is logged by key.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-KEY
               FILE STATUS IS WS-ALT-MASTER-STATUS.
           SELECT METRICS-STORE-FILE ASSIGN TO WS-METRIC-STORE-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-KEY
               FILE STATUS IS WS-MET-STORE-STATUS.
           SELECT METRIC-ARCHIVE-FILE ASSIGN TO WS-MET-ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MET-ARCHIVE-STATUS.
           SELECT ROLLOVER-LOG-FILE ASSIGN TO WS-LOG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           RECORDING MODE IS F.
       01  ROLLOVER-CONFIG-REC.
           05 RO-RETENTION-MONTHS     PIC 9(3).
           05 RO-METRIC-RETENTION-MONTHS
                                      PIC 9(3).

       FD  OPS-AUDIT-LIVE-FILE
           RECORDING MODE IS F.
           05 OL-KEY-COUNT-1          PIC 9(9).
           05 OL-KEY-COUNT-2          PIC 9(9).
           05 OL-FINAL-SQLCODE        PIC S9(9) SIGN LEADING SEPARATE.
           05 OL-RUN-ID               PIC X(25).

       FD  OPS-AUDIT-KEEP-FILE
           RECORDING MODE IS F.
       01  OPS-AUDIT-KEEP-REC         PIC X(109).

       FD  OPS-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  OPS-ARCHIVE-REC            PIC X(109).

      * Keyed audit master: timestamp plus program-id, with a
      * collision sequence for the rare pair of records sharing both.
       FD  OPS-AUDIT-MASTER-FILE.
           COPY "opsaudix.cpy".

       FD  ALERT-HISTORY-LIVE-FILE
           RECORDING MODE IS F.
           05 AL-MESSAGE              PIC X(80).
           05 AL-TIMESTAMP            PIC X(14).
           05 AL-DISPATCHED-SW        PIC X.
           05 AL-RUN-ID               PIC X(25).

       FD  ALERT-HISTORY-KEEP-FILE
           RECORDING MODE IS F.
       01  ALERT-HISTORY-KEEP-REC     PIC X(174).

       FD  ALERT-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ALERT-ARCHIVE-REC          PIC X(174).

       FD  ALERT-HISTORY-MASTER-FILE.
           COPY "alerthix.cpy".

      * Shared metrics store, keyed by metric, alias and timestamp.
       FD  METRICS-STORE-FILE.
           COPY "metric.cpy".

       FD  METRIC-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  METRIC-ARCHIVE-REC         PIC X(111).

       FD  ROLLOVER-LOG-FILE
           RECORDING MODE IS F.
       01  WS-ALERTHIS-DD             PIC X(40) VALUE "ALERTHIS.DAT".
       01  WS-ALT-KEEP-DD             PIC X(40) VALUE "ALERTHIS.NEW".
       01  WS-ALT-MASTER-DD           PIC X(40) VALUE "ALERTHIX.DAT".
       01  WS-METRIC-STORE-DD         PIC X(40) VALUE "METRICIX.DAT".
       01  WS-LOG-DD                  PIC X(40) VALUE "AUDROLLR.LOG".
       01  WS-OPS-ARCHIVE-PATH        PIC X(40) VALUE SPACES.
       01  WS-ALT-ARCHIVE-PATH       PIC X(40) VALUE SPACES.
       01  WS-MET-ARCHIVE-PATH        PIC X(40) VALUE SPACES.

       01  WS-CONFIG-STATUS           PIC XX.
       01  WS-OPS-LIVE-STATUS         PIC XX.
       01  WS-ALT-KEEP-STATUS         PIC XX.
       01  WS-ALT-ARCHIVE-STATUS      PIC XX.
       01  WS-ALT-MASTER-STATUS       PIC XX.
       01  WS-MET-STORE-STATUS        PIC XX.
       01  WS-MET-ARCHIVE-STATUS      PIC XX.
       01  WS-LOG-STATUS              PIC XX.
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-EOF-SW                  PIC X     VALUE "N".
           88 WS-EOF                  VALUE "Y".

       01  WS-RETENTION-MONTHS        PIC 9(3)  VALUE 3.
       01  WS-METRIC-RETENTION-MONTHS PIC 9(3)  VALUE 13.

      * Retention cutoff: the first day of the month the configured
      * number of months back - everything before it rolls out.
       01  WS-CUTOFF-YYYY             PIC 9(4)  VALUE 0.
       01  WS-CUTOFF-MM               PIC 9(2)  VALUE 0.
       01  WS-CUTOFF-DATE             PIC X(8)  VALUE SPACES.
       01  WS-METRIC-CUTOFF-DATE      PIC X(8)  VALUE SPACES.

       01  WS-ROLLED-OPS-COUNT        PIC 9(9)  VALUE 0.
       01  WS-KEPT-OPS-COUNT          PIC 9(9)  VALUE 0.
       01  WS-ROLLED-ALERT-COUNT      PIC 9(9)  VALUE 0.
       01  WS-KEPT-ALERT-COUNT        PIC 9(9)  VALUE 0.
       01  WS-ROLLED-METRIC-COUNT     PIC 9(9)  VALUE 0.
       01  WS-KEPT-METRIC-COUNT       PIC 9(9)  VALUE 0.
       01  WS-WRITTEN-SW              PIC X.
           88 WS-WRITTEN              VALUE "Y".
       01  WS-INSERT-FAILED-SW        PIC X.
           88 WS-INSERT-FAILED        VALUE "Y".
       01  WS-FILES-OPEN-SW           PIC X.
           88 WS-FILES-OPEN           VALUE "Y".

       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "AUDROLLR".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.

      * Scheduler return-code severity for this run: 0 clean, 4
      * warnings, 8 check failed / do not proceed, 12 driver
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ROLL-OPS-AUDIT
           PERFORM 3000-ROLL-ALERT-HISTORY
           PERFORM 4000-ROLL-METRICS-STORE
           PERFORM 8000-WRITE-TOTALS
           PERFORM 9500-WRITE-AUDIT-RECORD
           PERFORM 9000-TERMINATE
           MOVE WS-JOB-SEVERITY TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-START-TS
           CALL "RUNCORID" USING BY REFERENCE WS-RUN-PROGRAM-ID
                                 BY REFERENCE WS-RUN-ID
           OPEN INPUT ROLLOVER-CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               READ ROLLOVER-CONFIG-FILE
                           MOVE RO-RETENTION-MONTHS
                               TO WS-RETENTION-MONTHS
                       END-IF
                       IF RO-METRIC-RETENTION-MONTHS IS NUMERIC
                               AND RO-METRIC-RETENTION-MONTHS > 0
                           MOVE RO-METRIC-RETENTION-MONTHS
                               TO WS-METRIC-RETENTION-MONTHS
                       END-IF
               END-READ
               CLOSE ROLLOVER-CONFIG-FILE
           END-IF
           PERFORM 1100-COMPUTE-CUTOFF
           PERFORM 1150-COMPUTE-METRIC-CUTOFF
           MOVE FUNCTION CURRENT-DATE (1:6) TO WS-RUN-YYYYMM
           MOVE SPACES TO WS-OPS-ARCHIVE-PATH
           STRING "OPSAARCH." WS-RUN-YYYYMM
           MOVE SPACES TO WS-ALT-ARCHIVE-PATH
           STRING "ALTARCH." WS-RUN-YYYYMM
               DELIMITED BY SIZE INTO WS-ALT-ARCHIVE-PATH
           MOVE SPACES TO WS-MET-ARCHIVE-PATH
           STRING "METARCH." WS-RUN-YYYYMM
               DELIMITED BY SIZE INTO WS-MET-ARCHIVE-PATH
           OPEN EXTEND ROLLOVER-LOG-FILE
           IF WS-LOG-STATUS = "35"
               CLOSE ROLLOVER-LOG-FILE
           END-IF
           STRING "ROLLOVER RUN=" WS-AUDIT-START-TS
                  " CUTOFF=" WS-CUTOFF-DATE
                  " METRIC-CUTOFF=" WS-METRIC-CUTOFF-DATE
                  "  RUN ID=" WS-RUN-ID
               DELIMITED BY SIZE INTO ROLLOVER-LOG-REC
           WRITE ROLLOVER-LOG-REC.

           STRING WS-CUTOFF-YYYY WS-CUTOFF-MM "01"
               DELIMITED BY SIZE INTO WS-CUTOFF-DATE.

      * Same arithmetic over the metrics store's own retention.
       1150-COMPUTE-METRIC-CUTOFF.
           MOVE FUNCTION CURRENT-DATE (1:6) TO WS-RUN-YYYYMM
           COMPUTE WS-TOTAL-MONTHS =
               (WS-RUN-YYYYMM / 100) * 12
               + FUNCTION MOD (WS-RUN-YYYYMM, 100)
               - WS-METRIC-RETENTION-MONTHS
           COMPUTE WS-CUTOFF-YYYY = (WS-TOTAL-MONTHS - 1) / 12
           COMPUTE WS-CUTOFF-MM =
               FUNCTION MOD (WS-TOTAL-MONTHS - 1, 12) + 1
           MOVE SPACES TO WS-METRIC-CUTOFF-DATE
           STRING WS-CUTOFF-YYYY WS-CUTOFF-MM "01"
               DELIMITED BY SIZE INTO WS-METRIC-CUTOFF-DATE.

      * Records past the cutoff go to both the dated flat archive
      * and the keyed master; everything inside retention is carried
      * to the keep file, which then replaces the live file whole.
                   TO ROLLOVER-LOG-REC
               WRITE ROLLOVER-LOG-REC
           ELSE
               PERFORM 2050-OPEN-OPS-MASTER
               IF WS-FILES-OPEN
                   MOVE "N" TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF
                       READ OPS-AUDIT-LIVE-FILE
                           AT END MOVE "Y" TO WS-EOF-SW
                           NOT AT END
                               PERFORM 2100-ROUTE-ONE-OPS-REC
                       END-READ
                   END-PERFORM
                   CLOSE OPS-AUDIT-LIVE-FILE
                   CLOSE OPS-AUDIT-KEEP-FILE
                   CLOSE OPS-ARCHIVE-FILE
                   CLOSE OPS-AUDIT-MASTER-FILE
                   PERFORM 2500-REPLACE-OPS-LIVE-FILE
               ELSE
                   CLOSE OPS-AUDIT-LIVE-FILE
               END-IF
           END-IF.

      * The master is opened first - a new master is created on the
      * first run - then the keep file and the month's archive.  Any
      * of the three refusing to open leaves the live file untouched.
       2050-OPEN-OPS-MASTER.
           MOVE "N" TO WS-FILES-OPEN-SW
           OPEN I-O OPS-AUDIT-MASTER-FILE
           IF WS-OPS-MASTER-STATUS = "35"
               OPEN OUTPUT OPS-AUDIT-MASTER-FILE
               CLOSE OPS-AUDIT-MASTER-FILE
               OPEN I-O OPS-AUDIT-MASTER-FILE
           END-IF
           IF WS-OPS-MASTER-STATUS NOT = "00"
               MOVE SPACES TO ROLLOVER-LOG-REC
               STRING "OPSAUDIX.DAT WOULD NOT OPEN STATUS="
                      WS-OPS-MASTER-STATUS
                      " - OPSAUDIT.DAT LEFT AS IS"
                   DELIMITED BY SIZE INTO ROLLOVER-LOG-REC
               WRITE ROLLOVER-LOG-REC
               MOVE 12 TO WS-JOB-SEVERITY
           ELSE
               OPEN OUTPUT OPS-AUDIT-KEEP-FILE
               OPEN EXTEND OPS-ARCHIVE-FILE
               IF WS-OPS-ARCHIVE-STATUS = "35"
                   CLOSE OPS-ARCHIVE-FILE
                   OPEN OUTPUT OPS-ARCHIVE-FILE
               END-IF
               IF WS-OPS-KEEP-STATUS = "00"
                       AND WS-OPS-ARCHIVE-STATUS = "00"
                   MOVE "Y" TO WS-FILES-OPEN-SW
               ELSE
                   MOVE SPACES TO ROLLOVER-LOG-REC
                   STRING "OPSAUDIT KEEP/ARCHIVE WOULD NOT OPEN STATUS="
                          WS-OPS-KEEP-STATUS "/" WS-OPS-ARCHIVE-STATUS
                          " - OPSAUDIT.DAT LEFT AS IS"
                       DELIMITED BY SIZE INTO ROLLOVER-LOG-REC
                   WRITE ROLLOVER-LOG-REC
                   MOVE 12 TO WS-JOB-SEVERITY
                   CLOSE OPS-AUDIT-MASTER-FILE
                   IF WS-OPS-KEEP-STATUS = "00"
                       CLOSE OPS-AUDIT-KEEP-FILE
                   END-IF
                   IF WS-OPS-ARCHIVE-STATUS = "00"
                       CLOSE OPS-ARCHIVE-FILE
                   END-IF
               END-IF
           END-IF.

       2100-ROUTE-ONE-OPS-REC.
           IF OL-START-TS (1:8) < WS-CUTOFF-DATE
               PERFORM 2200-INSERT-OPS-MASTER
           END-IF
           IF OL-START-TS (1:8) < WS-CUTOFF-DATE
                   AND WS-WRITTEN
               ADD 1 TO WS-ROLLED-OPS-COUNT
               MOVE OPS-AUDIT-LIVE-REC TO OPS-ARCHIVE-REC
               WRITE OPS-ARCHIVE-REC
           ELSE
               ADD 1 TO WS-KEPT-OPS-COUNT
               MOVE OPS-AUDIT-LIVE-REC TO OPS-AUDIT-KEEP-REC

      * The collision sequence absorbs two records sharing the same
      * timestamp and program - a duplicate key bumps the sequence
      * and retries rather than dropping a record on the floor.  A
      * record the master will not take is logged and kept live.
       2200-INSERT-OPS-MASTER.
           MOVE OL-START-TS TO OX-START-TS
           MOVE OL-PROGRAM-ID TO OX-PROGRAM-ID
           MOVE OL-KEY-COUNT-1 TO OX-KEY-COUNT-1
           MOVE OL-KEY-COUNT-2 TO OX-KEY-COUNT-2
           MOVE OL-FINAL-SQLCODE TO OX-FINAL-SQLCODE
           MOVE OL-RUN-ID TO OX-RUN-ID
           MOVE "N" TO WS-WRITTEN-SW
           MOVE "N" TO WS-INSERT-FAILED-SW
           PERFORM UNTIL WS-WRITTEN OR WS-INSERT-FAILED
               WRITE OPS-AUDIT-MASTER-REC
                   INVALID KEY CONTINUE
               END-WRITE
               EVALUATE TRUE
                   WHEN WS-OPS-MASTER-STATUS (1:1) = "0"
                       MOVE "Y" TO WS-WRITTEN-SW
                   WHEN WS-OPS-MASTER-STATUS = "22"
                           AND OX-SEQ < 999
                       ADD 1 TO OX-SEQ
                   WHEN OTHER
                       MOVE "Y" TO WS-INSERT-FAILED-SW
               END-EVALUATE
           END-PERFORM
           IF WS-INSERT-FAILED
               MOVE SPACES TO ROLLOVER-LOG-REC
               STRING "OPSAUDIX.DAT INSERT FAILED STATUS="
                      WS-OPS-MASTER-STATUS
                      " KEY=" OX-START-TS " " OX-PROGRAM-ID
                      " - RECORD KEPT IN OPSAUDIT.DAT"
                   DELIMITED BY SIZE INTO ROLLOVER-LOG-REC
               WRITE ROLLOVER-LOG-REC
               MOVE 12 TO WS-JOB-SEVERITY
           END-IF.

       2500-REPLACE-OPS-LIVE-FILE.
           OPEN INPUT OPS-AUDIT-KEEP-FILE
                   TO ROLLOVER-LOG-REC
               WRITE ROLLOVER-LOG-REC
           ELSE
               PERFORM 3050-OPEN-ALERT-MASTER
               IF WS-FILES-OPEN
                   MOVE "N" TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF
                       READ ALERT-HISTORY-LIVE-FILE
                           AT END MOVE "Y" TO WS-EOF-SW
                           NOT AT END
                               PERFORM 3100-ROUTE-ONE-ALERT-REC
                       END-READ
                   END-PERFORM
                   CLOSE ALERT-HISTORY-LIVE-FILE
                   CLOSE ALERT-HISTORY-KEEP-FILE
                   CLOSE ALERT-ARCHIVE-FILE
                   CLOSE ALERT-HISTORY-MASTER-FILE
                   PERFORM 3500-REPLACE-ALERT-LIVE-FILE
               ELSE
                   CLOSE ALERT-HISTORY-LIVE-FILE
               END-IF
           END-IF.

       3050-OPEN-ALERT-MASTER.
           MOVE "N" TO WS-FILES-OPEN-SW
           OPEN I-O ALERT-HISTORY-MASTER-FILE
           IF WS-ALT-MASTER-STATUS = "35"
               OPEN OUTPUT ALERT-HISTORY-MASTER-FILE
               CLOSE ALERT-HISTORY-MASTER-FILE
               OPEN I-O ALERT-HISTORY-MASTER-FILE
           END-IF
           IF WS-ALT-MASTER-STATUS NOT = "00"
               MOVE SPACES TO ROLLOVER-LOG-REC
               STRING "ALERTHIX.DAT WOULD NOT OPEN STATUS="
                      WS-ALT-MASTER-STATUS
                      " - ALERTHIS.DAT LEFT AS IS"
                   DELIMITED BY SIZE INTO ROLLOVER-LOG-REC
               WRITE ROLLOVER-LOG-REC
               MOVE 12 TO WS-JOB-SEVERITY
           ELSE
               OPEN OUTPUT ALERT-HISTORY-KEEP-FILE
               OPEN EXTEND ALERT-ARCHIVE-FILE
               IF WS-ALT-ARCHIVE-STATUS = "35"
                   CLOSE ALERT-ARCHIVE-FILE
                   OPEN OUTPUT ALERT-ARCHIVE-FILE
               END-IF
               IF WS-ALT-KEEP-STATUS = "00"
                       AND WS-ALT-ARCHIVE-STATUS = "00"
                   MOVE "Y" TO WS-FILES-OPEN-SW
               ELSE
                   MOVE SPACES TO ROLLOVER-LOG-REC
                   STRING "ALERTHIS KEEP/ARCHIVE WOULD NOT OPEN STATUS="
                          WS-ALT-KEEP-STATUS "/" WS-ALT-ARCHIVE-STATUS
                          " - ALERTHIS.DAT LEFT AS IS"
                       DELIMITED BY SIZE INTO ROLLOVER-LOG-REC
                   WRITE ROLLOVER-LOG-REC
                   MOVE 12 TO WS-JOB-SEVERITY
                   CLOSE ALERT-HISTORY-MASTER-FILE
                   IF WS-ALT-KEEP-STATUS = "00"
                       CLOSE ALERT-HISTORY-KEEP-FILE
                   END-IF
                   IF WS-ALT-ARCHIVE-STATUS = "00"
                       CLOSE ALERT-ARCHIVE-FILE
                   END-IF
               END-IF
           END-IF.

       3100-ROUTE-ONE-ALERT-REC.
           IF AL-TIMESTAMP (1:8) < WS-CUTOFF-DATE
               PERFORM 3200-INSERT-ALERT-MASTER
           END-IF
           IF AL-TIMESTAMP (1:8) < WS-CUTOFF-DATE
                   AND WS-WRITTEN
               ADD 1 TO WS-ROLLED-ALERT-COUNT
               MOVE ALERT-HISTORY-LIVE-REC TO ALERT-ARCHIVE-REC
               WRITE ALERT-ARCHIVE-REC
           ELSE
               ADD 1 TO WS-KEPT-ALERT-COUNT
               MOVE ALERT-HISTORY-LIVE-REC TO ALERT-HISTORY-KEEP-REC
           MOVE AL-OBJECT TO AX-OBJECT
           MOVE AL-MESSAGE TO AX-MESSAGE
           MOVE AL-DISPATCHED-SW TO AX-DISPATCHED-SW
           MOVE AL-RUN-ID TO AX-RUN-ID
           MOVE "N" TO WS-WRITTEN-SW
           MOVE "N" TO WS-INSERT-FAILED-SW
           PERFORM UNTIL WS-WRITTEN OR WS-INSERT-FAILED
               WRITE ALERT-HISTORY-MASTER-REC
                   INVALID KEY CONTINUE
               END-WRITE
               EVALUATE TRUE
                   WHEN WS-ALT-MASTER-STATUS (1:1) = "0"
                       MOVE "Y" TO WS-WRITTEN-SW
                   WHEN WS-ALT-MASTER-STATUS = "22"
                           AND AX-SEQ < 999
                       ADD 1 TO AX-SEQ
                   WHEN OTHER
                       MOVE "Y" TO WS-INSERT-FAILED-SW
               END-EVALUATE
           END-PERFORM
           IF WS-INSERT-FAILED
               MOVE SPACES TO ROLLOVER-LOG-REC
               STRING "ALERTHIX.DAT INSERT FAILED STATUS="
                      WS-ALT-MASTER-STATUS
                      " KEY=" AX-TIMESTAMP " " AX-PROGRAM-ID
                      " - RECORD KEPT IN ALERTHIS.DAT"
                   DELIMITED BY SIZE INTO ROLLOVER-LOG-REC
               WRITE ROLLOVER-LOG-REC
               MOVE 12 TO WS-JOB-SEVERITY
           END-IF.

       3500-REPLACE-ALERT-LIVE-FILE.
           OPEN INPUT ALERT-HISTORY-KEEP-FILE
           CLOSE ALERT-HISTORY-KEEP-FILE
           CLOSE ALERT-HISTORY-LIVE-FILE.

      * The store is keyed on metric name first, so the whole file is
      * walked; each record past the cutoff is archived and deleted
      * in place.
       4000-ROLL-METRICS-STORE.
           OPEN I-O METRICS-STORE-FILE
           IF WS-MET-STORE-STATUS NOT = "00"
               MOVE "NO METRICS STORE - NOTHING TO ROLL"
                   TO ROLLOVER-LOG-REC
               WRITE ROLLOVER-LOG-REC
           ELSE
               OPEN EXTEND METRIC-ARCHIVE-FILE
               IF WS-MET-ARCHIVE-STATUS = "35"
                   CLOSE METRIC-ARCHIVE-FILE
                   OPEN OUTPUT METRIC-ARCHIVE-FILE
               END-IF
               IF WS-MET-ARCHIVE-STATUS NOT = "00"
                   MOVE SPACES TO ROLLOVER-LOG-REC
                   STRING "METRIC ARCHIVE " WS-MET-ARCHIVE-PATH
                          " WOULD NOT OPEN STATUS="
                          WS-MET-ARCHIVE-STATUS
                          " - METRICIX.DAT LEFT AS IS"
                       DELIMITED BY SIZE INTO ROLLOVER-LOG-REC
                   WRITE ROLLOVER-LOG-REC
                   MOVE 12 TO WS-JOB-SEVERITY
                   CLOSE METRICS-STORE-FILE
               ELSE
                   MOVE SPACES TO MT-KEY
                   MOVE "N" TO WS-EOF-SW
                   START METRICS-STORE-FILE
                       KEY IS >= MT-KEY
                       INVALID KEY MOVE "Y" TO WS-EOF-SW
                   END-START
                   PERFORM UNTIL WS-EOF
                       READ METRICS-STORE-FILE NEXT
                           AT END MOVE "Y" TO WS-EOF-SW
                           NOT AT END
                               PERFORM 4100-ROUTE-ONE-METRIC-REC
                       END-READ
                   END-PERFORM
                   CLOSE METRICS-STORE-FILE
                   CLOSE METRIC-ARCHIVE-FILE
               END-IF
           END-IF.

      * A record is deleted only after the archive has taken it.
      * Either step failing ends the walk - the records not yet
      * reached stay in the store for the next run.
       4100-ROUTE-ONE-METRIC-REC.
           IF MT-TIMESTAMP (1:8) < WS-METRIC-CUTOFF-DATE
               MOVE METRIC-REC TO METRIC-ARCHIVE-REC
               WRITE METRIC-ARCHIVE-REC
               IF WS-MET-ARCHIVE-STATUS NOT = "00"
                   MOVE SPACES TO ROLLOVER-LOG-REC
                   STRING "METRIC ARCHIVE WRITE FAILED STATUS="
                          WS-MET-ARCHIVE-STATUS
                          " KEY=" MT-KEY
                          " - ROLL STOPPED"
                       DELIMITED BY SIZE INTO ROLLOVER-LOG-REC
                   WRITE ROLLOVER-LOG-REC
                   MOVE 12 TO WS-JOB-SEVERITY
                   MOVE "Y" TO WS-EOF-SW
               ELSE
                   DELETE METRICS-STORE-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   IF WS-MET-STORE-STATUS (1:1) = "0"
                       ADD 1 TO WS-ROLLED-METRIC-COUNT
                   ELSE
                       MOVE SPACES TO ROLLOVER-LOG-REC
                       STRING "METRICIX.DAT DELETE FAILED STATUS="
                              WS-MET-STORE-STATUS
                              " KEY=" MT-KEY
                              " - STILL IN STORE"
                           DELIMITED BY SIZE INTO ROLLOVER-LOG-REC
                       WRITE ROLLOVER-LOG-REC
                       MOVE 12 TO WS-JOB-SEVERITY
                       MOVE "Y" TO WS-EOF-SW
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-KEPT-METRIC-COUNT
           END-IF.

       8000-WRITE-TOTALS.
           STRING "ROLLOVER TOTALS  OPS-ROLLED=" WS-ROLLED-OPS-COUNT
                  " OPS-KEPT=" WS-KEPT-OPS-COUNT
                  " ALERTS-ROLLED=" WS-ROLLED-ALERT-COUNT
                  " ALERTS-KEPT=" WS-KEPT-ALERT-COUNT
               DELIMITED BY SIZE INTO ROLLOVER-LOG-REC
           WRITE ROLLOVER-LOG-REC
           MOVE SPACES TO ROLLOVER-LOG-REC
           STRING "ROLLOVER TOTALS  METRICS-ROLLED="
                  WS-ROLLED-METRIC-COUNT
                  " METRICS-KEPT=" WS-KEPT-METRIC-COUNT
               DELIMITED BY SIZE INTO ROLLOVER-LOG-REC
           WRITE ROLLOVER-LOG-REC.

       9000-TERMINATE.
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "AUDROLLR" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS

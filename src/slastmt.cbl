      ******************************************************************
      *
      * Program: SLASTMT
      *
      * Function: Monthly service-level compliance statement per
      *           database.  The service catalogue's targets for each
      *           alias and its business owner are kept in the shared
      *           SLATGT.DAT file (see slatgt.cpy); the measurements
      *           are already recorded by the suite:
      *             AVAILABILITY - DBPINGM.LOG pings, a negative
      *                            SQLCODE meaning unreachable
      *             LATENCY      - DBPINGM.LOG average round trip of
      *                            the pings that got through
      *             BATCH        - the named driver's OPSAUDIT.DAT end
      *                            timestamp against its complete-by
      *             DELIVERY     - TBEXTRCT manifests (EXTMANIF.DAT)
      *                            against the consumer's answer in
      *                            EXTACK.DAT, judged the way EXTRECON
      *                            judges ACKED and OVERDUE but against
      *                            the alias's own delivery target
      *             RESPONSE     - CRITICAL alerts for the alias in
      *                            ALERTHIS.DAT against their
      *                            ALERTACK.DAT acknowledgment
      *           For the statement month (SLASTMT.CFG, default the
      *           month just ended) each contracted target is shown
      *           with its objective, the measured value, the number
      *           of breach days and MET or BREACHED, alongside the
      *           same figures year to date, followed by the days of
      *           the month on which each target was breached.  An
      *           unanswered delivery or alert still inside its target
      *           is not yet counted either way.  Availability and
      *           latency are judged on the period's figure; a day is
      *           a breach day when that day's own figure misses.  The
      *           statement goes to SLASTMT.RPT for the account
      *           managers; any target breached in the month sets
      *           return code 4.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLASTMT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-CONFIG-FILE ASSIGN TO WS-CONFIG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT SLA-TARGET-FILE ASSIGN TO WS-TARGET-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT LATENCY-LOG-FILE ASSIGN TO WS-PING-LOG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PING-LOG-STATUS.
           SELECT DELIVERY-MANIFEST-FILE ASSIGN TO WS-MANIFEST-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT DELIVERY-ACK-FILE ASSIGN TO WS-DELIVERY-ACK-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-ACK-STATUS.
           SELECT ALERT-HISTORY-FILE ASSIGN TO WS-ALERTHIS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTHIS-STATUS.
           SELECT ALERT-ACK-FILE ASSIGN TO WS-ALERT-ACK-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-ACK-STATUS.
           SELECT STATEMENT-REPORT-FILE ASSIGN TO WS-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT OPS-AUDIT-FILE ASSIGN TO WS-OPSAUDIT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-CONFIG-FILE
           RECORDING MODE IS F.
       01  STATEMENT-CONFIG-REC.
           05 SC-STATEMENT-MONTH      PIC X(6).

       FD  SLA-TARGET-FILE
           RECORDING MODE IS F.
           COPY "slatgt.cpy".

       FD  LATENCY-LOG-FILE
           RECORDING MODE IS F.
       01  LATENCY-LOG-REC            PIC X(132).

       FD  DELIVERY-MANIFEST-FILE
           RECORDING MODE IS F.
           COPY "extmanif.cpy".

       FD  DELIVERY-ACK-FILE
           RECORDING MODE IS F.
           COPY "extack.cpy".

       FD  ALERT-HISTORY-FILE
           RECORDING MODE IS F.
           COPY "alertq.cpy".

       FD  ALERT-ACK-FILE
           RECORDING MODE IS F.
           COPY "alertack.cpy".

       FD  STATEMENT-REPORT-FILE
           RECORDING MODE IS F.
       01  STATEMENT-REPORT-REC       PIC X(132).

       FD  OPS-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "opsaudit.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CONFIG-DD               PIC X(40) VALUE "SLASTMT.CFG".
       01  WS-TARGET-DD               PIC X(40) VALUE "SLATGT.DAT".
       01  WS-PING-LOG-DD             PIC X(40) VALUE "DBPINGM.LOG".
       01  WS-MANIFEST-DD             PIC X(40) VALUE "EXTMANIF.DAT".
       01  WS-DELIVERY-ACK-DD         PIC X(40) VALUE "EXTACK.DAT".
       01  WS-ALERTHIS-DD             PIC X(40) VALUE "ALERTHIS.DAT".
       01  WS-ALERT-ACK-DD            PIC X(40) VALUE "ALERTACK.DAT".
       01  WS-REPORT-DD               PIC X(40) VALUE "SLASTMT.RPT".

       01  WS-CONFIG-STATUS           PIC XX.
       01  WS-TARGET-STATUS           PIC XX.
       01  WS-PING-LOG-STATUS         PIC XX.
       01  WS-MANIFEST-STATUS         PIC XX.
       01  WS-DELIVERY-ACK-STATUS     PIC XX.
       01  WS-ALERTHIS-STATUS         PIC XX.
       01  WS-ALERT-ACK-STATUS        PIC XX.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-EOF-SW                  PIC X     VALUE "N".
           88 WS-EOF                  VALUE "Y".

      * Statement month, YYYYMM, and the day-of-year bounds of the
      * month and of the year to date.
       01  WS-STMT-MONTH              PIC X(6)  VALUE SPACES.
       01  WS-STMT-MONTH-NUM REDEFINES WS-STMT-MONTH.
           05 WS-STMT-YEAR            PIC 9(4).
           05 WS-STMT-MM              PIC 9(2).
       01  WS-WORK-DATE               PIC 9(8)  VALUE 0.
       01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
           05 WS-WORK-YEAR            PIC 9(4).
           05 WS-WORK-MM              PIC 9(2).
           05 WS-WORK-DD              PIC 9(2).
       01  WS-YEAR-START-INT          PIC S9(9) VALUE 0.
       01  WS-MONTH-FIRST-DAY         PIC 9(3)  VALUE 0.
       01  WS-MONTH-LAST-DAY          PIC 9(3)  VALUE 0.
       01  WS-DAY-NUM                 PIC S9(5) VALUE 0.

      * Targets and their day-by-day measurements, one entry per
      * alias - capped OCCURS 50 to match the registry selection.
      * Each day of the statement year holds that day's ping counts,
      * the latest batch completion (HHMM), and the deliveries and
      * incidents raised that day with how many missed target.
       01  WS-SLA-TABLE.
           05 WS-SL-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-SL-ENTRY OCCURS 50 TIMES INDEXED BY WS-SL-IDX.
               10 WS-SL-ALIAS         PIC X(8).
               10 WS-SL-OWNER         PIC X(30).
               10 WS-SL-AVAIL-PCT     PIC 9(3)V9(2).
               10 WS-SL-LATENCY-US    PIC 9(9).
               10 WS-SL-BATCH-PROGRAM PIC X(8).
               10 WS-SL-BATCH-BY-HHMM PIC 9(4).
               10 WS-SL-DELIVERY-MIN  PIC 9(5).
               10 WS-SL-RESPONSE-MIN  PIC 9(5).
               10 WS-SL-DAY OCCURS 366 TIMES.
                   15 WS-SD-PINGS          PIC 9(5)  COMP-5.
                   15 WS-SD-PINGS-OK       PIC 9(5)  COMP-5.
                   15 WS-SD-LATENCY-SUM    PIC 9(15) COMP-5.
                   15 WS-SD-BATCH-RUNS     PIC 9(4)  COMP-5.
                   15 WS-SD-BATCH-END      PIC 9(4).
                   15 WS-SD-DELIVERIES     PIC 9(4)  COMP-5.
                   15 WS-SD-LATE-DELIVERY  PIC 9(4)  COMP-5.
                   15 WS-SD-WORST-DELIVERY PIC 9(9)  COMP-5.
                   15 WS-SD-INCIDENTS      PIC 9(4)  COMP-5.
                   15 WS-SD-LATE-RESPONSE  PIC 9(4)  COMP-5.
                   15 WS-SD-WORST-RESPONSE PIC 9(9)  COMP-5.

      * Extract feed tables and the alias whose delivery target they
      * count against.
       01  WS-FEED-TABLE.
           05 WS-FD-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-FD-ENTRY OCCURS 200 TIMES INDEXED BY WS-FD-IDX.
               10 WS-FD-TABLE-NAME    PIC X(30).
               10 WS-FD-ALIAS         PIC X(8).

       01  WS-DELIVERY-ACK-TABLE.
           05 WS-DA-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-DA-ENTRY OCCURS 500 TIMES INDEXED BY WS-DA-IDX.
               10 WS-DA-FILE-NAME     PIC X(100).
               10 WS-DA-ACK-TS        PIC X(14).

       01  WS-ALERT-ACK-TABLE.
           05 WS-AA-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-AA-ENTRY OCCURS 500 TIMES INDEXED BY WS-AA-IDX.
               10 WS-AA-ALERT-TS      PIC X(14).
               10 WS-AA-PROGRAM-ID    PIC X(8).
               10 WS-AA-OBJECT        PIC X(30).
               10 WS-AA-ACK-TS        PIC X(14).

       01  WS-SUB                     PIC 9(4)  VALUE 0.
       01  WS-FOUND-SUB               PIC 9(4)  VALUE 0.
       01  WS-ALIAS-SUB               PIC 9(4)  VALUE 0.
       01  WS-LOOKUP-ALIAS            PIC X(8)  VALUE SPACES.

      * A ping log line's fields (DBPINGM's fixed layout).
       01  WS-PING-ALIAS              PIC X(8)  VALUE SPACES.
       01  WS-PING-AVG-US             PIC S9(9) VALUE 0.
       01  WS-PING-SQLCODE            PIC S9(9) VALUE 0.

      * Elapsed minutes between two yyyymmddhhmmss stamps; an
      * unanswered stamp is aged to now.
       01  WS-NOW-TS                  PIC X(14) VALUE SPACES.
       01  WS-WORK-TS                 PIC X(14) VALUE SPACES.
       01  WS-TS-DATE-NUM             PIC 9(8)  VALUE 0.
       01  WS-TS-JULIAN               PIC S9(9) VALUE 0.
       01  WS-TS-HH                   PIC 9(2)  VALUE 0.
       01  WS-TS-MM                   PIC 9(2)  VALUE 0.
       01  WS-TS-TOTAL-MINUTES        PIC S9(12) VALUE 0.
       01  WS-START-MINUTES           PIC S9(12) VALUE 0.
       01  WS-ELAPSED-MINUTES         PIC S9(9) VALUE 0.
       01  WS-ANSWER-TS               PIC X(14) VALUE SPACES.
       01  WS-END-HHMM                PIC 9(4)  VALUE 0.

      * One period's totals for one alias - built for the month and
      * again for the year to date.
       01  WS-FROM-DAY                PIC 9(3)  VALUE 0.
       01  WS-TO-DAY                  PIC 9(3)  VALUE 0.
       01  WS-DAY-SUB                 PIC 9(3)  VALUE 0.
       01  WS-COL                     PIC 9     VALUE 0.
       01  WS-RG-PINGS                PIC 9(9)  VALUE 0.
       01  WS-RG-PINGS-OK             PIC 9(9)  VALUE 0.
       01  WS-RG-LATENCY-SUM          PIC 9(18) VALUE 0.
       01  WS-RG-BATCH-DAYS           PIC 9(5)  VALUE 0.
       01  WS-RG-BATCH-WORST          PIC 9(4)  VALUE 0.
       01  WS-RG-DELIVERIES           PIC 9(9)  VALUE 0.
       01  WS-RG-DELIVERY-WORST       PIC 9(9)  VALUE 0.
       01  WS-RG-INCIDENTS            PIC 9(9)  VALUE 0.
       01  WS-RG-RESPONSE-WORST       PIC 9(9)  VALUE 0.
       01  WS-RG-BREACH-TABLE.
           05 WS-RG-BREACH-DAYS OCCURS 5 TIMES PIC 9(3).
       01  WS-DAY-PCT                 PIC 9(3)V9(2) VALUE 0.
       01  WS-DAY-AVG-US              PIC 9(9)  VALUE 0.
       01  WS-PERIOD-PCT              PIC 9(3)V9(2) VALUE 0.
       01  WS-PERIOD-AVG-US           PIC 9(9)  VALUE 0.
       01  WS-DAY-OF-MONTH            PIC 9(2)  VALUE 0.

      * Statement lines per alias: five targets (1 availability,
      * 2 latency, 3 batch, 4 delivery, 5 response) by two periods
      * (1 month, 2 year to date), and the month's breach-day lists.
       01  WS-TARGET-SUB              PIC 9     VALUE 0.
       01  WS-RESULT-TABLE.
           05 WS-RS-TARGET OCCURS 5 TIMES.
               10 WS-RS-CONTRACTED-SW PIC X.
                   88 WS-RS-CONTRACTED VALUE "Y".
               10 WS-RS-NAME          PIC X(12).
               10 WS-RS-OBJECTIVE     PIC X(18).
               10 WS-RS-BREACH-LIST   PIC X(93).
               10 WS-RS-COL OCCURS 2 TIMES.
                   15 WS-RS-MEASURED  PIC X(16).
                   15 WS-RS-DAYS      PIC X(5).
                   15 WS-RS-STATUS    PIC X(8).
       01  WS-LIST-PTR                PIC 9(3)  VALUE 0.

       01  WS-PCT-DISP                PIC ZZ9.99.
       01  WS-US-DISP                 PIC Z(8)9.
       01  WS-MIN-DISP                PIC Z(8)9.
       01  WS-DAYS-DISP               PIC Z(4)9.
       01  WS-COUNT-DISP              PIC Z(3)9.
       01  WS-HHMM-DISP               PIC X(5)  VALUE SPACES.

       01  WS-DATABASE-COUNT          PIC 9(9)  VALUE 0.
       01  WS-TARGET-COUNT            PIC 9(9)  VALUE 0.
       01  WS-BREACHED-COUNT          PIC 9(9)  VALUE 0.
       01  WS-ALIAS-BREACHED          PIC 9(4)  VALUE 0.

       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "SLASTMT".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.

      * Scheduler return-code severity for this run: 0 clean, 4
      * warnings, 8 check failed / do not proceed, 12 driver
      * failed - the suite-wide condition-code convention.
       01  WS-JOB-SEVERITY            PIC 9(2)  VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-SLA-TARGETS
           IF WS-SL-NUM-ENTRY > 0
               PERFORM 1400-LOAD-DELIVERY-ACKS
               PERFORM 1500-LOAD-ALERT-ACKS
               PERFORM 2000-MEASURE-PINGS
               PERFORM 2500-MEASURE-BATCH
               PERFORM 3000-MEASURE-DELIVERIES
               PERFORM 3500-MEASURE-RESPONSES
               PERFORM 4000-WRITE-STATEMENTS
           END-IF
           PERFORM 8000-WRITE-TOTALS
           PERFORM 9500-WRITE-AUDIT-RECORD
           PERFORM 9000-TERMINATE
           MOVE WS-JOB-SEVERITY TO RETURN-CODE
           GOBACK.

      * With no configured month the statement is for the month just
      * ended - it goes out on the first working day of the next.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-START-TS
           CALL "RUNCORID" USING BY REFERENCE WS-RUN-PROGRAM-ID
                                 BY REFERENCE WS-RUN-ID
           MOVE WS-AUDIT-START-TS TO WS-NOW-TS
           MOVE FUNCTION CURRENT-DATE (1:6) TO WS-STMT-MONTH
           IF WS-STMT-MM = 1
               SUBTRACT 1 FROM WS-STMT-YEAR
               MOVE 12 TO WS-STMT-MM
           ELSE
               SUBTRACT 1 FROM WS-STMT-MM
           END-IF
           OPEN INPUT STATEMENT-CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               READ STATEMENT-CONFIG-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF SC-STATEMENT-MONTH NOT = SPACES
                           MOVE SC-STATEMENT-MONTH TO WS-STMT-MONTH
                       END-IF
               END-READ
               CLOSE STATEMENT-CONFIG-FILE
           END-IF
           MOVE WS-STMT-YEAR TO WS-WORK-YEAR
           MOVE 1 TO WS-WORK-MM
           MOVE 1 TO WS-WORK-DD
           COMPUTE WS-YEAR-START-INT =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
           MOVE WS-STMT-MM TO WS-WORK-MM
           COMPUTE WS-MONTH-FIRST-DAY =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
               - WS-YEAR-START-INT + 1
           IF WS-STMT-MM = 12
               ADD 1 TO WS-WORK-YEAR
               MOVE 1 TO WS-WORK-MM
           ELSE
               ADD 1 TO WS-WORK-MM
           END-IF
           COMPUTE WS-MONTH-LAST-DAY =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
               - WS-YEAR-START-INT
           OPEN OUTPUT STATEMENT-REPORT-FILE
           MOVE SPACES TO STATEMENT-REPORT-REC
           STRING "SERVICE-LEVEL COMPLIANCE STATEMENT  MONTH="
                  WS-STMT-MONTH
                  "  RUN=" WS-AUDIT-START-TS
                  "  RUN ID=" WS-RUN-ID
               DELIMITED BY SIZE INTO STATEMENT-REPORT-REC
           WRITE STATEMENT-REPORT-REC.

       1200-LOAD-SLA-TARGETS.
           OPEN INPUT SLA-TARGET-FILE
           IF WS-TARGET-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ SLA-TARGET-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           EVALUATE TRUE
                               WHEN ST-TARGET-ENTRY
                                   PERFORM 1250-STORE-ONE-TARGET
                               WHEN ST-FEED-ENTRY
                                   PERFORM 1300-STORE-ONE-FEED
                               WHEN OTHER
                                   DISPLAY "SLASTMT: unknown entry "
                                       "type " ST-RECORD-TYPE
                                       " - skipping " ST-DBALIAS
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE SLA-TARGET-FILE
           ELSE
               MOVE SPACES TO STATEMENT-REPORT-REC
               WRITE STATEMENT-REPORT-REC
               MOVE "NO SLA TARGET FILE - NO STATEMENT PRODUCED"
                   TO STATEMENT-REPORT-REC
               WRITE STATEMENT-REPORT-REC
               MOVE 8 TO WS-JOB-SEVERITY
           END-IF.

       1250-STORE-ONE-TARGET.
           IF WS-SL-NUM-ENTRY < 50
               ADD 1 TO WS-SL-NUM-ENTRY
               SET WS-SL-IDX TO WS-SL-NUM-ENTRY
               INITIALIZE WS-SL-ENTRY (WS-SL-IDX)
               MOVE ST-DBALIAS TO WS-SL-ALIAS (WS-SL-IDX)
               MOVE ST-BUSINESS-OWNER TO WS-SL-OWNER (WS-SL-IDX)
               MOVE ST-AVAIL-PCT TO WS-SL-AVAIL-PCT (WS-SL-IDX)
               MOVE ST-LATENCY-US TO WS-SL-LATENCY-US (WS-SL-IDX)
               MOVE ST-BATCH-PROGRAM-ID
                   TO WS-SL-BATCH-PROGRAM (WS-SL-IDX)
               MOVE ST-BATCH-BY-HHMM
                   TO WS-SL-BATCH-BY-HHMM (WS-SL-IDX)
               MOVE ST-DELIVERY-MINUTES
                   TO WS-SL-DELIVERY-MIN (WS-SL-IDX)
               MOVE ST-RESPONSE-MINUTES
                   TO WS-SL-RESPONSE-MIN (WS-SL-IDX)
           ELSE
               DISPLAY "SLASTMT: target table full (50) - "
                   "skipping " ST-DBALIAS
           END-IF.

       1300-STORE-ONE-FEED.
           IF WS-FD-NUM-ENTRY < 200
               ADD 1 TO WS-FD-NUM-ENTRY
               SET WS-FD-IDX TO WS-FD-NUM-ENTRY
               MOVE ST-FEED-TABLE TO WS-FD-TABLE-NAME (WS-FD-IDX)
               MOVE ST-DBALIAS TO WS-FD-ALIAS (WS-FD-IDX)
           ELSE
               DISPLAY "SLASTMT: feed table full (200) - "
                   "skipping " ST-FEED-TABLE
           END-IF.

       1400-LOAD-DELIVERY-ACKS.
           OPEN INPUT DELIVERY-ACK-FILE
           IF WS-DELIVERY-ACK-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ DELIVERY-ACK-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF WS-DA-NUM-ENTRY < 500
                               ADD 1 TO WS-DA-NUM-ENTRY
                               SET WS-DA-IDX TO WS-DA-NUM-ENTRY
                               MOVE XA-FILE-NAME
                                   TO WS-DA-FILE-NAME (WS-DA-IDX)
                               MOVE XA-ACK-TS
                                   TO WS-DA-ACK-TS (WS-DA-IDX)
                           ELSE
                               DISPLAY "SLASTMT: delivery ack table "
                                   "full (500) - skipping "
                                   XA-FILE-NAME (1:60)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELIVERY-ACK-FILE
           END-IF.

       1500-LOAD-ALERT-ACKS.
           OPEN INPUT ALERT-ACK-FILE
           IF WS-ALERT-ACK-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ALERT-ACK-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF AK-ALERT-TIMESTAMP (1:4) = WS-STMT-YEAR
                               PERFORM 1550-STORE-ONE-ALERT-ACK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-ACK-FILE
           END-IF.

       1550-STORE-ONE-ALERT-ACK.
           IF WS-AA-NUM-ENTRY < 500
               ADD 1 TO WS-AA-NUM-ENTRY
               SET WS-AA-IDX TO WS-AA-NUM-ENTRY
               MOVE AK-ALERT-TIMESTAMP TO WS-AA-ALERT-TS (WS-AA-IDX)
               MOVE AK-PROGRAM-ID TO WS-AA-PROGRAM-ID (WS-AA-IDX)
               MOVE AK-OBJECT TO WS-AA-OBJECT (WS-AA-IDX)
               MOVE AK-ACK-TIMESTAMP TO WS-AA-ACK-TS (WS-AA-IDX)
           ELSE
               DISPLAY "SLASTMT: alert ack table full (500) - "
                   "skipping " AK-ALERT-TIMESTAMP
           END-IF.

      * DBPINGM's log lines carry the alias at 22, the average round
      * trip at 79 and the SQLCODE at 97; the knowledge-base lines
      * written under a failed ping are skipped.
       2000-MEASURE-PINGS.
           OPEN INPUT LATENCY-LOG-FILE
           IF WS-PING-LOG-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ LATENCY-LOG-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF LATENCY-LOG-REC (15:7) = " ALIAS="
                               PERFORM 2100-TAKE-PING-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LATENCY-LOG-FILE
           END-IF.

       2100-TAKE-PING-LINE.
           MOVE LATENCY-LOG-REC (1:14) TO WS-WORK-TS
           PERFORM 7200-TS-TO-DAY-NUM
           IF WS-DAY-NUM > 0
               MOVE LATENCY-LOG-REC (22:8) TO WS-LOOKUP-ALIAS
               PERFORM 7300-FIND-ALIAS
               IF WS-ALIAS-SUB > 0
                   COMPUTE WS-PING-AVG-US =
                       FUNCTION NUMVAL (LATENCY-LOG-REC (79:9))
                   COMPUTE WS-PING-SQLCODE =
                       FUNCTION NUMVAL (LATENCY-LOG-REC (97:9))
                   ADD 1 TO WS-SD-PINGS (WS-ALIAS-SUB, WS-DAY-NUM)
                   IF WS-PING-SQLCODE NOT < 0
                       ADD 1 TO WS-SD-PINGS-OK
                           (WS-ALIAS-SUB, WS-DAY-NUM)
                       ADD WS-PING-AVG-US TO WS-SD-LATENCY-SUM
                           (WS-ALIAS-SUB, WS-DAY-NUM)
                   END-IF
               END-IF
           END-IF.

      * A batch run counts for the day it ended; the latest end of
      * the day is the one judged.  The driver's record may carry
      * the alias or, for estate-wide drivers, none.
       2500-MEASURE-BATCH.
           OPEN INPUT OPS-AUDIT-FILE
           IF WS-OPSAUDIT-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ OPS-AUDIT-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           MOVE OA-END-TS TO WS-WORK-TS
                           PERFORM 7200-TS-TO-DAY-NUM
                           IF WS-DAY-NUM > 0
                               PERFORM 2600-TAKE-AUDIT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPS-AUDIT-FILE
           END-IF.

       2600-TAKE-AUDIT-RECORD.
           MOVE OA-END-TS (9:4) TO WS-END-HHMM
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                   UNTIL WS-SL-IDX > WS-SL-NUM-ENTRY
               IF WS-SL-BATCH-PROGRAM (WS-SL-IDX) NOT = SPACES
                       AND WS-SL-BATCH-PROGRAM (WS-SL-IDX)
                           = OA-PROGRAM-ID
                       AND (OA-DBALIAS = WS-SL-ALIAS (WS-SL-IDX)
                            OR OA-DBALIAS = SPACES)
                   ADD 1 TO WS-SD-BATCH-RUNS (WS-SL-IDX, WS-DAY-NUM)
                   IF WS-END-HHMM
                           > WS-SD-BATCH-END (WS-SL-IDX, WS-DAY-NUM)
                       MOVE WS-END-HHMM
                           TO WS-SD-BATCH-END (WS-SL-IDX, WS-DAY-NUM)
                   END-IF
               END-IF
           END-PERFORM.

      * A delivery counts for the day it shipped.  Acknowledged, it
      * took as long as the answer; unanswered, it has taken until
      * now and only counts once that is past the target.
       3000-MEASURE-DELIVERIES.
           OPEN INPUT DELIVERY-MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ DELIVERY-MANIFEST-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           MOVE EM-EXTRACT-TS TO WS-WORK-TS
                           PERFORM 7200-TS-TO-DAY-NUM
                           IF WS-DAY-NUM > 0
                               PERFORM 3100-TAKE-MANIFEST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELIVERY-MANIFEST-FILE
           END-IF.

       3100-TAKE-MANIFEST.
           MOVE SPACES TO WS-LOOKUP-ALIAS
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                   UNTIL WS-FD-IDX > WS-FD-NUM-ENTRY
               IF WS-FD-TABLE-NAME (WS-FD-IDX) = EM-FEED-TABLE
                   MOVE WS-FD-ALIAS (WS-FD-IDX) TO WS-LOOKUP-ALIAS
               END-IF
           END-PERFORM
           MOVE 0 TO WS-ALIAS-SUB
           IF WS-LOOKUP-ALIAS NOT = SPACES
               PERFORM 7300-FIND-ALIAS
           END-IF
           IF WS-ALIAS-SUB > 0
               IF WS-SL-DELIVERY-MIN (WS-ALIAS-SUB) > 0
                   MOVE WS-NOW-TS TO WS-ANSWER-TS
                   PERFORM VARYING WS-DA-IDX FROM 1 BY 1
                           UNTIL WS-DA-IDX > WS-DA-NUM-ENTRY
                       IF WS-DA-FILE-NAME (WS-DA-IDX) = EM-FILE-NAME
                           MOVE WS-DA-ACK-TS (WS-DA-IDX)
                               TO WS-ANSWER-TS
                       END-IF
                   END-PERFORM
                   PERFORM 7400-ELAPSED-TO-ANSWER
                   IF WS-ANSWER-TS NOT = WS-NOW-TS
                           OR WS-ELAPSED-MINUTES
                               > WS-SL-DELIVERY-MIN (WS-ALIAS-SUB)
                       PERFORM 3200-COUNT-DELIVERY
                   END-IF
               END-IF
           END-IF.

       3200-COUNT-DELIVERY.
           ADD 1 TO WS-SD-DELIVERIES (WS-ALIAS-SUB, WS-DAY-NUM)
           IF WS-ELAPSED-MINUTES > WS-SL-DELIVERY-MIN (WS-ALIAS-SUB)
               ADD 1 TO WS-SD-LATE-DELIVERY (WS-ALIAS-SUB, WS-DAY-NUM)
           END-IF
           IF WS-ELAPSED-MINUTES
                   > WS-SD-WORST-DELIVERY (WS-ALIAS-SUB, WS-DAY-NUM)
               MOVE WS-ELAPSED-MINUTES
                   TO WS-SD-WORST-DELIVERY (WS-ALIAS-SUB, WS-DAY-NUM)
           END-IF.

      * Incidents are the CRITICAL alerts raised against the alias,
      * matched to their acknowledgment the way ALERTESC matches
      * them - timestamp, raising program and object.
       3500-MEASURE-RESPONSES.
           OPEN INPUT ALERT-HISTORY-FILE
           IF WS-ALERTHIS-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ALERT-HISTORY-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF AQ-SEVERITY = "CRITICAL"
                               PERFORM 3600-TAKE-ALERT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-HISTORY-FILE
           END-IF.

       3600-TAKE-ALERT.
           MOVE AQ-TIMESTAMP TO WS-WORK-TS
           PERFORM 7200-TS-TO-DAY-NUM
           MOVE 0 TO WS-ALIAS-SUB
           IF WS-DAY-NUM > 0
               MOVE AQ-DBALIAS TO WS-LOOKUP-ALIAS
               PERFORM 7300-FIND-ALIAS
           END-IF
           IF WS-ALIAS-SUB > 0
               IF WS-SL-RESPONSE-MIN (WS-ALIAS-SUB) > 0
                   MOVE WS-NOW-TS TO WS-ANSWER-TS
                   PERFORM VARYING WS-AA-IDX FROM 1 BY 1
                           UNTIL WS-AA-IDX > WS-AA-NUM-ENTRY
                       IF WS-AA-ALERT-TS (WS-AA-IDX) = AQ-TIMESTAMP
                               AND WS-AA-PROGRAM-ID (WS-AA-IDX)
                                   = AQ-PROGRAM-ID
                               AND WS-AA-OBJECT (WS-AA-IDX)
                                   = AQ-OBJECT
                           MOVE WS-AA-ACK-TS (WS-AA-IDX)
                               TO WS-ANSWER-TS
                       END-IF
                   END-PERFORM
                   PERFORM 7400-ELAPSED-TO-ANSWER
                   IF WS-ANSWER-TS NOT = WS-NOW-TS
                           OR WS-ELAPSED-MINUTES
                               > WS-SL-RESPONSE-MIN (WS-ALIAS-SUB)
                       PERFORM 3700-COUNT-INCIDENT
                   END-IF
               END-IF
           END-IF.

       3700-COUNT-INCIDENT.
           ADD 1 TO WS-SD-INCIDENTS (WS-ALIAS-SUB, WS-DAY-NUM)
           IF WS-ELAPSED-MINUTES > WS-SL-RESPONSE-MIN (WS-ALIAS-SUB)
               ADD 1 TO WS-SD-LATE-RESPONSE (WS-ALIAS-SUB, WS-DAY-NUM)
           END-IF
           IF WS-ELAPSED-MINUTES
                   > WS-SD-WORST-RESPONSE (WS-ALIAS-SUB, WS-DAY-NUM)
               MOVE WS-ELAPSED-MINUTES
                   TO WS-SD-WORST-RESPONSE (WS-ALIAS-SUB, WS-DAY-NUM)
           END-IF.

       4000-WRITE-STATEMENTS.
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                   UNTIL WS-SL-IDX > WS-SL-NUM-ENTRY
               ADD 1 TO WS-DATABASE-COUNT
               PERFORM 4100-SET-OBJECTIVES
               MOVE 1 TO WS-COL
               MOVE WS-MONTH-FIRST-DAY TO WS-FROM-DAY
               MOVE WS-MONTH-LAST-DAY TO WS-TO-DAY
               PERFORM 5000-SUM-PERIOD
               PERFORM 5500-JUDGE-PERIOD
               MOVE 2 TO WS-COL
               MOVE 1 TO WS-FROM-DAY
               PERFORM 5000-SUM-PERIOD
               PERFORM 5500-JUDGE-PERIOD
               PERFORM 6000-PRINT-STATEMENT
           END-PERFORM.

       4100-SET-OBJECTIVES.
           INITIALIZE WS-RESULT-TABLE
           MOVE "AVAILABILITY" TO WS-RS-NAME (1)
           MOVE "LATENCY" TO WS-RS-NAME (2)
           MOVE "BATCH" TO WS-RS-NAME (3)
           MOVE "DELIVERY" TO WS-RS-NAME (4)
           MOVE "RESPONSE" TO WS-RS-NAME (5)
           IF WS-SL-AVAIL-PCT (WS-SL-IDX) > 0
               MOVE "Y" TO WS-RS-CONTRACTED-SW (1)
               MOVE WS-SL-AVAIL-PCT (WS-SL-IDX) TO WS-PCT-DISP
               STRING ">= " FUNCTION TRIM (WS-PCT-DISP) "%"
                   DELIMITED BY SIZE INTO WS-RS-OBJECTIVE (1)
           END-IF
           IF WS-SL-LATENCY-US (WS-SL-IDX) > 0
               MOVE "Y" TO WS-RS-CONTRACTED-SW (2)
               MOVE WS-SL-LATENCY-US (WS-SL-IDX) TO WS-US-DISP
               STRING "<= " FUNCTION TRIM (WS-US-DISP) " US"
                   DELIMITED BY SIZE INTO WS-RS-OBJECTIVE (2)
           END-IF
           IF WS-SL-BATCH-PROGRAM (WS-SL-IDX) NOT = SPACES
               MOVE "Y" TO WS-RS-CONTRACTED-SW (3)
               MOVE WS-SL-BATCH-BY-HHMM (WS-SL-IDX) TO WS-END-HHMM
               PERFORM 7500-FORMAT-HHMM
               STRING WS-SL-BATCH-PROGRAM (WS-SL-IDX)
                      DELIMITED BY SPACE
                      " BY " WS-HHMM-DISP
                      DELIMITED BY SIZE INTO WS-RS-OBJECTIVE (3)
           END-IF
           IF WS-SL-DELIVERY-MIN (WS-SL-IDX) > 0
               MOVE "Y" TO WS-RS-CONTRACTED-SW (4)
               MOVE WS-SL-DELIVERY-MIN (WS-SL-IDX) TO WS-MIN-DISP
               STRING "WITHIN " FUNCTION TRIM (WS-MIN-DISP) " MIN"
                   DELIMITED BY SIZE INTO WS-RS-OBJECTIVE (4)
           END-IF
           IF WS-SL-RESPONSE-MIN (WS-SL-IDX) > 0
               MOVE "Y" TO WS-RS-CONTRACTED-SW (5)
               MOVE WS-SL-RESPONSE-MIN (WS-SL-IDX) TO WS-MIN-DISP
               STRING "WITHIN " FUNCTION TRIM (WS-MIN-DISP) " MIN"
                   DELIMITED BY SIZE INTO WS-RS-OBJECTIVE (5)
           END-IF.

      * Totals one alias's days WS-FROM-DAY through WS-TO-DAY and
      * counts each target's breach days; for the month the breach
      * days are also listed by day of month.
       5000-SUM-PERIOD.
           MOVE 0 TO WS-RG-PINGS WS-RG-PINGS-OK WS-RG-LATENCY-SUM
                     WS-RG-BATCH-DAYS WS-RG-BATCH-WORST
                     WS-RG-DELIVERIES WS-RG-DELIVERY-WORST
                     WS-RG-INCIDENTS WS-RG-RESPONSE-WORST
           INITIALIZE WS-RG-BREACH-TABLE
           PERFORM VARYING WS-DAY-SUB FROM WS-FROM-DAY BY 1
                   UNTIL WS-DAY-SUB > WS-TO-DAY
               PERFORM 5100-SUM-ONE-DAY
           END-PERFORM.

       5100-SUM-ONE-DAY.
           COMPUTE WS-DAY-OF-MONTH =
               WS-DAY-SUB - WS-MONTH-FIRST-DAY + 1
           ADD WS-SD-PINGS (WS-SL-IDX, WS-DAY-SUB) TO WS-RG-PINGS
           ADD WS-SD-PINGS-OK (WS-SL-IDX, WS-DAY-SUB)
               TO WS-RG-PINGS-OK
           ADD WS-SD-LATENCY-SUM (WS-SL-IDX, WS-DAY-SUB)
               TO WS-RG-LATENCY-SUM
           IF WS-SD-PINGS (WS-SL-IDX, WS-DAY-SUB) > 0
               COMPUTE WS-DAY-PCT =
                   WS-SD-PINGS-OK (WS-SL-IDX, WS-DAY-SUB) * 100
                   / WS-SD-PINGS (WS-SL-IDX, WS-DAY-SUB)
               IF WS-DAY-PCT < WS-SL-AVAIL-PCT (WS-SL-IDX)
                   MOVE 1 TO WS-TARGET-SUB
                   PERFORM 5200-COUNT-BREACH-DAY
               END-IF
           END-IF
           IF WS-SD-PINGS-OK (WS-SL-IDX, WS-DAY-SUB) > 0
                   AND WS-SL-LATENCY-US (WS-SL-IDX) > 0
               COMPUTE WS-DAY-AVG-US =
                   WS-SD-LATENCY-SUM (WS-SL-IDX, WS-DAY-SUB)
                   / WS-SD-PINGS-OK (WS-SL-IDX, WS-DAY-SUB)
               IF WS-DAY-AVG-US > WS-SL-LATENCY-US (WS-SL-IDX)
                   MOVE 2 TO WS-TARGET-SUB
                   PERFORM 5200-COUNT-BREACH-DAY
               END-IF
           END-IF
           IF WS-SD-BATCH-RUNS (WS-SL-IDX, WS-DAY-SUB) > 0
               ADD 1 TO WS-RG-BATCH-DAYS
               IF WS-SD-BATCH-END (WS-SL-IDX, WS-DAY-SUB)
                       > WS-RG-BATCH-WORST
                   MOVE WS-SD-BATCH-END (WS-SL-IDX, WS-DAY-SUB)
                       TO WS-RG-BATCH-WORST
               END-IF
               IF WS-SD-BATCH-END (WS-SL-IDX, WS-DAY-SUB)
                       > WS-SL-BATCH-BY-HHMM (WS-SL-IDX)
                   MOVE 3 TO WS-TARGET-SUB
                   PERFORM 5200-COUNT-BREACH-DAY
               END-IF
           END-IF
           ADD WS-SD-DELIVERIES (WS-SL-IDX, WS-DAY-SUB)
               TO WS-RG-DELIVERIES
           IF WS-SD-WORST-DELIVERY (WS-SL-IDX, WS-DAY-SUB)
                   > WS-RG-DELIVERY-WORST
               MOVE WS-SD-WORST-DELIVERY (WS-SL-IDX, WS-DAY-SUB)
                   TO WS-RG-DELIVERY-WORST
           END-IF
           IF WS-SD-LATE-DELIVERY (WS-SL-IDX, WS-DAY-SUB) > 0
               MOVE 4 TO WS-TARGET-SUB
               PERFORM 5200-COUNT-BREACH-DAY
           END-IF
           ADD WS-SD-INCIDENTS (WS-SL-IDX, WS-DAY-SUB)
               TO WS-RG-INCIDENTS
           IF WS-SD-WORST-RESPONSE (WS-SL-IDX, WS-DAY-SUB)
                   > WS-RG-RESPONSE-WORST
               MOVE WS-SD-WORST-RESPONSE (WS-SL-IDX, WS-DAY-SUB)
                   TO WS-RG-RESPONSE-WORST
           END-IF
           IF WS-SD-LATE-RESPONSE (WS-SL-IDX, WS-DAY-SUB) > 0
               MOVE 5 TO WS-TARGET-SUB
               PERFORM 5200-COUNT-BREACH-DAY
           END-IF.

       5200-COUNT-BREACH-DAY.
           ADD 1 TO WS-RG-BREACH-DAYS (WS-TARGET-SUB)
           IF WS-COL = 1
               COMPUTE WS-LIST-PTR =
                   WS-RG-BREACH-DAYS (WS-TARGET-SUB) * 3 - 2
               MOVE WS-DAY-OF-MONTH TO WS-RS-BREACH-LIST
                   (WS-TARGET-SUB) (WS-LIST-PTR:2)
           END-IF.

      * Turns the period's totals into the measured value, breach-day
      * count and verdict for each contracted target.
       5500-JUDGE-PERIOD.
           MOVE 1 TO WS-TARGET-SUB
           IF WS-RG-PINGS > 0
               COMPUTE WS-PERIOD-PCT =
                   WS-RG-PINGS-OK * 100 / WS-RG-PINGS
               MOVE WS-PERIOD-PCT TO WS-PCT-DISP
               STRING FUNCTION TRIM (WS-PCT-DISP) "%" DELIMITED BY SIZE
                   INTO WS-RS-MEASURED (1, WS-COL)
               IF WS-PERIOD-PCT < WS-SL-AVAIL-PCT (WS-SL-IDX)
                   PERFORM 5600-SET-BREACHED
               ELSE
                   PERFORM 5700-SET-MET
               END-IF
           ELSE
               PERFORM 5800-SET-NO-DATA
           END-IF
           MOVE 2 TO WS-TARGET-SUB
           IF WS-RG-PINGS-OK > 0
               COMPUTE WS-PERIOD-AVG-US =
                   WS-RG-LATENCY-SUM / WS-RG-PINGS-OK
               MOVE WS-PERIOD-AVG-US TO WS-US-DISP
               STRING FUNCTION TRIM (WS-US-DISP) " US"
                   DELIMITED BY SIZE INTO WS-RS-MEASURED (2, WS-COL)
               IF WS-PERIOD-AVG-US > WS-SL-LATENCY-US (WS-SL-IDX)
                   PERFORM 5600-SET-BREACHED
               ELSE
                   PERFORM 5700-SET-MET
               END-IF
           ELSE
               PERFORM 5800-SET-NO-DATA
           END-IF
           MOVE 3 TO WS-TARGET-SUB
           IF WS-RG-BATCH-DAYS > 0
               MOVE WS-RG-BATCH-WORST TO WS-END-HHMM
               PERFORM 7500-FORMAT-HHMM
               STRING "LATEST " WS-HHMM-DISP DELIMITED BY SIZE
                   INTO WS-RS-MEASURED (3, WS-COL)
               PERFORM 5900-SET-BY-BREACH-DAYS
           ELSE
               PERFORM 5800-SET-NO-DATA
           END-IF
           MOVE 4 TO WS-TARGET-SUB
           IF WS-RG-DELIVERIES > 0
               MOVE WS-RG-DELIVERY-WORST TO WS-MIN-DISP
               STRING "WORST " FUNCTION TRIM (WS-MIN-DISP) " MIN"
                   DELIMITED BY SIZE INTO WS-RS-MEASURED (4, WS-COL)
               PERFORM 5900-SET-BY-BREACH-DAYS
           ELSE
               PERFORM 5800-SET-NO-DATA
           END-IF
           MOVE 5 TO WS-TARGET-SUB
           IF WS-RG-INCIDENTS > 0
               MOVE WS-RG-RESPONSE-WORST TO WS-MIN-DISP
               STRING "WORST " FUNCTION TRIM (WS-MIN-DISP) " MIN"
                   DELIMITED BY SIZE INTO WS-RS-MEASURED (5, WS-COL)
               PERFORM 5900-SET-BY-BREACH-DAYS
           ELSE
               MOVE "NO INCIDENTS" TO WS-RS-MEASURED (5, WS-COL)
               PERFORM 5700-SET-MET
           END-IF.

       5600-SET-BREACHED.
           MOVE WS-RG-BREACH-DAYS (WS-TARGET-SUB) TO WS-DAYS-DISP
           MOVE WS-DAYS-DISP TO WS-RS-DAYS (WS-TARGET-SUB, WS-COL)
           MOVE "BREACHED" TO WS-RS-STATUS (WS-TARGET-SUB, WS-COL).

       5700-SET-MET.
           MOVE WS-RG-BREACH-DAYS (WS-TARGET-SUB) TO WS-DAYS-DISP
           MOVE WS-DAYS-DISP TO WS-RS-DAYS (WS-TARGET-SUB, WS-COL)
           MOVE "MET" TO WS-RS-STATUS (WS-TARGET-SUB, WS-COL).

       5800-SET-NO-DATA.
           MOVE "NO DATA" TO WS-RS-MEASURED (WS-TARGET-SUB, WS-COL)
           MOVE "    -" TO WS-RS-DAYS (WS-TARGET-SUB, WS-COL)
           MOVE "NO DATA" TO WS-RS-STATUS (WS-TARGET-SUB, WS-COL).

       5900-SET-BY-BREACH-DAYS.
           IF WS-RG-BREACH-DAYS (WS-TARGET-SUB) > 0
               PERFORM 5600-SET-BREACHED
           ELSE
               PERFORM 5700-SET-MET
           END-IF.

       6000-PRINT-STATEMENT.
           MOVE 0 TO WS-ALIAS-BREACHED
           MOVE SPACES TO STATEMENT-REPORT-REC
           WRITE STATEMENT-REPORT-REC
           MOVE SPACES TO STATEMENT-REPORT-REC
           STRING "DATABASE " WS-SL-ALIAS (WS-SL-IDX)
                  "  BUSINESS OWNER: " WS-SL-OWNER (WS-SL-IDX)
               DELIMITED BY SIZE INTO STATEMENT-REPORT-REC
           WRITE STATEMENT-REPORT-REC
           MOVE SPACES TO STATEMENT-REPORT-REC
           STRING "  TARGET       OBJECTIVE          "
                  "MONTH MEASURED    DAYS STATUS    "
                  "YEAR-TO-DATE      DAYS STATUS"
               DELIMITED BY SIZE INTO STATEMENT-REPORT-REC
           WRITE STATEMENT-REPORT-REC
           PERFORM VARYING WS-TARGET-SUB FROM 1 BY 1
                   UNTIL WS-TARGET-SUB > 5
               IF WS-RS-CONTRACTED (WS-TARGET-SUB)
                   PERFORM 6100-PRINT-TARGET-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TARGET-SUB FROM 1 BY 1
                   UNTIL WS-TARGET-SUB > 5
               IF WS-RS-CONTRACTED (WS-TARGET-SUB)
                       AND WS-RS-BREACH-LIST (WS-TARGET-SUB)
                           NOT = SPACES
                   MOVE SPACES TO STATEMENT-REPORT-REC
                   STRING "  BREACH DAYS " WS-RS-NAME (WS-TARGET-SUB)
                          " " WS-RS-BREACH-LIST (WS-TARGET-SUB)
                       DELIMITED BY SIZE INTO STATEMENT-REPORT-REC
                   WRITE STATEMENT-REPORT-REC
               END-IF
           END-PERFORM
           MOVE SPACES TO STATEMENT-REPORT-REC
           IF WS-ALIAS-BREACHED > 0
               MOVE WS-ALIAS-BREACHED TO WS-COUNT-DISP
               STRING "  MONTH: " FUNCTION TRIM (WS-COUNT-DISP)
                      " TARGET(S) BREACHED"
                   DELIMITED BY SIZE INTO STATEMENT-REPORT-REC
           ELSE
               MOVE "  MONTH: ALL TARGETS MET" TO STATEMENT-REPORT-REC
           END-IF
           WRITE STATEMENT-REPORT-REC.

       6100-PRINT-TARGET-LINE.
           ADD 1 TO WS-TARGET-COUNT
           IF WS-RS-STATUS (WS-TARGET-SUB, 1) = "BREACHED"
               ADD 1 TO WS-ALIAS-BREACHED
               ADD 1 TO WS-BREACHED-COUNT
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           END-IF
           MOVE SPACES TO STATEMENT-REPORT-REC
           STRING "  " WS-RS-NAME (WS-TARGET-SUB)
                  " " WS-RS-OBJECTIVE (WS-TARGET-SUB)
                  " " WS-RS-MEASURED (WS-TARGET-SUB, 1)
                  " " WS-RS-DAYS (WS-TARGET-SUB, 1)
                  " " WS-RS-STATUS (WS-TARGET-SUB, 1)
                  "  " WS-RS-MEASURED (WS-TARGET-SUB, 2)
                  " " WS-RS-DAYS (WS-TARGET-SUB, 2)
                  " " WS-RS-STATUS (WS-TARGET-SUB, 2)
               DELIMITED BY SIZE INTO STATEMENT-REPORT-REC
           WRITE STATEMENT-REPORT-REC.

      * yyyymmdd of WS-WORK-TS to its day of the statement year;
      * zero when the stamp falls outside January 1 through the end
      * of the statement month.
       7200-TS-TO-DAY-NUM.
           MOVE 0 TO WS-DAY-NUM
           IF WS-WORK-TS (1:4) = WS-STMT-YEAR
                   AND WS-WORK-TS (1:8) IS NUMERIC
               MOVE WS-WORK-TS (1:8) TO WS-TS-DATE-NUM
               COMPUTE WS-DAY-NUM =
                   FUNCTION INTEGER-OF-DATE (WS-TS-DATE-NUM)
                   - WS-YEAR-START-INT + 1
               IF WS-DAY-NUM > WS-MONTH-LAST-DAY
                   MOVE 0 TO WS-DAY-NUM
               END-IF
           END-IF.

       7300-FIND-ALIAS.
           MOVE 0 TO WS-ALIAS-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SL-NUM-ENTRY
               IF WS-SL-ALIAS (WS-SUB) = WS-LOOKUP-ALIAS
                   MOVE WS-SUB TO WS-ALIAS-SUB
               END-IF
           END-PERFORM.

      * Minutes from WS-WORK-TS to WS-ANSWER-TS.
       7400-ELAPSED-TO-ANSWER.
           PERFORM 7000-TS-TO-MINUTES
           MOVE WS-TS-TOTAL-MINUTES TO WS-START-MINUTES
           MOVE WS-ANSWER-TS TO WS-WORK-TS
           PERFORM 7000-TS-TO-MINUTES
           COMPUTE WS-ELAPSED-MINUTES =
               WS-TS-TOTAL-MINUTES - WS-START-MINUTES
           IF WS-ELAPSED-MINUTES < 0
               MOVE 0 TO WS-ELAPSED-MINUTES
           END-IF.

      * yyyymmddhhmmss to a single minute count - days via
      * INTEGER-OF-DATE so the arithmetic survives month and year
      * boundaries.
       7000-TS-TO-MINUTES.
           MOVE WS-WORK-TS (1:8) TO WS-TS-DATE-NUM
           COMPUTE WS-TS-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-TS-DATE-NUM)
           MOVE WS-WORK-TS (9:2) TO WS-TS-HH
           MOVE WS-WORK-TS (11:2) TO WS-TS-MM
           COMPUTE WS-TS-TOTAL-MINUTES =
               WS-TS-JULIAN * 1440 + WS-TS-HH * 60 + WS-TS-MM.

       7500-FORMAT-HHMM.
           MOVE SPACES TO WS-HHMM-DISP
           STRING WS-END-HHMM (1:2) ":" WS-END-HHMM (3:2)
               DELIMITED BY SIZE INTO WS-HHMM-DISP.

       8000-WRITE-TOTALS.
           MOVE SPACES TO STATEMENT-REPORT-REC
           WRITE STATEMENT-REPORT-REC
           MOVE SPACES TO STATEMENT-REPORT-REC
           STRING "STATEMENT TOTALS  DATABASES=" WS-DATABASE-COUNT
                  " TARGETS=" WS-TARGET-COUNT
                  " BREACHED=" WS-BREACHED-COUNT
               DELIMITED BY SIZE INTO STATEMENT-REPORT-REC
           WRITE STATEMENT-REPORT-REC
           IF WS-BREACHED-COUNT > 0
               MOVE "*** SERVICE-LEVEL TARGETS BREACHED THIS MONTH ***"
                   TO STATEMENT-REPORT-REC
               WRITE STATEMENT-REPORT-REC
           END-IF.

       9000-TERMINATE.
           CLOSE STATEMENT-REPORT-FILE.

       9500-WRITE-AUDIT-RECORD.
           OPEN EXTEND OPS-AUDIT-FILE
           IF WS-OPSAUDIT-STATUS = "35"
               CLOSE OPS-AUDIT-FILE
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "SLASTMT" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS
           MOVE "SLASTATEMENT" TO OA-ACTION-VERB
           MOVE WS-DATABASE-COUNT TO OA-KEY-COUNT-1
           MOVE WS-BREACHED-COUNT TO OA-KEY-COUNT-2
           MOVE 0 TO OA-FINAL-SQLCODE
           WRITE OPS-AUDIT-REC
           CLOSE OPS-AUDIT-FILE.

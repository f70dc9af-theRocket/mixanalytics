      ******************************************************************
      *
      * Program: CHGBACK
      *
      * Function: Monthly database chargeback report by cost center.
      *           The usage the estate is charged on is already
      *           recorded by the suite - storage per tablespace in
      *           TBSCAPTR's capacity history (TBSCAPHS.DAT), commits,
      *           rollbacks and buffer pool logical reads per alias in
      *           DBKPICSV's interval KPI file (DBKPI.CSV), rows loaded
      *           per feed table in LDHIST.CSV and rows shipped per
      *           extract in TBEXTRCT's manifest (EXTMANIF.DAT).  For
      *           the billing month (CHGBACK.CFG, default the month
      *           just ended) each of these is measured and assigned
      *           to a cost center through the shared COSTCTR.DAT
      *           mapping, then priced from the CHGRATE.DAT rate card:
      *             STORAGE  - MB used at the tablespace's last
      *                        capacity row of the month
      *             TRANS    - commits plus rollbacks for the month
      *             BPREAD   - buffer pool logical reads
      *             FEED     - rows loaded by LDHIST
      *             EXTRACT  - rows shipped by TBEXTRCT
      *           An alias with no mapping of its own is shared out
      *           among the authorization IDs LOCKMON saw working on it
      *           that month (LOCKHIST.DAT interval rows), each ID
      *           resolved through its own mapping or, failing that,
      *           through its owning team in LOCKTRND's application
      *           directory (APPLDIR.DAT).  Whatever still has no cost
      *           center is listed in an UNALLOCATED section and sets
      *           return code 4 so the mapping gets fixed before the
      *           next bill.  The printed bill goes to CHGBACK.RPT and
      *           every priced line item to CHGBACK.CSV for the
      *           finance system's import.
      *
      *           Quantities are whole units; the rate card prices
      *           each item per RT-PER-UNITS units.  This estate runs
      *           4KB pages throughout, so pages convert to MB by
      *           multiplying by 4 and dividing by 1024.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGBACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGEBACK-CONFIG-FILE ASSIGN TO WS-CONFIG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT COST-CENTER-MAP-FILE ASSIGN TO WS-COSTCTR-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COSTCTR-STATUS.
           SELECT RATE-CARD-FILE ASSIGN TO WS-RATE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT APPL-DIRECTORY-FILE ASSIGN TO WS-DIRECTORY-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIRECTORY-STATUS.
           SELECT CAPACITY-HISTORY-FILE ASSIGN TO WS-CAP-HIST-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-HIST-STATUS.
           SELECT KPI-CSV-FILE ASSIGN TO WS-KPI-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KPI-STATUS.
           SELECT CONTENTION-HISTORY-FILE ASSIGN TO WS-LOCK-HIST-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-HIST-STATUS.
           SELECT LOAD-HISTORY-FILE ASSIGN TO WS-LOAD-HIST-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-HIST-STATUS.
           SELECT EXTRACT-MANIFEST-FILE ASSIGN TO WS-MANIFEST-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT CHARGEBACK-REPORT-FILE ASSIGN TO WS-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CHARGEBACK-CSV-FILE ASSIGN TO WS-CSV-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

           SELECT OPS-AUDIT-FILE ASSIGN TO WS-OPSAUDIT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARGEBACK-CONFIG-FILE
           RECORDING MODE IS F.
       01  CHARGEBACK-CONFIG-REC.
           05 CB-BILL-MONTH           PIC X(6).

       FD  COST-CENTER-MAP-FILE
           RECORDING MODE IS F.
           COPY "costctr.cpy".

      * Rate card: the amount charged per RT-PER-UNITS units of an
      * item.
       FD  RATE-CARD-FILE
           RECORDING MODE IS F.
       01  RATE-CARD-REC.
           05 RT-ITEM                 PIC X(8).
           05 RT-PER-UNITS            PIC 9(9).
           05 RT-RATE                 PIC 9(7)V9(2).

      * Shop-maintained application-owner directory: authorization
      * ID to business job name and owning team.
       FD  APPL-DIRECTORY-FILE
           RECORDING MODE IS F.
       01  APPL-DIRECTORY-REC.
           05 AD-AUTH-ID              PIC X(8).
           05 AD-JOB-NAME             PIC X(30).
           05 AD-TEAM                 PIC X(20).

       FD  CAPACITY-HISTORY-FILE
           RECORDING MODE IS F.
       01  CAPACITY-HISTORY-REC.
           05 CH-DATE                 PIC X(14).
           05 CH-TS-NAME              PIC X(18).
           05 CH-TOTAL-PAGES          PIC 9(9).
           05 CH-USEABLE-PAGES        PIC 9(9).
           05 CH-USED-PAGES           PIC 9(9).
           05 CH-FREE-PAGES           PIC 9(9).
           05 CH-HIGH-WATER-MARK      PIC 9(9).

       FD  KPI-CSV-FILE
           RECORDING MODE IS F.
       01  KPI-CSV-REC                PIC X(250).

       FD  CONTENTION-HISTORY-FILE
           RECORDING MODE IS F.
           COPY "lockhist.cpy".

       FD  LOAD-HISTORY-FILE
           RECORDING MODE IS F.
       01  LOAD-HISTORY-REC           PIC X(256).

       FD  EXTRACT-MANIFEST-FILE
           RECORDING MODE IS F.
           COPY "extmanif.cpy".

       FD  CHARGEBACK-REPORT-FILE
           RECORDING MODE IS F.
       01  CHARGEBACK-REPORT-REC      PIC X(132).

       FD  CHARGEBACK-CSV-FILE
           RECORDING MODE IS F.
       01  CHARGEBACK-CSV-REC         PIC X(250).

       FD  OPS-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "opsaudit.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CONFIG-DD               PIC X(40) VALUE "CHGBACK.CFG".
       01  WS-COSTCTR-DD              PIC X(40) VALUE "COSTCTR.DAT".
       01  WS-RATE-DD                 PIC X(40) VALUE "CHGRATE.DAT".
       01  WS-DIRECTORY-DD            PIC X(40) VALUE "APPLDIR.DAT".
       01  WS-CAP-HIST-DD             PIC X(40) VALUE "TBSCAPHS.DAT".
       01  WS-KPI-DD                  PIC X(40) VALUE "DBKPI.CSV".
       01  WS-LOCK-HIST-DD            PIC X(40) VALUE "LOCKHIST.DAT".
       01  WS-LOAD-HIST-DD            PIC X(40) VALUE "LDHIST.CSV".
       01  WS-MANIFEST-DD             PIC X(40) VALUE "EXTMANIF.DAT".
       01  WS-REPORT-DD               PIC X(40) VALUE "CHGBACK.RPT".
       01  WS-CSV-DD                  PIC X(40) VALUE "CHGBACK.CSV".

       01  WS-CONFIG-STATUS           PIC XX.
       01  WS-COSTCTR-STATUS          PIC XX.
       01  WS-RATE-STATUS             PIC XX.
       01  WS-DIRECTORY-STATUS        PIC XX.
       01  WS-CAP-HIST-STATUS         PIC XX.
       01  WS-KPI-STATUS              PIC XX.
       01  WS-LOCK-HIST-STATUS        PIC XX.
       01  WS-LOAD-HIST-STATUS        PIC XX.
       01  WS-MANIFEST-STATUS         PIC XX.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-CSV-STATUS              PIC XX.
       01  WS-EOF-SW                  PIC X     VALUE "N".
           88 WS-EOF                  VALUE "Y".

      * Billing month, YYYYMM.
       01  WS-BILL-MONTH              PIC X(6)  VALUE SPACES.
       01  WS-BILL-MONTH-NUM REDEFINES WS-BILL-MONTH.
           05 WS-BILL-YEAR            PIC 9(4).
           05 WS-BILL-MM              PIC 9(2).

      * Cost-center mapping - capped OCCURS 200.
       01  WS-MAP-TABLE.
           05 WS-MP-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-MP-ENTRY OCCURS 200 TIMES INDEXED BY WS-MP-IDX.
               10 WS-MP-TYPE          PIC X.
               10 WS-MP-KEY           PIC X(30).
               10 WS-MP-COST-CENTER   PIC X(10).

       01  WS-RATE-TABLE.
           05 WS-RT-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-RT-ENTRY OCCURS 20 TIMES INDEXED BY WS-RT-IDX.
               10 WS-RT-ITEM          PIC X(8).
               10 WS-RT-PER-UNITS     PIC 9(9).
               10 WS-RT-RATE          PIC 9(7)V9(2).

      * Application directory - capped OCCURS 100 to match this
      * shop's control-table convention.
       01  WS-DIR-TABLE.
           05 WS-DIR-NUM-ENTRY        PIC 9(4)  COMP-5 VALUE 0.
           05 WS-DIR-ENTRY OCCURS 100 TIMES INDEXED BY WS-DR-IDX.
               10 WS-DIR-AUTH-ID      PIC X(8).
               10 WS-DIR-TEAM         PIC X(20).

      * Month's usage as measured, before allocation.
       01  WS-TS-TABLE.
           05 WS-TS-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-TS-ENTRY OCCURS 200 TIMES INDEXED BY WS-TS-IDX.
               10 WS-TS-NAME          PIC X(18).
               10 WS-TS-USED-PAGES    PIC 9(9).

       01  WS-KPI-TABLE.
           05 WS-KP-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-KP-ENTRY OCCURS 50 TIMES INDEXED BY WS-KP-IDX.
               10 WS-KP-ALIAS         PIC X(8).
               10 WS-KP-TRANS         PIC 9(18).
               10 WS-KP-BP-READS      PIC 9(18).

       01  WS-LOCK-TABLE.
           05 WS-LK-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-LK-ENTRY OCCURS 200 TIMES INDEXED BY WS-LK-IDX.
               10 WS-LK-ALIAS         PIC X(8).
               10 WS-LK-AUTH-ID       PIC X(8).
               10 WS-LK-ROWS          PIC 9(9).

       01  WS-FEED-TABLE.
           05 WS-FD-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-FD-ENTRY OCCURS 100 TIMES INDEXED BY WS-FD-IDX.
               10 WS-FD-TABLE-NAME    PIC X(30).
               10 WS-FD-LOADED-ROWS   PIC 9(18).
               10 WS-FD-SHIPPED-ROWS  PIC 9(18).

      * Allocated line items, and the cost centers they fall under
      * in first-seen order.  A line item with a blank cost center
      * is unallocated.
       01  WS-ITEM-TABLE.
           05 WS-IT-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-IT-ENTRY OCCURS 500 TIMES INDEXED BY WS-IT-IDX.
               10 WS-IT-COST-CENTER   PIC X(10).
               10 WS-IT-ITEM          PIC X(8).
               10 WS-IT-KEY           PIC X(30).
               10 WS-IT-QUANTITY      PIC 9(18).
               10 WS-IT-AMOUNT        PIC 9(11)V9(2).

       01  WS-CC-TABLE.
           05 WS-CC-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-CC-ENTRY OCCURS 100 TIMES INDEXED BY WS-CC-IDX.
               10 WS-CC-COST-CENTER   PIC X(10).

       01  WS-SUB                     PIC 9(4)  VALUE 0.
       01  WS-FOUND-SUB               PIC 9(4)  VALUE 0.

      * Line item being added, and the mapping lookup that feeds it.
       01  WS-NEW-COST-CENTER         PIC X(10) VALUE SPACES.
       01  WS-NEW-ITEM                PIC X(8)  VALUE SPACES.
       01  WS-NEW-KEY                 PIC X(30) VALUE SPACES.
       01  WS-NEW-QUANTITY            PIC 9(18) VALUE 0.
       01  WS-LOOKUP-TYPE             PIC X     VALUE SPACE.
       01  WS-LOOKUP-KEY              PIC X(30) VALUE SPACES.
       01  WS-LOOKUP-COST-CENTER      PIC X(10) VALUE SPACES.
       01  WS-LOOKUP-AUTH-ID          PIC X(8)  VALUE SPACES.

      * Sharing an unmapped alias's activity out by ID.
       01  WS-ALIAS-LOCK-ROWS         PIC 9(9)  VALUE 0.
       01  WS-SHARES-LEFT             PIC 9(9)  VALUE 0.
       01  WS-TRANS-LEFT              PIC 9(18) VALUE 0.
       01  WS-BP-READS-LEFT           PIC 9(18) VALUE 0.
       01  WS-SHARE-TRANS             PIC 9(18) VALUE 0.
       01  WS-SHARE-BP-READS          PIC 9(18) VALUE 0.

       01  WS-STORAGE-MB              PIC 9(18) VALUE 0.
       01  WS-AMOUNT                  PIC 9(11)V9(2) VALUE 0.
       01  WS-CC-TOTAL                PIC 9(11)V9(2) VALUE 0.
       01  WS-ALLOCATED-TOTAL         PIC 9(11)V9(2) VALUE 0.
       01  WS-UNALLOCATED-TOTAL       PIC 9(11)V9(2) VALUE 0.
       01  WS-UNALLOCATED-COUNT       PIC 9(9)  VALUE 0.
       01  WS-UNPRICED-COUNT          PIC 9(9)  VALUE 0.
       01  WS-RATE-FOUND-SW           PIC X     VALUE "N".
           88 WS-RATE-FOUND           VALUE "Y".

       01  WS-QUANTITY-DISP           PIC Z(17)9.
       01  WS-AMOUNT-DISP             PIC Z(10)9.99.
       01  WS-ITEMS-DISP              PIC Z(3)9.
       01  WS-CC-COUNT-DISP           PIC Z(3)9.

       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "CHGBACK".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.

      * Scheduler return-code severity for this run: 0 clean, 4
      * warnings, 8 check failed / do not proceed, 12 driver
      * failed - the suite-wide condition-code convention.
       01  WS-JOB-SEVERITY            PIC 9(2)  VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-COST-CENTER-MAP
           PERFORM 1300-LOAD-RATE-CARD
           PERFORM 1400-LOAD-APPL-DIRECTORY
           PERFORM 2000-MEASURE-STORAGE
           PERFORM 2500-MEASURE-TRANSACTIONS
           PERFORM 2800-COUNT-ID-ACTIVITY
           PERFORM 3000-MEASURE-FEEDS
           PERFORM 3500-MEASURE-EXTRACTS
           PERFORM 4000-ALLOCATE-STORAGE
           PERFORM 4200-ALLOCATE-TRANSACTIONS
           PERFORM 4500-ALLOCATE-FEEDS
           PERFORM 5000-PRICE-LINE-ITEMS
           PERFORM 6000-WRITE-BILL
           PERFORM 9500-WRITE-AUDIT-RECORD
           PERFORM 9000-TERMINATE
           MOVE WS-JOB-SEVERITY TO RETURN-CODE
           GOBACK.

      * With no configured month the bill is for the month just
      * ended.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-START-TS
           CALL "RUNCORID" USING BY REFERENCE WS-RUN-PROGRAM-ID
                                 BY REFERENCE WS-RUN-ID
           MOVE FUNCTION CURRENT-DATE (1:6) TO WS-BILL-MONTH
           IF WS-BILL-MM = 1
               SUBTRACT 1 FROM WS-BILL-YEAR
               MOVE 12 TO WS-BILL-MM
           ELSE
               SUBTRACT 1 FROM WS-BILL-MM
           END-IF
           OPEN INPUT CHARGEBACK-CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               READ CHARGEBACK-CONFIG-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CB-BILL-MONTH NOT = SPACES
                           MOVE CB-BILL-MONTH TO WS-BILL-MONTH
                       END-IF
               END-READ
               CLOSE CHARGEBACK-CONFIG-FILE
           END-IF
           OPEN OUTPUT CHARGEBACK-REPORT-FILE
           MOVE SPACES TO CHARGEBACK-REPORT-REC
           STRING "DATABASE CHARGEBACK REPORT  MONTH=" WS-BILL-MONTH
                  "  RUN=" WS-AUDIT-START-TS
                  "  RUN ID=" WS-RUN-ID
               DELIMITED BY SIZE INTO CHARGEBACK-REPORT-REC
           WRITE CHARGEBACK-REPORT-REC
           MOVE SPACES TO CHARGEBACK-REPORT-REC
           WRITE CHARGEBACK-REPORT-REC
           OPEN OUTPUT CHARGEBACK-CSV-FILE
           MOVE SPACES TO CHARGEBACK-CSV-REC
           STRING "BILL_MONTH,COST_CENTER,ITEM,KEY,QUANTITY,AMOUNT"
               DELIMITED BY SIZE INTO CHARGEBACK-CSV-REC
           WRITE CHARGEBACK-CSV-REC.

       1200-LOAD-COST-CENTER-MAP.
           OPEN INPUT COST-CENTER-MAP-FILE
           IF WS-COSTCTR-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ COST-CENTER-MAP-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 1250-STORE-ONE-MAPPING
                   END-READ
               END-PERFORM
               CLOSE COST-CENTER-MAP-FILE
           ELSE
               MOVE "NO COST-CENTER MAP - EVERYTHING UNALLOCATED"
                   TO CHARGEBACK-REPORT-REC
               WRITE CHARGEBACK-REPORT-REC
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           END-IF.

       1250-STORE-ONE-MAPPING.
           IF WS-MP-NUM-ENTRY < 200
               ADD 1 TO WS-MP-NUM-ENTRY
               SET WS-MP-IDX TO WS-MP-NUM-ENTRY
               MOVE CC-MAP-TYPE TO WS-MP-TYPE (WS-MP-IDX)
               MOVE CC-MAP-KEY TO WS-MP-KEY (WS-MP-IDX)
               MOVE CC-COST-CENTER TO WS-MP-COST-CENTER (WS-MP-IDX)
           ELSE
               DISPLAY "CHGBACK: cost-center map full (200) - "
                   "skipping " CC-MAP-KEY
           END-IF.

       1300-LOAD-RATE-CARD.
           OPEN INPUT RATE-CARD-FILE
           IF WS-RATE-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ RATE-CARD-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF WS-RT-NUM-ENTRY < 20
                               ADD 1 TO WS-RT-NUM-ENTRY
                               SET WS-RT-IDX TO WS-RT-NUM-ENTRY
                               MOVE RT-ITEM TO WS-RT-ITEM (WS-RT-IDX)
                               MOVE RT-PER-UNITS
                                   TO WS-RT-PER-UNITS (WS-RT-IDX)
                               MOVE RT-RATE TO WS-RT-RATE (WS-RT-IDX)
                           ELSE
                               DISPLAY "CHGBACK: rate card full "
                                   "(20) - skipping " RT-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-CARD-FILE
           ELSE
               MOVE "NO RATE CARD - LINE ITEMS UNPRICED"
                   TO CHARGEBACK-REPORT-REC
               WRITE CHARGEBACK-REPORT-REC
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           END-IF.

       1400-LOAD-APPL-DIRECTORY.
           OPEN INPUT APPL-DIRECTORY-FILE
           IF WS-DIRECTORY-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ APPL-DIRECTORY-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF WS-DIR-NUM-ENTRY < 100
                               ADD 1 TO WS-DIR-NUM-ENTRY
                               SET WS-DR-IDX TO WS-DIR-NUM-ENTRY
                               MOVE AD-AUTH-ID
                                   TO WS-DIR-AUTH-ID (WS-DR-IDX)
                               MOVE AD-TEAM
                                   TO WS-DIR-TEAM (WS-DR-IDX)
                           ELSE
                               DISPLAY "CHGBACK: directory full "
                                   "(100) - skipping " AD-AUTH-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPL-DIRECTORY-FILE
           END-IF.

      * The history is appended oldest-first, so the last row of the
      * month per tablespace is its month-end footprint.
       2000-MEASURE-STORAGE.
           OPEN INPUT CAPACITY-HISTORY-FILE
           IF WS-CAP-HIST-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ CAPACITY-HISTORY-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF CH-DATE (1:6) = WS-BILL-MONTH
                               PERFORM 2100-TAKE-CAPACITY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAPACITY-HISTORY-FILE
           END-IF.

       2100-TAKE-CAPACITY-ROW.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TS-NUM-ENTRY
               IF WS-TS-NAME (WS-SUB) = CH-TS-NAME
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = 0
               IF WS-TS-NUM-ENTRY < 200
                   ADD 1 TO WS-TS-NUM-ENTRY
                   MOVE WS-TS-NUM-ENTRY TO WS-FOUND-SUB
                   MOVE CH-TS-NAME TO WS-TS-NAME (WS-FOUND-SUB)
               ELSE
                   DISPLAY "CHGBACK: tablespace table full (200) - "
                       "skipping " CH-TS-NAME
               END-IF
           END-IF
           IF WS-FOUND-SUB > 0
               MOVE CH-USED-PAGES TO WS-TS-USED-PAGES (WS-FOUND-SUB)
           END-IF.

      * DBKPI.CSV's columns sit at fixed offsets (the counters are
      * written as fixed-width edited fields): the alias at 16,
      * commits at 25, rollbacks at 35 and buffer pool logical reads
      * at 45.  MONRESET resets the monitor between exports, so each
      * row is one interval's worth and the month is their sum.
       2500-MEASURE-TRANSACTIONS.
           OPEN INPUT KPI-CSV-FILE
           IF WS-KPI-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ KPI-CSV-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF KPI-CSV-REC (1:6) = WS-BILL-MONTH
                               PERFORM 2600-TAKE-KPI-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KPI-CSV-FILE
           END-IF.

       2600-TAKE-KPI-ROW.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-KP-NUM-ENTRY
               IF WS-KP-ALIAS (WS-SUB) = KPI-CSV-REC (16:8)
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = 0
               IF WS-KP-NUM-ENTRY < 50
                   ADD 1 TO WS-KP-NUM-ENTRY
                   MOVE WS-KP-NUM-ENTRY TO WS-FOUND-SUB
                   MOVE KPI-CSV-REC (16:8)
                       TO WS-KP-ALIAS (WS-FOUND-SUB)
                   MOVE 0 TO WS-KP-TRANS (WS-FOUND-SUB)
                   MOVE 0 TO WS-KP-BP-READS (WS-FOUND-SUB)
               ELSE
                   DISPLAY "CHGBACK: alias table full (50) - "
                       "skipping " KPI-CSV-REC (16:8)
               END-IF
           END-IF
           IF WS-FOUND-SUB > 0
               COMPUTE WS-KP-TRANS (WS-FOUND-SUB) =
                   WS-KP-TRANS (WS-FOUND-SUB)
                   + FUNCTION NUMVAL (KPI-CSV-REC (25:9))
                   + FUNCTION NUMVAL (KPI-CSV-REC (35:9))
               COMPUTE WS-KP-BP-READS (WS-FOUND-SUB) =
                   WS-KP-BP-READS (WS-FOUND-SUB)
                   + FUNCTION NUMVAL (KPI-CSV-REC (45:18))
           END-IF.

      * One LOCKHIST row is one application seen in one LOCKMON
      * interval - the share of rows an ID holds on an alias is its
      * share of that alias's activity.
       2800-COUNT-ID-ACTIVITY.
           OPEN INPUT CONTENTION-HISTORY-FILE
           IF WS-LOCK-HIST-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ CONTENTION-HISTORY-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF LH-TIMESTAMP (1:6) = WS-BILL-MONTH
                               PERFORM 2850-TAKE-LOCK-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTENTION-HISTORY-FILE
           END-IF.

       2850-TAKE-LOCK-ROW.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LK-NUM-ENTRY
               IF WS-LK-ALIAS (WS-SUB) = LH-DBALIAS
                       AND WS-LK-AUTH-ID (WS-SUB) = LH-AUTH-ID
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = 0
               IF WS-LK-NUM-ENTRY < 200
                   ADD 1 TO WS-LK-NUM-ENTRY
                   MOVE WS-LK-NUM-ENTRY TO WS-FOUND-SUB
                   MOVE LH-DBALIAS TO WS-LK-ALIAS (WS-FOUND-SUB)
                   MOVE LH-AUTH-ID TO WS-LK-AUTH-ID (WS-FOUND-SUB)
                   MOVE 0 TO WS-LK-ROWS (WS-FOUND-SUB)
               ELSE
                   DISPLAY "CHGBACK: ID activity table full (200) - "
                       "skipping " LH-DBALIAS " " LH-AUTH-ID
               END-IF
           END-IF
           IF WS-FOUND-SUB > 0
               ADD 1 TO WS-LK-ROWS (WS-FOUND-SUB)
           END-IF.

      * The LDHIST CSV's columns sit at fixed offsets: the table name
      * at 16 and loaded rows at 85.
       3000-MEASURE-FEEDS.
           OPEN INPUT LOAD-HISTORY-FILE
           IF WS-LOAD-HIST-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ LOAD-HISTORY-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF LOAD-HISTORY-REC (1:6) = WS-BILL-MONTH
                               MOVE LOAD-HISTORY-REC (16:30)
                                   TO WS-NEW-KEY
                               PERFORM 3100-FIND-FEED-TABLE
                               IF WS-FOUND-SUB > 0
                                   COMPUTE WS-FD-LOADED-ROWS
                                           (WS-FOUND-SUB) =
                                       WS-FD-LOADED-ROWS (WS-FOUND-SUB)
                                       + FUNCTION NUMVAL
                                           (LOAD-HISTORY-REC (85:18))
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAD-HISTORY-FILE
           END-IF.

       3100-FIND-FEED-TABLE.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FD-NUM-ENTRY
               IF WS-FD-TABLE-NAME (WS-SUB) = WS-NEW-KEY
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = 0
               IF WS-FD-NUM-ENTRY < 100
                   ADD 1 TO WS-FD-NUM-ENTRY
                   MOVE WS-FD-NUM-ENTRY TO WS-FOUND-SUB
                   MOVE WS-NEW-KEY TO WS-FD-TABLE-NAME (WS-FOUND-SUB)
                   MOVE 0 TO WS-FD-LOADED-ROWS (WS-FOUND-SUB)
                   MOVE 0 TO WS-FD-SHIPPED-ROWS (WS-FOUND-SUB)
               ELSE
                   DISPLAY "CHGBACK: feed table full (100) - "
                       "skipping " WS-NEW-KEY
               END-IF
           END-IF.

       3500-MEASURE-EXTRACTS.
           OPEN INPUT EXTRACT-MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ EXTRACT-MANIFEST-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF EM-EXTRACT-TS (1:6) = WS-BILL-MONTH
                               MOVE EM-FEED-TABLE TO WS-NEW-KEY
                               PERFORM 3100-FIND-FEED-TABLE
                               IF WS-FOUND-SUB > 0
                                   ADD EM-ROW-COUNT TO
                                       WS-FD-SHIPPED-ROWS
                                           (WS-FOUND-SUB)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTRACT-MANIFEST-FILE
           END-IF.

       4000-ALLOCATE-STORAGE.
           PERFORM VARYING WS-TS-IDX FROM 1 BY 1
                   UNTIL WS-TS-IDX > WS-TS-NUM-ENTRY
               MOVE "T" TO WS-LOOKUP-TYPE
               MOVE WS-TS-NAME (WS-TS-IDX) TO WS-LOOKUP-KEY
               PERFORM 7500-RESOLVE-MAPPING
               COMPUTE WS-STORAGE-MB ROUNDED =
                   WS-TS-USED-PAGES (WS-TS-IDX) * 4 / 1024
               MOVE WS-LOOKUP-COST-CENTER TO WS-NEW-COST-CENTER
               MOVE "STORAGE" TO WS-NEW-ITEM
               MOVE WS-TS-NAME (WS-TS-IDX) TO WS-NEW-KEY
               MOVE WS-STORAGE-MB TO WS-NEW-QUANTITY
               PERFORM 7000-ADD-LINE-ITEM
           END-PERFORM.

      * A mapped alias is billed whole; an unmapped one is shared out
      * by the IDs seen on it, and only what no ID can account for is
      * left unallocated.
       4200-ALLOCATE-TRANSACTIONS.
           PERFORM VARYING WS-KP-IDX FROM 1 BY 1
                   UNTIL WS-KP-IDX > WS-KP-NUM-ENTRY
               MOVE "A" TO WS-LOOKUP-TYPE
               MOVE WS-KP-ALIAS (WS-KP-IDX) TO WS-LOOKUP-KEY
               PERFORM 7500-RESOLVE-MAPPING
               MOVE 0 TO WS-ALIAS-LOCK-ROWS
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-LK-NUM-ENTRY
                   IF WS-LK-ALIAS (WS-SUB) = WS-KP-ALIAS (WS-KP-IDX)
                       ADD WS-LK-ROWS (WS-SUB) TO WS-ALIAS-LOCK-ROWS
                   END-IF
               END-PERFORM
               IF WS-LOOKUP-COST-CENTER = SPACES
                       AND WS-ALIAS-LOCK-ROWS > 0
                   PERFORM 4300-SHARE-OUT-ONE-ALIAS
               ELSE
                   MOVE WS-LOOKUP-COST-CENTER TO WS-NEW-COST-CENTER
                   MOVE WS-KP-ALIAS (WS-KP-IDX) TO WS-NEW-KEY
                   MOVE WS-KP-TRANS (WS-KP-IDX) TO WS-SHARE-TRANS
                   MOVE WS-KP-BP-READS (WS-KP-IDX)
                       TO WS-SHARE-BP-READS
                   PERFORM 4400-ADD-ACTIVITY-ITEMS
               END-IF
           END-PERFORM.

      * Each ID takes its proportion; the last ID on the alias takes
      * whatever the rounding left, so the shares add back up to the
      * alias's measured total.
       4300-SHARE-OUT-ONE-ALIAS.
           MOVE WS-ALIAS-LOCK-ROWS TO WS-SHARES-LEFT
           MOVE WS-KP-TRANS (WS-KP-IDX) TO WS-TRANS-LEFT
           MOVE WS-KP-BP-READS (WS-KP-IDX) TO WS-BP-READS-LEFT
           PERFORM VARYING WS-LK-IDX FROM 1 BY 1
                   UNTIL WS-LK-IDX > WS-LK-NUM-ENTRY
               IF WS-LK-ALIAS (WS-LK-IDX) = WS-KP-ALIAS (WS-KP-IDX)
                   IF WS-LK-ROWS (WS-LK-IDX) = WS-SHARES-LEFT
                       MOVE WS-TRANS-LEFT TO WS-SHARE-TRANS
                       MOVE WS-BP-READS-LEFT TO WS-SHARE-BP-READS
                   ELSE
                       COMPUTE WS-SHARE-TRANS =
                           WS-KP-TRANS (WS-KP-IDX)
                           * WS-LK-ROWS (WS-LK-IDX)
                           / WS-ALIAS-LOCK-ROWS
                       COMPUTE WS-SHARE-BP-READS =
                           WS-KP-BP-READS (WS-KP-IDX)
                           * WS-LK-ROWS (WS-LK-IDX)
                           / WS-ALIAS-LOCK-ROWS
                   END-IF
                   SUBTRACT WS-LK-ROWS (WS-LK-IDX) FROM WS-SHARES-LEFT
                   SUBTRACT WS-SHARE-TRANS FROM WS-TRANS-LEFT
                   SUBTRACT WS-SHARE-BP-READS FROM WS-BP-READS-LEFT
                   MOVE WS-LK-AUTH-ID (WS-LK-IDX) TO WS-LOOKUP-AUTH-ID
                   PERFORM 7600-RESOLVE-AUTH-ID
                   MOVE WS-LOOKUP-COST-CENTER TO WS-NEW-COST-CENTER
                   MOVE SPACES TO WS-NEW-KEY
                   STRING WS-KP-ALIAS (WS-KP-IDX) " ID="
                          WS-LK-AUTH-ID (WS-LK-IDX)
                       DELIMITED BY SIZE INTO WS-NEW-KEY
                   PERFORM 4400-ADD-ACTIVITY-ITEMS
               END-IF
           END-PERFORM.

       4400-ADD-ACTIVITY-ITEMS.
           MOVE "TRANS" TO WS-NEW-ITEM
           MOVE WS-SHARE-TRANS TO WS-NEW-QUANTITY
           PERFORM 7000-ADD-LINE-ITEM
           MOVE "BPREAD" TO WS-NEW-ITEM
           MOVE WS-SHARE-BP-READS TO WS-NEW-QUANTITY
           PERFORM 7000-ADD-LINE-ITEM.

       4500-ALLOCATE-FEEDS.
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                   UNTIL WS-FD-IDX > WS-FD-NUM-ENTRY
               MOVE "F" TO WS-LOOKUP-TYPE
               MOVE WS-FD-TABLE-NAME (WS-FD-IDX) TO WS-LOOKUP-KEY
               PERFORM 7500-RESOLVE-MAPPING
               MOVE WS-LOOKUP-COST-CENTER TO WS-NEW-COST-CENTER
               MOVE WS-FD-TABLE-NAME (WS-FD-IDX) TO WS-NEW-KEY
               IF WS-FD-LOADED-ROWS (WS-FD-IDX) > 0
                   MOVE "FEED" TO WS-NEW-ITEM
                   MOVE WS-FD-LOADED-ROWS (WS-FD-IDX)
                       TO WS-NEW-QUANTITY
                   PERFORM 7000-ADD-LINE-ITEM
               END-IF
               IF WS-FD-SHIPPED-ROWS (WS-FD-IDX) > 0
                   MOVE "EXTRACT" TO WS-NEW-ITEM
                   MOVE WS-FD-SHIPPED-ROWS (WS-FD-IDX)
                       TO WS-NEW-QUANTITY
                   PERFORM 7000-ADD-LINE-ITEM
               END-IF
           END-PERFORM.

      * Amount = quantity x rate / units-per-rate; an item missing
      * from the rate card is billed at zero and called out.
       5000-PRICE-LINE-ITEMS.
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                   UNTIL WS-IT-IDX > WS-IT-NUM-ENTRY
               MOVE "N" TO WS-RATE-FOUND-SW
               MOVE 0 TO WS-IT-AMOUNT (WS-IT-IDX)
               PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                       UNTIL WS-RT-IDX > WS-RT-NUM-ENTRY
                   IF WS-RT-ITEM (WS-RT-IDX) = WS-IT-ITEM (WS-IT-IDX)
                           AND WS-RT-PER-UNITS (WS-RT-IDX) > 0
                       MOVE "Y" TO WS-RATE-FOUND-SW
                       COMPUTE WS-IT-AMOUNT (WS-IT-IDX) ROUNDED =
                           WS-IT-QUANTITY (WS-IT-IDX)
                           * WS-RT-RATE (WS-RT-IDX)
                           / WS-RT-PER-UNITS (WS-RT-IDX)
                   END-IF
               END-PERFORM
               IF NOT WS-RATE-FOUND
                   ADD 1 TO WS-UNPRICED-COUNT
               END-IF
               IF WS-IT-COST-CENTER (WS-IT-IDX) = SPACES
                   ADD 1 TO WS-UNALLOCATED-COUNT
                   ADD WS-IT-AMOUNT (WS-IT-IDX)
                       TO WS-UNALLOCATED-TOTAL
               ELSE
                   ADD WS-IT-AMOUNT (WS-IT-IDX) TO WS-ALLOCATED-TOTAL
               END-IF
           END-PERFORM
           IF WS-UNALLOCATED-COUNT > 0 OR WS-UNPRICED-COUNT > 0
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           END-IF.

       6000-WRITE-BILL.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-NUM-ENTRY
               MOVE SPACES TO CHARGEBACK-REPORT-REC
               STRING "COST CENTER " WS-CC-COST-CENTER (WS-CC-IDX)
                   DELIMITED BY SIZE INTO CHARGEBACK-REPORT-REC
               WRITE CHARGEBACK-REPORT-REC
               MOVE 0 TO WS-CC-TOTAL
               PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                       UNTIL WS-IT-IDX > WS-IT-NUM-ENTRY
                   IF WS-IT-COST-CENTER (WS-IT-IDX)
                           = WS-CC-COST-CENTER (WS-CC-IDX)
                       PERFORM 6100-WRITE-ONE-ITEM
                   END-IF
               END-PERFORM
               MOVE WS-CC-TOTAL TO WS-AMOUNT-DISP
               MOVE SPACES TO CHARGEBACK-REPORT-REC
               STRING "  TOTAL FOR " WS-CC-COST-CENTER (WS-CC-IDX)
                      " " WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO CHARGEBACK-REPORT-REC
               WRITE CHARGEBACK-REPORT-REC
               MOVE SPACES TO CHARGEBACK-REPORT-REC
               WRITE CHARGEBACK-REPORT-REC
           END-PERFORM
           IF WS-UNALLOCATED-COUNT > 0
               MOVE "UNALLOCATED - NO COST-CENTER MAPPING"
                   TO CHARGEBACK-REPORT-REC
               WRITE CHARGEBACK-REPORT-REC
               MOVE 0 TO WS-CC-TOTAL
               PERFORM VARYING WS-IT-IDX FROM 1 BY 1
                       UNTIL WS-IT-IDX > WS-IT-NUM-ENTRY
                   IF WS-IT-COST-CENTER (WS-IT-IDX) = SPACES
                       PERFORM 6100-WRITE-ONE-ITEM
                   END-IF
               END-PERFORM
               MOVE WS-CC-TOTAL TO WS-AMOUNT-DISP
               MOVE SPACES TO CHARGEBACK-REPORT-REC
               STRING "  TOTAL UNALLOCATED " WS-AMOUNT-DISP
                   DELIMITED BY SIZE INTO CHARGEBACK-REPORT-REC
               WRITE CHARGEBACK-REPORT-REC
               MOVE SPACES TO CHARGEBACK-REPORT-REC
               WRITE CHARGEBACK-REPORT-REC
           END-IF
           MOVE WS-IT-NUM-ENTRY TO WS-ITEMS-DISP
           MOVE WS-CC-NUM-ENTRY TO WS-CC-COUNT-DISP
           MOVE WS-ALLOCATED-TOTAL TO WS-AMOUNT-DISP
           MOVE SPACES TO CHARGEBACK-REPORT-REC
           STRING "CHARGEBACK TOTALS  COST-CENTERS=" WS-CC-COUNT-DISP
                  " LINE-ITEMS=" WS-ITEMS-DISP
                  " ALLOCATED=" WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO CHARGEBACK-REPORT-REC
           WRITE CHARGEBACK-REPORT-REC
           MOVE WS-UNALLOCATED-TOTAL TO WS-AMOUNT-DISP
           MOVE SPACES TO CHARGEBACK-REPORT-REC
           STRING "                   UNALLOCATED=" WS-AMOUNT-DISP
                  " UNALLOCATED-ITEMS=" WS-UNALLOCATED-COUNT
                  " UNPRICED-ITEMS=" WS-UNPRICED-COUNT
               DELIMITED BY SIZE INTO CHARGEBACK-REPORT-REC
           WRITE CHARGEBACK-REPORT-REC.

      * One report line and one finance CSV row per line item;
      * unallocated rows go to the CSV under UNMAPPED so the
      * import totals agree with the report.
       6100-WRITE-ONE-ITEM.
           ADD WS-IT-AMOUNT (WS-IT-IDX) TO WS-CC-TOTAL
           MOVE WS-IT-QUANTITY (WS-IT-IDX) TO WS-QUANTITY-DISP
           MOVE WS-IT-AMOUNT (WS-IT-IDX) TO WS-AMOUNT-DISP
           MOVE SPACES TO CHARGEBACK-REPORT-REC
           STRING "  " WS-IT-ITEM (WS-IT-IDX)
                  " " WS-IT-KEY (WS-IT-IDX)
                  " QTY=" WS-QUANTITY-DISP
                  " AMOUNT=" WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO CHARGEBACK-REPORT-REC
           WRITE CHARGEBACK-REPORT-REC
           IF WS-IT-COST-CENTER (WS-IT-IDX) = SPACES
               MOVE "UNMAPPED" TO WS-NEW-COST-CENTER
           ELSE
               MOVE WS-IT-COST-CENTER (WS-IT-IDX)
                   TO WS-NEW-COST-CENTER
           END-IF
           MOVE SPACES TO CHARGEBACK-CSV-REC
           STRING WS-BILL-MONTH "," WS-NEW-COST-CENTER ","
                  WS-IT-ITEM (WS-IT-IDX) "," WS-IT-KEY (WS-IT-IDX) ","
                  WS-QUANTITY-DISP "," WS-AMOUNT-DISP
               DELIMITED BY SIZE INTO CHARGEBACK-CSV-REC
           WRITE CHARGEBACK-CSV-REC.

      * Same cost center, item and key accumulate onto one line.
       7000-ADD-LINE-ITEM.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-IT-NUM-ENTRY
               IF WS-IT-COST-CENTER (WS-SUB) = WS-NEW-COST-CENTER
                       AND WS-IT-ITEM (WS-SUB) = WS-NEW-ITEM
                       AND WS-IT-KEY (WS-SUB) = WS-NEW-KEY
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = 0
               IF WS-IT-NUM-ENTRY < 500
                   ADD 1 TO WS-IT-NUM-ENTRY
                   MOVE WS-IT-NUM-ENTRY TO WS-FOUND-SUB
                   MOVE WS-NEW-COST-CENTER
                       TO WS-IT-COST-CENTER (WS-FOUND-SUB)
                   MOVE WS-NEW-ITEM TO WS-IT-ITEM (WS-FOUND-SUB)
                   MOVE WS-NEW-KEY TO WS-IT-KEY (WS-FOUND-SUB)
                   MOVE 0 TO WS-IT-QUANTITY (WS-FOUND-SUB)
                   PERFORM 7100-NOTE-COST-CENTER
               ELSE
                   DISPLAY "CHGBACK: line-item table full (500) - "
                       "skipping " WS-NEW-ITEM " " WS-NEW-KEY
               END-IF
           END-IF
           IF WS-FOUND-SUB > 0
               ADD WS-NEW-QUANTITY TO WS-IT-QUANTITY (WS-FOUND-SUB)
           END-IF.

       7100-NOTE-COST-CENTER.
           IF WS-NEW-COST-CENTER NOT = SPACES
               MOVE 0 TO WS-SUB
               PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                       UNTIL WS-CC-IDX > WS-CC-NUM-ENTRY
                   IF WS-CC-COST-CENTER (WS-CC-IDX)
                           = WS-NEW-COST-CENTER
                       MOVE 1 TO WS-SUB
                   END-IF
               END-PERFORM
               IF WS-SUB = 0
                   IF WS-CC-NUM-ENTRY < 100
                       ADD 1 TO WS-CC-NUM-ENTRY
                       SET WS-CC-IDX TO WS-CC-NUM-ENTRY
                       MOVE WS-NEW-COST-CENTER
                           TO WS-CC-COST-CENTER (WS-CC-IDX)
                   ELSE
                       DISPLAY "CHGBACK: cost-center table full "
                           "(100) - skipping " WS-NEW-COST-CENTER
                   END-IF
               END-IF
           END-IF.

      * Later entries win, so a correction can simply be appended.
       7500-RESOLVE-MAPPING.
           MOVE SPACES TO WS-LOOKUP-COST-CENTER
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                   UNTIL WS-MP-IDX > WS-MP-NUM-ENTRY
               IF WS-MP-TYPE (WS-MP-IDX) = WS-LOOKUP-TYPE
                       AND WS-MP-KEY (WS-MP-IDX) = WS-LOOKUP-KEY
                   MOVE WS-MP-COST-CENTER (WS-MP-IDX)
                       TO WS-LOOKUP-COST-CENTER
               END-IF
           END-PERFORM.

      * An ID's own mapping first, then its owning team's.
       7600-RESOLVE-AUTH-ID.
           MOVE "U" TO WS-LOOKUP-TYPE
           MOVE WS-LOOKUP-AUTH-ID TO WS-LOOKUP-KEY
           PERFORM 7500-RESOLVE-MAPPING
           IF WS-LOOKUP-COST-CENTER = SPACES
               PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                       UNTIL WS-DR-IDX > WS-DIR-NUM-ENTRY
                   IF WS-DIR-AUTH-ID (WS-DR-IDX) = WS-LOOKUP-AUTH-ID
                       MOVE WS-DIR-TEAM (WS-DR-IDX) TO WS-LOOKUP-KEY
                   END-IF
               END-PERFORM
               IF WS-LOOKUP-KEY NOT = WS-LOOKUP-AUTH-ID
                   MOVE "O" TO WS-LOOKUP-TYPE
                   PERFORM 7500-RESOLVE-MAPPING
               END-IF
           END-IF.

       9000-TERMINATE.
           CLOSE CHARGEBACK-REPORT-FILE
           CLOSE CHARGEBACK-CSV-FILE.

       9500-WRITE-AUDIT-RECORD.
           OPEN EXTEND OPS-AUDIT-FILE
           IF WS-OPSAUDIT-STATUS = "35"
               CLOSE OPS-AUDIT-FILE
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "CHGBACK" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS
           MOVE "CHARGEBACK" TO OA-ACTION-VERB
           MOVE WS-IT-NUM-ENTRY TO OA-KEY-COUNT-1
           MOVE WS-UNALLOCATED-COUNT TO OA-KEY-COUNT-2
           MOVE 0 TO OA-FINAL-SQLCODE
           WRITE OPS-AUDIT-REC
           CLOSE OPS-AUDIT-FILE.

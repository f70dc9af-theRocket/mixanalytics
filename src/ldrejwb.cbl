      ******************************************************************
      *
      * Program: LDREJWB
      *
      * Function: Load rejected-row workbench, run after the loads and
      *           again after REFRESHD.  LDHIST's history CSV says how
      *           many rows a load rejected but not which rows or why,
      *           and FEEDREPR only repairs the encoding rejects
      *           FEEDGATE diverts - rows db2gLoad itself refuses were
      *           answered by hand, every time.  LDHIST and LDRESTRT
      *           now keep a message file per load (and a dump file of
      *           the rejected rows for a delimited feed) and index
      *           every load that rejected rows in LDREJRUN.DAT; this
      *           workbench works through the entries added since its
      *           last run (the count already taken is carried in
      *           LDREJWB.STA) and:
      *
      *           - parses each load's message file into the keyed
      *             rejected-row store LDREJIX.DAT (see ldreject.cpy),
      *             one record per rejected source record: the load
      *             run, table and record number as the key, the
      *             SQLCODE and SQLSTATE of the message that named the
      *             row, the column it named, and the raw row from the
      *             dump file.  A message naming a row that was loaded
      *             anyway (a value truncated, or a null loaded in its
      *             place) is not a reject.  SQL3185W names the row the
      *             error before it was raised for, so that error is
      *             the reason recorded.  Dump-file rows are taken in
      *             step with the rejects as they are named, which is
      *             the order db2gLoad writes both files;
      *
      *           - takes the operators' corrected rows from
      *             LDREJFIX.DAT, each naming the reject it corrects.
      *             A reject that is open, or whose earlier correction
      *             failed, gets its corrected row written to a
      *             delimited resubmission file - one per table - and
      *             each file is queued in REFRESHD.RSB under this
      *             run's batch ID for REFRESHD's logged INSERT_UPDATE
      *             import.  The reject is marked submitted with the
      *             batch and the line its row travelled on.  Anything
      *             else is refused and listed.  The corrections file
      *             is emptied once taken;
      *
      *           - settles each batch REFRESHD has imported (REFRESHD
      *             indexes its batches in LDREJRUN.DAT too): a
      *             corrected row the import's message file names is
      *             marked failed and can be corrected again, every
      *             other row of the batch is marked accepted.  A
      *             batch whose import failed outright is failed
      *             whole - INSERT_UPDATE makes a second submission of
      *             any row it did commit harmless.
      *
      *           Every submission, acceptance and failure is appended
      *           to the LDREJCOR.DAT correction trail with the full
      *           key of the original reject, so each corrected row
      *           traces back to its load run and source record;
      *           FEEDBAL counts the accepted ones into its balance
      *           line.  The report closes with every reject in the
      *           store summarized by SQLCODE, each reason explained
      *           through the shared SQLKBLKP knowledge base.
      *
      *           A message file that cannot be read, a load whose
      *           message file names fewer rows than it rejected, a
      *           refused correction or a failed resubmission warns
      *           the run.  If the store cannot be opened nothing is
      *           taken and the state is left as it was.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LDREJWB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJECT-RUN-FILE ASSIGN TO WS-REJECT-RUN-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-RUN-STATUS.
           SELECT LDREJWB-STATE-FILE ASSIGN TO WS-STATE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
           SELECT LOAD-MESSAGE-FILE ASSIGN TO WS-MSG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSG-STATUS.
           SELECT LOAD-DUMP-FILE ASSIGN TO WS-DUMP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUMP-STATUS.
           SELECT REJECT-STORE-FILE ASSIGN TO WS-STORE-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LJ-KEY
               FILE STATUS IS WS-STORE-STATUS.
           SELECT CORRECTION-INPUT-FILE ASSIGN TO WS-CORRECTION-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRECTION-STATUS.
           SELECT RESUBMIT-ROW-FILE ASSIGN TO WS-RESUBMIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUBMIT-ROW-STATUS.
           SELECT RESUBMIT-QUEUE-FILE ASSIGN TO WS-RESUBMIT-QUEUE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUBMIT-QUEUE-STATUS.
           SELECT CORRECTION-TRAIL-FILE ASSIGN TO WS-TRAIL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAIL-STATUS.
           SELECT WORKBENCH-REPORT-FILE ASSIGN TO WS-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT OPS-AUDIT-FILE ASSIGN TO WS-OPSAUDIT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-RUN-FILE
           RECORDING MODE IS F.
           COPY "ldrjrun.cpy".

       FD  LDREJWB-STATE-FILE
           RECORDING MODE IS F.
       01  LDREJWB-STATE-REC.
           05 WBS-RUNS-TAKEN          PIC 9(9).

       FD  LOAD-MESSAGE-FILE
           RECORDING MODE IS F.
       01  LOAD-MESSAGE-REC           PIC X(256).

       FD  LOAD-DUMP-FILE
           RECORDING MODE IS F.
       01  LOAD-DUMP-REC              PIC X(400).

       FD  REJECT-STORE-FILE
           RECORDING MODE IS F.
           COPY "ldreject.cpy".

      * One corrected row per record, naming the reject it corrects
      * by its full store key.  The row is delimited text in the
      * table's column order, as the import will read it.
       FD  CORRECTION-INPUT-FILE
           RECORDING MODE IS F.
       01  CORRECTION-INPUT-REC.
           05 FX-RUN-TS               PIC X(14).
           05 FX-TABLE-NAME           PIC X(30).
           05 FX-RECORD-NUM           PIC 9(9).
           05 FX-CORRECTED-BY         PIC X(8).
           05 FX-CORRECTED-ROW        PIC X(400).

       FD  RESUBMIT-ROW-FILE
           RECORDING MODE IS F.
       01  RESUBMIT-ROW-REC           PIC X(400).

       FD  RESUBMIT-QUEUE-FILE
           RECORDING MODE IS F.
           COPY "rfresub.cpy".

       FD  CORRECTION-TRAIL-FILE
           RECORDING MODE IS F.
           COPY "ldrjcor.cpy".

       FD  WORKBENCH-REPORT-FILE
           RECORDING MODE IS F.
       01  WORKBENCH-REPORT-REC       PIC X(132).

       FD  OPS-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "opsaudit.cpy".

       WORKING-STORAGE SECTION.
       01  WS-REJECT-RUN-DD           PIC X(40) VALUE "LDREJRUN.DAT".
       01  WS-STATE-DD                PIC X(40) VALUE "LDREJWB.STA".
       01  WS-STORE-DD                PIC X(40) VALUE "LDREJIX.DAT".
       01  WS-CORRECTION-DD           PIC X(40) VALUE "LDREJFIX.DAT".
       01  WS-RESUBMIT-QUEUE-DD       PIC X(40) VALUE "REFRESHD.RSB".
       01  WS-TRAIL-DD                PIC X(40) VALUE "LDREJCOR.DAT".
       01  WS-REPORT-DD               PIC X(40) VALUE "LDREJWB.RPT".
       01  WS-MSG-PATH                PIC X(80) VALUE SPACES.
       01  WS-DUMP-PATH               PIC X(80) VALUE SPACES.
       01  WS-RESUBMIT-PATH           PIC X(100) VALUE SPACES.

      * Resubmission files are written where LDHIST keeps its message
      * and dump files, and imported with a modest commit count.
       01  WS-REJECT-DIR              PIC X(40) VALUE "/db2/ldreject/".
       01  WS-RESUBMIT-COMMIT-COUNT   PIC 9(9)  VALUE 100.

       01  WS-REJECT-RUN-STATUS       PIC XX.
       01  WS-STATE-STATUS            PIC XX.
       01  WS-MSG-STATUS              PIC XX.
       01  WS-DUMP-STATUS             PIC XX.
       01  WS-STORE-STATUS            PIC XX.
       01  WS-CORRECTION-STATUS       PIC XX.
       01  WS-RESUBMIT-ROW-STATUS     PIC XX.
       01  WS-RESUBMIT-QUEUE-STATUS   PIC XX.
       01  WS-TRAIL-STATUS            PIC XX.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-EOF-SW                  PIC X     VALUE "N".
           88 WS-EOF                  VALUE "Y".
       01  WS-MSG-EOF-SW              PIC X     VALUE "N".
           88 WS-MSG-EOF              VALUE "Y".
       01  WS-DUMP-OPEN-SW            PIC X     VALUE "N".
           88 WS-DUMP-OPEN            VALUE "Y".
       01  WS-DUMP-EOF-SW             PIC X     VALUE "N".
           88 WS-DUMP-EOF             VALUE "Y".
       01  WS-STORE-OPEN-SW           PIC X     VALUE "N".
           88 WS-STORE-OPEN           VALUE "Y".
       01  WS-STORE-EOF-SW            PIC X     VALUE "N".
           88 WS-STORE-EOF            VALUE "Y".
       01  WS-QUEUE-OPEN-SW           PIC X     VALUE "N".
           88 WS-QUEUE-OPEN           VALUE "Y".

      * Index entries already taken by earlier runs, and this run's
      * position in the index.
       01  WS-RUNS-TAKEN              PIC 9(9)  VALUE 0.
       01  WS-RUN-ENTRY-NUM           PIC 9(9)  VALUE 0.

      * Parse mode: capturing a load's rejects into the store, or
      * settling a correction batch from its import's message file.
       01  WS-PARSE-MODE              PIC X     VALUE "C".
           88 WS-PARSE-CAPTURE        VALUE "C".
           88 WS-PARSE-SETTLE         VALUE "S".

      * One DB2 message at a time: a message starts on a line that
      * opens with its SQLnnnnx identifier and runs on until a blank
      * line or the next identifier; its lines are joined here.
       01  WS-MSG-TEXT                PIC X(1024) VALUE SPACES.
       01  WS-MSG-PTR                 PIC 9(4)  COMP-5 VALUE 1.
       01  WS-MSG-PENDING-SW          PIC X     VALUE "N".
           88 WS-MSG-PENDING          VALUE "Y".
       01  WS-MSG-NUMBER              PIC 9(5)  VALUE 0.
       01  WS-MSG-SUFFIX              PIC X     VALUE SPACE.
       01  WS-MSG-SQLCODE             PIC S9(9) VALUE 0.
       01  WS-MSG-SQLSTATE            PIC X(5)  VALUE SPACES.
       01  WS-MSG-COLUMN              PIC X(30) VALUE SPACES.
       01  WS-MSG-ROW-NUM             PIC 9(9)  VALUE 0.
       01  WS-MSG-ROW-SW              PIC X     VALUE "N".
           88 WS-MSG-HAS-ROW          VALUE "Y".
       01  WS-LOADED-ANYWAY-COUNT     PIC 9(4)  VALUE 0.
       01  WS-POS                     PIC 9(4)  VALUE 0.
       01  WS-TOKEN                   PIC X(30) VALUE SPACES.
       01  WS-TOKEN-PART-1            PIC X(30) VALUE SPACES.
       01  WS-TOKEN-PART-2            PIC X(30) VALUE SPACES.
       01  WS-NUM-TEXT                PIC X(9)  JUSTIFIED RIGHT.
       01  WS-NUM-TEXT-N REDEFINES WS-NUM-TEXT PIC 9(9).

      * The last error named without a row - the reason for the row a
      * following SQL3185W names.
       01  WS-PREV-ERROR-SW           PIC X     VALUE "N".
           88 WS-PREV-ERROR           VALUE "Y".
       01  WS-PREV-SQLCODE            PIC S9(9) VALUE 0.
       01  WS-PREV-SQLSTATE           PIC X(5)  VALUE SPACES.
       01  WS-PREV-COLUMN             PIC X(30) VALUE SPACES.

      * The reject being noted: the row and its reason.
       01  WS-REJECT-ROW-NUM          PIC 9(9)  VALUE 0.
       01  WS-REJECT-SQLCODE          PIC S9(9) VALUE 0.
       01  WS-REJECT-SQLSTATE         PIC X(5)  VALUE SPACES.
       01  WS-REJECT-COLUMN           PIC X(30) VALUE SPACES.

       01  WS-RUN-CAPTURED            PIC 9(9)  VALUE 0.
       01  WS-RUN-DUPLICATES          PIC 9(9)  VALUE 0.
       01  WS-RUN-UNNAMED             PIC 9(18) VALUE 0.

      * Rows an import's message file names as refused again - capped
      * OCCURS 500, the shop's convention for tables built from a
      * history file.  A row past the cap settles as accepted.
       01  WS-FAILED-ROW-TABLE.
           05 WS-FR-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-FR-ENTRY OCCURS 500 TIMES INDEXED BY WS-FR-IDX.
               10 WS-FR-ROW-NUM       PIC 9(9).
               10 WS-FR-SQLCODE       PIC S9(9).
       01  WS-FR-FOUND-SUB            PIC 9(4)  VALUE 0.
       01  WS-BATCH-ACCEPTED          PIC 9(9)  VALUE 0.
       01  WS-BATCH-FAILED            PIC 9(9)  VALUE 0.

      * This run's corrections - capped OCCURS 200 to match this
      * shop's convention for operator-maintained files.
       01  WS-CORRECTION-TABLE.
           05 WS-CX-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-CX-ENTRY OCCURS 200 TIMES INDEXED BY WS-CX-IDX.
               10 WS-CX-RUN-TS        PIC X(14).
               10 WS-CX-TABLE-NAME    PIC X(30).
               10 WS-CX-RECORD-NUM    PIC 9(9).
               10 WS-CX-CORRECTED-BY  PIC X(8).
               10 WS-CX-ROW           PIC X(400).
               10 WS-CX-STATE         PIC X.
                  88 WS-CX-REFUSED    VALUE "R".
                  88 WS-CX-WAITING    VALUE "W".
                  88 WS-CX-QUEUED     VALUE "Q".
       01  WS-SUB                     PIC 9(4)  VALUE 0.
       01  WS-SUB2                    PIC 9(4)  VALUE 0.
       01  WS-BATCH-ID                PIC X(14) VALUE SPACES.
       01  WS-BATCH-TABLE             PIC X(30) VALUE SPACES.
       01  WS-BATCH-FILE-SEQ          PIC 9(4)  VALUE 0.
       01  WS-BATCH-LINE              PIC 9(9)  VALUE 0.
       01  WS-BATCH-STATUS-TEXT       PIC X(9)  VALUE SPACES.

      * Rejects in the store by reason - capped OCCURS 50 to match
      * this shop's control-table convention.
       01  WS-REASON-TABLE.
           05 WS-RS-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-RS-ENTRY OCCURS 50 TIMES INDEXED BY WS-RS-IDX.
               10 WS-RS-SQLCODE       PIC S9(9).
               10 WS-RS-SQLSTATE      PIC X(5).
               10 WS-RS-OPEN          PIC 9(9).
               10 WS-RS-SUBMITTED     PIC 9(9).
               10 WS-RS-ACCEPTED      PIC 9(9).
               10 WS-RS-FAILED        PIC 9(9).
       01  WS-RS-FOUND-SUB            PIC 9(4)  VALUE 0.

       01  WS-TOTAL-CAPTURED          PIC 9(9)  VALUE 0.
       01  WS-TOTAL-SUBMITTED         PIC 9(9)  VALUE 0.
       01  WS-TOTAL-REFUSED           PIC 9(9)  VALUE 0.
       01  WS-TOTAL-ACCEPTED          PIC 9(9)  VALUE 0.
       01  WS-TOTAL-FAILED            PIC 9(9)  VALUE 0.
       01  WS-STORE-TOTAL             PIC 9(9)  VALUE 0.

       01  WS-COUNT-DISP              PIC Z(8)9.
       01  WS-COUNT-2-DISP            PIC Z(8)9.
       01  WS-COUNT-3-DISP            PIC Z(8)9.
       01  WS-COUNT-4-DISP            PIC Z(8)9.
       01  WS-BIG-COUNT-DISP          PIC Z(17)9.
       01  WS-SQLCODE-DISP            PIC -(8)9.

       01  WS-KB-SQLCODE              PIC S9(9) COMP-5 VALUE 0.
       01  WS-KB-EXPLAIN-LINE         PIC X(132) VALUE SPACES.

       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "LDREJWB".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.

      * Scheduler return-code severity for this run: 0 clean, 4
      * warnings, 8 check failed / do not proceed, 12 driver
      * failed - the suite-wide condition-code convention.
       01  WS-JOB-SEVERITY            PIC 9(2)  VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-STORE-OPEN
               PERFORM 2000-PROCESS-REJECT-RUNS
               PERFORM 6000-APPLY-CORRECTIONS
               PERFORM 7000-SUMMARIZE-BY-REASON
               CLOSE REJECT-STORE-FILE
               PERFORM 7500-REWRITE-STATE
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
           MOVE WS-AUDIT-START-TS TO WS-BATCH-ID
           OPEN OUTPUT WORKBENCH-REPORT-FILE
           MOVE SPACES TO WORKBENCH-REPORT-REC
           STRING "LOAD REJECT WORKBENCH  RUN=" WS-AUDIT-START-TS
                  "  RUN ID=" WS-RUN-ID
               DELIMITED BY SIZE INTO WORKBENCH-REPORT-REC
           WRITE WORKBENCH-REPORT-REC
           MOVE SPACES TO WORKBENCH-REPORT-REC
           WRITE WORKBENCH-REPORT-REC
           OPEN INPUT LDREJWB-STATE-FILE
           IF WS-STATE-STATUS = "00"
               READ LDREJWB-STATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE WBS-RUNS-TAKEN TO WS-RUNS-TAKEN
               END-READ
               CLOSE LDREJWB-STATE-FILE
           END-IF
           OPEN EXTEND CORRECTION-TRAIL-FILE
           IF WS-TRAIL-STATUS = "35"
               CLOSE CORRECTION-TRAIL-FILE
               OPEN OUTPUT CORRECTION-TRAIL-FILE
           END-IF
           PERFORM 1100-OPEN-REJECT-STORE.

      * First run creates the store, the same way AUDROLLR creates
      * its keyed masters.
       1100-OPEN-REJECT-STORE.
           OPEN I-O REJECT-STORE-FILE
           IF WS-STORE-STATUS = "35"
               OPEN OUTPUT REJECT-STORE-FILE
               CLOSE REJECT-STORE-FILE
               OPEN I-O REJECT-STORE-FILE
           END-IF
           IF WS-STORE-STATUS = "00"
               MOVE "Y" TO WS-STORE-OPEN-SW
           ELSE
               MOVE SPACES TO WORKBENCH-REPORT-REC
               STRING "REJECT STORE " WS-STORE-DD (1:12)
                      " NOT AVAILABLE STATUS=" WS-STORE-STATUS
                      " - NOTHING TAKEN - STATE LEFT INTACT"
                   DELIMITED BY SIZE INTO WORKBENCH-REPORT-REC
               WRITE WORKBENCH-REPORT-REC
               MOVE 12 TO WS-JOB-SEVERITY
           END-IF.

      * No index yet simply means no load has rejected anything.
       2000-PROCESS-REJECT-RUNS.
           MOVE 0 TO WS-RUN-ENTRY-NUM
           OPEN INPUT REJECT-RUN-FILE
           IF WS-REJECT-RUN-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ REJECT-RUN-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-RUN-ENTRY-NUM
                           IF WS-RUN-ENTRY-NUM > WS-RUNS-TAKEN
                               PERFORM 2100-TAKE-ONE-RUN-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-RUN-FILE
           END-IF
           IF WS-RUN-ENTRY-NUM > WS-RUNS-TAKEN
               MOVE WS-RUN-ENTRY-NUM TO WS-RUNS-TAKEN
           END-IF.

       2100-TAKE-ONE-RUN-ENTRY.
           MOVE LR-MSG-FILE TO WS-MSG-PATH
           MOVE 0 TO WS-FR-NUM-ENTRY
           MOVE 0 TO WS-RUN-CAPTURED
           MOVE 0 TO WS-RUN-DUPLICATES
           OPEN INPUT LOAD-MESSAGE-FILE
           EVALUATE TRUE
               WHEN WS-MSG-STATUS = "00"
                   IF LR-PROGRAM-ID = "REFRESHD"
                       MOVE "S" TO WS-PARSE-MODE
                       PERFORM 3100-PARSE-MESSAGE-FILE
                       CLOSE LOAD-MESSAGE-FILE
                       PERFORM 5000-SETTLE-RESUBMISSION
                   ELSE
                       MOVE "C" TO WS-PARSE-MODE
                       PERFORM 3000-CAPTURE-ONE-RUN
                   END-IF
      * An import that refused nothing needs no message file to be
      * settled.
               WHEN LR-PROGRAM-ID = "REFRESHD"
                       AND LR-ROWS-REJECTED = 0
                   PERFORM 5000-SETTLE-RESUBMISSION
               WHEN OTHER
                   PERFORM 2150-REPORT-NO-MESSAGE-FILE
           END-EVALUATE.

       2150-REPORT-NO-MESSAGE-FILE.
           MOVE SPACES TO WORKBENCH-REPORT-REC
           STRING "RUN " LR-RUN-TS " " LR-PROGRAM-ID " "
                  LR-TABLE-NAME " MESSAGE FILE NOT READABLE"
                  " STATUS=" WS-MSG-STATUS
               DELIMITED BY SIZE INTO WORKBENCH-REPORT-REC
           WRITE WORKBENCH-REPORT-REC
           IF WS-JOB-SEVERITY < 4
               MOVE 4 TO WS-JOB-SEVERITY
           END-IF.

      * The dump file, where the load kept one, is read in step with
      * the rejects as the message file names them.
       3000-CAPTURE-ONE-RUN.
           MOVE "N" TO WS-DUMP-OPEN-SW
           MOVE "N" TO WS-DUMP-EOF-SW
           IF LR-DUMP-FILE NOT = SPACES
               MOVE LR-DUMP-FILE TO WS-DUMP-PATH
               OPEN INPUT LOAD-DUMP-FILE
               IF WS-DUMP-STATUS = "00"
                   MOVE "Y" TO WS-DUMP-OPEN-SW
               END-IF
           END-IF
           PERFORM 3100-PARSE-MESSAGE-FILE
           CLOSE LOAD-MESSAGE-FILE
           IF WS-DUMP-OPEN
               CLOSE LOAD-DUMP-FILE
           END-IF
           ADD WS-RUN-CAPTURED TO WS-TOTAL-CAPTURED
           MOVE WS-RUN-CAPTURED TO WS-COUNT-DISP
           MOVE LR-ROWS-REJECTED TO WS-BIG-COUNT-DISP
           MOVE SPACES TO WORKBENCH-REPORT-REC
           STRING "RUN " LR-RUN-TS " " LR-PROGRAM-ID " "
                  LR-TABLE-NAME " REJECTED=" WS-BIG-COUNT-DISP
                  " CAPTURED=" WS-COUNT-DISP
               DELIMITED BY SIZE INTO WORKBENCH-REPORT-REC
           WRITE WORKBENCH-REPORT-REC
           IF LR-DUMP-FILE NOT = SPACES AND NOT WS-DUMP-OPEN
               MOVE "     DUMP FILE NOT READABLE - RAW ROWS NOT KEPT"
                   TO WORKBENCH-REPORT-REC
               WRITE WORKBENCH-REPORT-REC
           END-IF
           IF WS-RUN-DUPLICATES > 0
               MOVE WS-RUN-DUPLICATES TO WS-COUNT-DISP
               MOVE SPACES TO WORKBENCH-REPORT-REC
               STRING "     " WS-COUNT-DISP
                      " ROW(S) ALREADY IN THE STORE - NOT TAKEN AGAIN"
                   DELIMITED BY SIZE INTO WORKBENCH-REPORT-REC
               WRITE WORKBENCH-REPORT-REC
           END-IF
           IF LR-ROWS-REJECTED > WS-RUN-CAPTURED + WS-RUN-DUPLICATES
               COMPUTE WS-RUN-UNNAMED = LR-ROWS-REJECTED
                   - WS-RUN-CAPTURED - WS-RUN-DUPLICATES
               MOVE WS-RUN-UNNAMED TO WS-BIG-COUNT-DISP
               MOVE SPACES TO WORKBENCH-REPORT-REC
               STRING "     *** " WS-BIG-COUNT-DISP
                      " REJECTED ROW(S) NOT NAMED IN THE MESSAGE"
                      " FILE ***"
                   DELIMITED BY SIZE INTO WORKBENCH-REPORT-REC
               WRITE WORKBENCH-REPORT-REC
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           END-IF.

       3100-PARSE-MESSAGE-FILE.
           MOVE "N" TO WS-MSG-PENDING-SW
           MOVE "N" TO WS-PREV-ERROR-SW
           MOVE "N" TO WS-MSG-EOF-SW
           PERFORM UNTIL WS-MSG-EOF
               READ LOAD-MESSAGE-FILE
                   AT END MOVE "Y" TO WS-MSG-EOF-SW
                   NOT AT END
                       PERFORM 3150-TAKE-MESSAGE-LINE
               END-READ
           END-PERFORM
           IF WS-MSG-PENDING
               PERFORM 3200-INTERPRET-MESSAGE
           END-IF.

       3150-TAKE-MESSAGE-LINE.
           EVALUATE TRUE
               WHEN LOAD-MESSAGE-REC (1:3) = "SQL"
                       AND LOAD-MESSAGE-REC (4:4) IS NUMERIC
                   IF WS-MSG-PENDING
                       PERFORM 3200-INTERPRET-MESSAGE
                   END-IF
                   MOVE SPACES TO WS-MSG-TEXT
                   MOVE 1 TO WS-MSG-PTR
                   MOVE "Y" TO WS-MSG-PENDING-SW
                   PERFORM 3160-APPEND-MESSAGE-LINE
               WHEN LOAD-MESSAGE-REC = SPACES
                   IF WS-MSG-PENDING
                       PERFORM 3200-INTERPRET-MESSAGE
                   END-IF
               WHEN WS-MSG-PENDING
                   PERFORM 3160-APPEND-MESSAGE-LINE
           END-EVALUATE.

       3160-APPEND-MESSAGE-LINE.
           STRING FUNCTION TRIM (LOAD-MESSAGE-REC TRAILING)
                  " " DELIMITED BY SIZE
               INTO WS-MSG-TEXT WITH POINTER WS-MSG-PTR
               ON OVERFLOW CONTINUE
           END-STRING.

      * SQLnnnnN and SQLnnnnC messages carry negative SQLCODEs,
      * SQLnnnnW positive ones; the few five-digit identifiers are
      * read the same way.
       3200-INTERPRET-MESSAGE.
           MOVE "N" TO WS-MSG-PENDING-SW
           IF WS-MSG-TEXT (8:1) IS NUMERIC
               MOVE WS-MSG-TEXT (4:5) TO WS-MSG-NUMBER
               MOVE WS-MSG-TEXT (9:1) TO WS-MSG-SUFFIX
           ELSE
               MOVE WS-MSG-TEXT (4:4) TO WS-MSG-NUMBER
               MOVE WS-MSG-TEXT (8:1) TO WS-MSG-SUFFIX
           END-IF
           IF WS-MSG-SUFFIX = "N" OR WS-MSG-SUFFIX = "C"
               COMPUTE WS-MSG-SQLCODE = 0 - WS-MSG-NUMBER
           ELSE
               MOVE WS-MSG-NUMBER TO WS-MSG-SQLCODE
           END-IF
           MOVE SPACES TO WS-MSG-SQLSTATE
           MOVE 0 TO WS-POS
           INSPECT WS-MSG-TEXT TALLYING WS-POS
               FOR CHARACTERS BEFORE INITIAL "SQLSTATE="
           IF WS-POS < 1015
               MOVE WS-MSG-TEXT (WS-POS + 10:5) TO WS-MSG-SQLSTATE
           END-IF
           MOVE SPACES TO WS-MSG-COLUMN
           MOVE 0 TO WS-POS
           INSPECT WS-MSG-TEXT TALLYING WS-POS
               FOR CHARACTERS BEFORE INITIAL "column """
           IF WS-POS < 1015
               UNSTRING WS-MSG-TEXT (WS-POS + 9:) DELIMITED BY """"
                   INTO WS-MSG-COLUMN
           END-IF
           PERFORM 3250-EXTRACT-ROW-NUMBER
           MOVE 0 TO WS-LOADED-ANYWAY-COUNT
           INSPECT WS-MSG-TEXT TALLYING WS-LOADED-ANYWAY-COUNT
               FOR ALL "truncated" ALL "null was loaded"
                   ALL "NULL was loaded"
           EVALUATE TRUE
               WHEN WS-MSG-NUMBER = 3185 AND WS-MSG-HAS-ROW
                   MOVE WS-MSG-ROW-NUM TO WS-REJECT-ROW-NUM
                   IF WS-PREV-ERROR
                       MOVE WS-PREV-SQLCODE TO WS-REJECT-SQLCODE
                       MOVE WS-PREV-SQLSTATE TO WS-REJECT-SQLSTATE
                       MOVE WS-PREV-COLUMN TO WS-REJECT-COLUMN
                   ELSE
                       MOVE WS-MSG-SQLCODE TO WS-REJECT-SQLCODE
                       MOVE WS-MSG-SQLSTATE TO WS-REJECT-SQLSTATE
                       MOVE WS-MSG-COLUMN TO WS-REJECT-COLUMN
                   END-IF
                   MOVE "N" TO WS-PREV-ERROR-SW
                   PERFORM 3300-NOTE-REJECTED-ROW
               WHEN WS-MSG-HAS-ROW AND WS-LOADED-ANYWAY-COUNT > 0
                   CONTINUE
               WHEN WS-MSG-HAS-ROW
                   MOVE WS-MSG-ROW-NUM TO WS-REJECT-ROW-NUM
                   MOVE WS-MSG-SQLCODE TO WS-REJECT-SQLCODE
                   MOVE WS-MSG-SQLSTATE TO WS-REJECT-SQLSTATE
                   MOVE WS-MSG-COLUMN TO WS-REJECT-COLUMN
                   MOVE "N" TO WS-PREV-ERROR-SW
                   PERFORM 3300-NOTE-REJECTED-ROW
               WHEN OTHER
                   MOVE "Y" TO WS-PREV-ERROR-SW
                   MOVE WS-MSG-SQLCODE TO WS-PREV-SQLCODE
                   MOVE WS-MSG-SQLSTATE TO WS-PREV-SQLSTATE
                   MOVE WS-MSG-COLUMN TO WS-PREV-COLUMN
           END-EVALUATE.

      * A load on a partitioned target names rows as "F0-3" - the
      * record number is what follows the last hyphen.
       3250-EXTRACT-ROW-NUMBER.
           MOVE "N" TO WS-MSG-ROW-SW
           MOVE 0 TO WS-POS
           INSPECT WS-MSG-TEXT TALLYING WS-POS
               FOR CHARACTERS BEFORE INITIAL "row """
           IF WS-POS < 1015
               MOVE SPACES TO WS-TOKEN
               UNSTRING WS-MSG-TEXT (WS-POS + 6:) DELIMITED BY """"
                   INTO WS-TOKEN
               MOVE SPACES TO WS-TOKEN-PART-1
               MOVE SPACES TO WS-TOKEN-PART-2
               UNSTRING WS-TOKEN DELIMITED BY "-" OR SPACE
                   INTO WS-TOKEN-PART-1 WS-TOKEN-PART-2
               IF WS-TOKEN-PART-2 NOT = SPACES
                   MOVE WS-TOKEN-PART-2 TO WS-TOKEN-PART-1
               END-IF
               MOVE SPACES TO WS-NUM-TEXT
               UNSTRING WS-TOKEN-PART-1 DELIMITED BY SPACE
                   INTO WS-NUM-TEXT
               INSPECT WS-NUM-TEXT REPLACING LEADING SPACE BY ZERO
               IF WS-NUM-TEXT IS NUMERIC
                   MOVE WS-NUM-TEXT-N TO WS-MSG-ROW-NUM
                   MOVE "Y" TO WS-MSG-ROW-SW
               END-IF
           END-IF.

       3300-NOTE-REJECTED-ROW.
           IF WS-PARSE-CAPTURE
               PERFORM 3400-STORE-ONE-REJECT
           ELSE
               IF WS-FR-NUM-ENTRY < 500
                   ADD 1 TO WS-FR-NUM-ENTRY
                   SET WS-FR-IDX TO WS-FR-NUM-ENTRY
                   MOVE WS-REJECT-ROW-NUM TO WS-FR-ROW-NUM (WS-FR-IDX)
                   MOVE WS-REJECT-SQLCODE TO WS-FR-SQLCODE (WS-FR-IDX)
               ELSE
                   DISPLAY "LDREJWB: failed row table full (500) - "
                       "skipping row " WS-REJECT-ROW-NUM
               END-IF
           END-IF.

      * A row named twice (two bad columns) is kept once, with the
      * first reason given; only a newly stored reject takes a row
      * from the dump file.
       3400-STORE-ONE-REJECT.
           MOVE LR-RUN-TS TO LJ-RUN-TS
           MOVE LR-TABLE-NAME TO LJ-TABLE-NAME
           MOVE WS-REJECT-ROW-NUM TO LJ-RECORD-NUM
           READ REJECT-STORE-FILE
               INVALID KEY
                   MOVE LR-RUN-TS TO LJ-RUN-TS
                   MOVE LR-TABLE-NAME TO LJ-TABLE-NAME
                   MOVE WS-REJECT-ROW-NUM TO LJ-RECORD-NUM
                   MOVE LR-PROGRAM-ID TO LJ-PROGRAM-ID
                   MOVE WS-REJECT-SQLCODE TO LJ-SQLCODE
                   MOVE WS-REJECT-SQLSTATE TO LJ-SQLSTATE
                   MOVE WS-REJECT-COLUMN TO LJ-COLUMN
                   MOVE "O" TO LJ-STATUS
                   MOVE SPACES TO LJ-CORR-BATCH-ID
                   MOVE 0 TO LJ-CORR-SEQ
                   MOVE SPACES TO LJ-CORR-TS
                   MOVE SPACES TO LJ-CORRECTED-BY
                   MOVE SPACES TO LJ-RAW-ROW
                   IF WS-DUMP-OPEN AND NOT WS-DUMP-EOF
                       READ LOAD-DUMP-FILE
                           AT END MOVE "Y" TO WS-DUMP-EOF-SW
                           NOT AT END
                               MOVE LOAD-DUMP-REC TO LJ-RAW-ROW
                       END-READ
                   END-IF
                   WRITE LOAD-REJECT-REC
                       INVALID KEY
                           ADD 1 TO WS-RUN-DUPLICATES
                       NOT INVALID KEY
                           ADD 1 TO WS-RUN-CAPTURED
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO WS-RUN-DUPLICATES
           END-READ.

      * Every row of the batch still waiting on this import is
      * settled: refused again if the import's message file names
      * its line, accepted otherwise.
       5000-SETTLE-RESUBMISSION.
           MOVE 0 TO WS-BATCH-ACCEPTED
           MOVE 0 TO WS-BATCH-FAILED
           MOVE LOW-VALUES TO LJ-KEY
           MOVE "N" TO WS-STORE-EOF-SW
           START REJECT-STORE-FILE KEY IS >= LJ-KEY
               INVALID KEY MOVE "Y" TO WS-STORE-EOF-SW
           END-START
           PERFORM UNTIL WS-STORE-EOF
               READ REJECT-STORE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-STORE-EOF-SW
                   NOT AT END
                       IF LJ-STATUS-SUBMITTED
                               AND LJ-CORR-BATCH-ID = LR-RUN-TS
                               AND LJ-TABLE-NAME = LR-TABLE-NAME
                           PERFORM 5100-SETTLE-ONE-REJECT
                       END-IF
               END-READ
           END-PERFORM
           ADD WS-BATCH-ACCEPTED TO WS-TOTAL-ACCEPTED
           ADD WS-BATCH-FAILED TO WS-TOTAL-FAILED
           MOVE WS-BATCH-ACCEPTED TO WS-COUNT-DISP
           MOVE WS-BATCH-FAILED TO WS-COUNT-2-DISP
           MOVE LR-FINAL-SQLCODE TO WS-SQLCODE-DISP
           MOVE SPACES TO WORKBENCH-REPORT-REC
           STRING "BATCH " LR-RUN-TS " " LR-TABLE-NAME
                  " ACCEPTED=" WS-COUNT-DISP
                  " FAILED=" WS-COUNT-2-DISP
                  " IMPORT SQLCODE=" WS-SQLCODE-DISP
               DELIMITED BY SIZE INTO WORKBENCH-REPORT-REC
           WRITE WORKBENCH-REPORT-REC
           IF LR-FINAL-SQLCODE NOT < 0
                   AND LR-ROWS-REJECTED > WS-BATCH-FAILED
               MOVE LR-ROWS-REJECTED TO WS-BIG-COUNT-DISP
               MOVE SPACES TO WORKBENCH-REPORT-REC
               STRING "     *** IMPORT REJECTED " WS-BIG-COUNT-DISP
                      " ROW(S) - NOT ALL NAMED IN ITS MESSAGE FILE ***"
                   DELIMITED BY SIZE INTO WORKBENCH-REPORT-REC
               WRITE WORKBENCH-REPORT-REC
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           END-IF
           IF WS-BATCH-FAILED > 0
               MOVE "     *** CORRECTED ROW(S) REFUSED AGAIN - REOPENED"
                   TO WORKBENCH-REPORT-REC
               WRITE WORKBENCH-REPORT-REC
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           END-IF.

       5100-SETTLE-ONE-REJECT.
           MOVE 0 TO WS-FR-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FR-NUM-ENTRY
               IF WS-FR-ROW-NUM (WS-SUB) = LJ-CORR-SEQ
                   MOVE WS-SUB TO WS-FR-FOUND-SUB
               END-IF
           END-PERFORM
           MOVE SPACES TO REJECT-CORRECTION-REC
           EVALUATE TRUE
               WHEN LR-FINAL-SQLCODE < 0
                   MOVE "F" TO LJ-STATUS
                   MOVE "F" TO LX-EVENT
                   MOVE LR-FINAL-SQLCODE TO LX-SQLCODE
                   ADD 1 TO WS-BATCH-FAILED
               WHEN WS-FR-FOUND-SUB > 0
                   MOVE "F" TO LJ-STATUS
                   MOVE "F" TO LX-EVENT
                   MOVE WS-FR-SQLCODE (WS-FR-FOUND-SUB) TO LX-SQLCODE
                   ADD 1 TO WS-BATCH-FAILED
               WHEN OTHER
                   MOVE "A" TO LJ-STATUS
                   MOVE "A" TO LX-EVENT
                   MOVE 0 TO LX-SQLCODE
                   ADD 1 TO WS-BATCH-ACCEPTED
           END-EVALUATE
           REWRITE LOAD-REJECT-REC
           MOVE FUNCTION CURRENT-DATE (1:14) TO LX-EVENT-TS
           MOVE LJ-CORR-BATCH-ID TO LX-BATCH-ID
           MOVE LJ-CORR-SEQ TO LX-BATCH-SEQ
           MOVE LJ-RUN-TS TO LX-RUN-TS
           MOVE LJ-TABLE-NAME TO LX-TABLE-NAME
           MOVE LJ-RECORD-NUM TO LX-RECORD-NUM
           MOVE LJ-CORRECTED-BY TO LX-CORRECTED-BY
           WRITE REJECT-CORRECTION-REC.

      * No corrections file means nothing to resubmit tonight.
       6000-APPLY-CORRECTIONS.
           MOVE 0 TO WS-CX-NUM-ENTRY
           OPEN INPUT CORRECTION-INPUT-FILE
           IF WS-CORRECTION-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ CORRECTION-INPUT-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 6050-STORE-ONE-CORRECTION
                   END-READ
               END-PERFORM
               CLOSE CORRECTION-INPUT-FILE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-CX-NUM-ENTRY
                   PERFORM 6100-CHECK-ONE-CORRECTION
               END-PERFORM
               MOVE 0 TO WS-BATCH-FILE-SEQ
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-CX-NUM-ENTRY
                   IF WS-CX-WAITING (WS-SUB)
                       PERFORM 6200-QUEUE-ONE-TABLE
                   END-IF
               END-PERFORM
               IF WS-QUEUE-OPEN
                   CLOSE RESUBMIT-QUEUE-FILE
               END-IF
               OPEN OUTPUT CORRECTION-INPUT-FILE
               CLOSE CORRECTION-INPUT-FILE
           END-IF.

       6050-STORE-ONE-CORRECTION.
           IF WS-CX-NUM-ENTRY < 200
               ADD 1 TO WS-CX-NUM-ENTRY
               SET WS-CX-IDX TO WS-CX-NUM-ENTRY
               MOVE FX-RUN-TS TO WS-CX-RUN-TS (WS-CX-IDX)
               MOVE FX-TABLE-NAME TO WS-CX-TABLE-NAME (WS-CX-IDX)
               MOVE FX-RECORD-NUM TO WS-CX-RECORD-NUM (WS-CX-IDX)
               MOVE FX-CORRECTED-BY TO WS-CX-CORRECTED-BY (WS-CX-IDX)
               MOVE FX-CORRECTED-ROW TO WS-CX-ROW (WS-CX-IDX)
               MOVE "W" TO WS-CX-STATE (WS-CX-IDX)
           ELSE
               DISPLAY "LDREJWB: correction table full (200) - "
                   "skipping " FX-TABLE-NAME " " FX-RECORD-NUM
           END-IF.

      * A correction must name a reject in the store that is open or
      * whose last correction failed, and must carry a row.
       6100-CHECK-ONE-CORRECTION.
           MOVE WS-CX-RUN-TS (WS-SUB) TO LJ-RUN-TS
           MOVE WS-CX-TABLE-NAME (WS-SUB) TO LJ-TABLE-NAME
           MOVE WS-CX-RECORD-NUM (WS-SUB) TO LJ-RECORD-NUM
           MOVE SPACES TO WS-BATCH-STATUS-TEXT
           READ REJECT-STORE-FILE
               INVALID KEY
                   MOVE "NO REJECT" TO WS-BATCH-STATUS-TEXT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN WS-CX-ROW (WS-SUB) = SPACES
                           MOVE "EMPTY ROW" TO WS-BATCH-STATUS-TEXT
                       WHEN LJ-STATUS-SUBMITTED
                           MOVE "SUBMITTED" TO WS-BATCH-STATUS-TEXT
                       WHEN LJ-STATUS-ACCEPTED
                           MOVE "ACCEPTED" TO WS-BATCH-STATUS-TEXT
                   END-EVALUATE
           END-READ
           IF WS-BATCH-STATUS-TEXT NOT = SPACES
               MOVE "R" TO WS-CX-STATE (WS-SUB)
               ADD 1 TO WS-TOTAL-REFUSED
               MOVE SPACES TO WORKBENCH-REPORT-REC
               STRING "CORRECTION REFUSED " WS-CX-RUN-TS (WS-SUB)
                      " " WS-CX-TABLE-NAME (WS-SUB)
                      " RECORD=" WS-CX-RECORD-NUM (WS-SUB)
                      " REASON=" WS-BATCH-STATUS-TEXT
                   DELIMITED BY SIZE INTO WORKBENCH-REPORT-REC
               WRITE WORKBENCH-REPORT-REC
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           END-IF.

      * One resubmission file per table: every waiting correction for
      * the table goes in it, in the order they were given, and the
      * file is queued for REFRESHD under this run's batch ID.
       6200-QUEUE-ONE-TABLE.
           MOVE WS-CX-TABLE-NAME (WS-SUB) TO WS-BATCH-TABLE
           ADD 1 TO WS-BATCH-FILE-SEQ
           MOVE SPACES TO WS-RESUBMIT-PATH
           STRING WS-REJECT-DIR DELIMITED BY SPACE
                  "LDREJWB." WS-BATCH-ID "." WS-BATCH-FILE-SEQ
                  ".DEL" DELIMITED BY SIZE
               INTO WS-RESUBMIT-PATH
           OPEN OUTPUT RESUBMIT-ROW-FILE
           IF WS-RESUBMIT-ROW-STATUS NOT = "00"
               MOVE SPACES TO WORKBENCH-REPORT-REC
               STRING "RESUBMISSION FILE NOT WRITABLE STATUS="
                      WS-RESUBMIT-ROW-STATUS " "
                      WS-RESUBMIT-PATH
                   DELIMITED BY SIZE INTO WORKBENCH-REPORT-REC
               WRITE WORKBENCH-REPORT-REC
               PERFORM VARYING WS-SUB2 FROM WS-SUB BY 1
                       UNTIL WS-SUB2 > WS-CX-NUM-ENTRY
                   IF WS-CX-WAITING (WS-SUB2)
                           AND WS-CX-TABLE-NAME (WS-SUB2)
                               = WS-BATCH-TABLE
                       MOVE "R" TO WS-CX-STATE (WS-SUB2)
                       ADD 1 TO WS-TOTAL-REFUSED
                   END-IF
               END-PERFORM
               IF WS-JOB-SEVERITY < 8
                   MOVE 8 TO WS-JOB-SEVERITY
               END-IF
           ELSE
               MOVE 0 TO WS-BATCH-LINE
               PERFORM VARYING WS-SUB2 FROM WS-SUB BY 1
                       UNTIL WS-SUB2 > WS-CX-NUM-ENTRY
                   IF WS-CX-WAITING (WS-SUB2)
                           AND WS-CX-TABLE-NAME (WS-SUB2)
                               = WS-BATCH-TABLE
                       PERFORM 6250-SUBMIT-ONE-CORRECTION
                   END-IF
               END-PERFORM
               CLOSE RESUBMIT-ROW-FILE
               IF NOT WS-QUEUE-OPEN
                   OPEN EXTEND RESUBMIT-QUEUE-FILE
                   IF WS-RESUBMIT-QUEUE-STATUS = "35"
                       CLOSE RESUBMIT-QUEUE-FILE
                       OPEN OUTPUT RESUBMIT-QUEUE-FILE
                   END-IF
                   MOVE "Y" TO WS-QUEUE-OPEN-SW
               END-IF
               MOVE WS-BATCH-ID TO RS-BATCH-ID
               MOVE WS-BATCH-TABLE TO RS-TABLE-NAME
               MOVE WS-RESUBMIT-PATH TO RS-SOURCE-PATH
               MOVE WS-RESUBMIT-COMMIT-COUNT TO RS-COMMIT-COUNT
               WRITE REFRESH-RESUBMIT-REC
               MOVE WS-BATCH-LINE TO WS-COUNT-DISP
               MOVE SPACES TO WORKBENCH-REPORT-REC
               STRING "QUEUED BATCH " WS-BATCH-ID " "
                      WS-BATCH-TABLE " ROWS=" WS-COUNT-DISP
                      " FOR REFRESHD"
                   DELIMITED BY SIZE INTO WORKBENCH-REPORT-REC
               WRITE WORKBENCH-REPORT-REC
           END-IF.

      * The line the corrected row sits on in the resubmission file is
      * the row number the import's message file will give it.
       6250-SUBMIT-ONE-CORRECTION.
           ADD 1 TO WS-BATCH-LINE
           MOVE WS-CX-ROW (WS-SUB2) TO RESUBMIT-ROW-REC
           WRITE RESUBMIT-ROW-REC
           MOVE "Q" TO WS-CX-STATE (WS-SUB2)
           ADD 1 TO WS-TOTAL-SUBMITTED
           MOVE WS-CX-RUN-TS (WS-SUB2) TO LJ-RUN-TS
           MOVE WS-CX-TABLE-NAME (WS-SUB2) TO LJ-TABLE-NAME
           MOVE WS-CX-RECORD-NUM (WS-SUB2) TO LJ-RECORD-NUM
           READ REJECT-STORE-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO LJ-STATUS
                   MOVE WS-BATCH-ID TO LJ-CORR-BATCH-ID
                   MOVE WS-BATCH-LINE TO LJ-CORR-SEQ
                   MOVE FUNCTION CURRENT-DATE (1:14) TO LJ-CORR-TS
                   MOVE WS-CX-CORRECTED-BY (WS-SUB2)
                       TO LJ-CORRECTED-BY
                   REWRITE LOAD-REJECT-REC
           END-READ
           MOVE SPACES TO REJECT-CORRECTION-REC
           MOVE "S" TO LX-EVENT
           MOVE FUNCTION CURRENT-DATE (1:14) TO LX-EVENT-TS
           MOVE WS-BATCH-ID TO LX-BATCH-ID
           MOVE WS-BATCH-LINE TO LX-BATCH-SEQ
           MOVE WS-CX-RUN-TS (WS-SUB2) TO LX-RUN-TS
           MOVE WS-CX-TABLE-NAME (WS-SUB2) TO LX-TABLE-NAME
           MOVE WS-CX-RECORD-NUM (WS-SUB2) TO LX-RECORD-NUM
           MOVE LJ-SQLCODE TO LX-SQLCODE
           MOVE WS-CX-CORRECTED-BY (WS-SUB2) TO LX-CORRECTED-BY
           MOVE WS-CX-ROW (WS-SUB2) TO LX-ROW
           WRITE REJECT-CORRECTION-REC.

      * Every reject in the store, whatever its age, counted under
      * the SQLCODE it was rejected with and the state it is in now.
       7000-SUMMARIZE-BY-REASON.
           MOVE 0 TO WS-RS-NUM-ENTRY
           MOVE 0 TO WS-STORE-TOTAL
           MOVE LOW-VALUES TO LJ-KEY
           MOVE "N" TO WS-STORE-EOF-SW
           START REJECT-STORE-FILE KEY IS >= LJ-KEY
               INVALID KEY MOVE "Y" TO WS-STORE-EOF-SW
           END-START
           PERFORM UNTIL WS-STORE-EOF
               READ REJECT-STORE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-STORE-EOF-SW
                   NOT AT END
                       PERFORM 7100-COUNT-ONE-REJECT
               END-READ
           END-PERFORM
           MOVE SPACES TO WORKBENCH-REPORT-REC
           WRITE WORKBENCH-REPORT-REC
           MOVE WS-STORE-TOTAL TO WS-COUNT-DISP
           MOVE SPACES TO WORKBENCH-REPORT-REC
           STRING "REJECTS IN STORE BY REASON  TOTAL=" WS-COUNT-DISP
               DELIMITED BY SIZE INTO WORKBENCH-REPORT-REC
           WRITE WORKBENCH-REPORT-REC
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RS-NUM-ENTRY
               PERFORM 7200-PRINT-ONE-REASON
           END-PERFORM.

       7100-COUNT-ONE-REJECT.
           ADD 1 TO WS-STORE-TOTAL
           MOVE 0 TO WS-RS-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RS-NUM-ENTRY
               IF WS-RS-SQLCODE (WS-SUB) = LJ-SQLCODE
                   MOVE WS-SUB TO WS-RS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-RS-FOUND-SUB = 0
               IF WS-RS-NUM-ENTRY < 50
                   ADD 1 TO WS-RS-NUM-ENTRY
                   MOVE WS-RS-NUM-ENTRY TO WS-RS-FOUND-SUB
                   MOVE LJ-SQLCODE TO WS-RS-SQLCODE (WS-RS-FOUND-SUB)
                   MOVE LJ-SQLSTATE
                       TO WS-RS-SQLSTATE (WS-RS-FOUND-SUB)
                   MOVE 0 TO WS-RS-OPEN (WS-RS-FOUND-SUB)
                   MOVE 0 TO WS-RS-SUBMITTED (WS-RS-FOUND-SUB)
                   MOVE 0 TO WS-RS-ACCEPTED (WS-RS-FOUND-SUB)
                   MOVE 0 TO WS-RS-FAILED (WS-RS-FOUND-SUB)
               ELSE
                   DISPLAY "LDREJWB: reason table full (50) - "
                       "skipping SQLCODE " LJ-SQLCODE
               END-IF
           END-IF
           IF WS-RS-FOUND-SUB > 0
               EVALUATE TRUE
                   WHEN LJ-STATUS-OPEN
                       ADD 1 TO WS-RS-OPEN (WS-RS-FOUND-SUB)
                   WHEN LJ-STATUS-SUBMITTED
                       ADD 1 TO WS-RS-SUBMITTED (WS-RS-FOUND-SUB)
                   WHEN LJ-STATUS-ACCEPTED
                       ADD 1 TO WS-RS-ACCEPTED (WS-RS-FOUND-SUB)
                   WHEN LJ-STATUS-FAILED
                       ADD 1 TO WS-RS-FAILED (WS-RS-FOUND-SUB)
               END-EVALUATE
           END-IF.

      * Shared knowledge-base lookup - the meaning and recommended
      * action print right under each reason's counts.
       7200-PRINT-ONE-REASON.
           MOVE WS-RS-SQLCODE (WS-SUB) TO WS-SQLCODE-DISP
           MOVE WS-RS-OPEN (WS-SUB) TO WS-COUNT-DISP
           MOVE WS-RS-SUBMITTED (WS-SUB) TO WS-COUNT-2-DISP
           MOVE WS-RS-ACCEPTED (WS-SUB) TO WS-COUNT-3-DISP
           MOVE WS-RS-FAILED (WS-SUB) TO WS-COUNT-4-DISP
           MOVE SPACES TO WORKBENCH-REPORT-REC
           STRING "SQLCODE=" WS-SQLCODE-DISP
                  " SQLSTATE=" WS-RS-SQLSTATE (WS-SUB)
                  " OPEN=" WS-COUNT-DISP
                  " SUBMITTED=" WS-COUNT-2-DISP
                  " ACCEPTED=" WS-COUNT-3-DISP
                  " FAILED=" WS-COUNT-4-DISP
               DELIMITED BY SIZE INTO WORKBENCH-REPORT-REC
           WRITE WORKBENCH-REPORT-REC
           MOVE WS-RS-SQLCODE (WS-SUB) TO WS-KB-SQLCODE
           CALL "SQLKBLKP" USING BY REFERENCE WS-KB-SQLCODE
                     BY REFERENCE WS-KB-EXPLAIN-LINE
           MOVE WS-KB-EXPLAIN-LINE TO WORKBENCH-REPORT-REC
           WRITE WORKBENCH-REPORT-REC.

       7500-REWRITE-STATE.
           OPEN OUTPUT LDREJWB-STATE-FILE
           MOVE WS-RUNS-TAKEN TO WBS-RUNS-TAKEN
           WRITE LDREJWB-STATE-REC
           CLOSE LDREJWB-STATE-FILE.

       8000-WRITE-TOTALS.
           MOVE SPACES TO WORKBENCH-REPORT-REC
           WRITE WORKBENCH-REPORT-REC
           MOVE WS-TOTAL-CAPTURED TO WS-COUNT-DISP
           MOVE WS-TOTAL-SUBMITTED TO WS-COUNT-2-DISP
           MOVE WS-TOTAL-REFUSED TO WS-COUNT-3-DISP
           MOVE SPACES TO WORKBENCH-REPORT-REC
           STRING "WORKBENCH TOTALS  CAPTURED=" WS-COUNT-DISP
                  " SUBMITTED=" WS-COUNT-2-DISP
                  " REFUSED=" WS-COUNT-3-DISP
               DELIMITED BY SIZE INTO WORKBENCH-REPORT-REC
           WRITE WORKBENCH-REPORT-REC
           MOVE WS-TOTAL-ACCEPTED TO WS-COUNT-DISP
           MOVE WS-TOTAL-FAILED TO WS-COUNT-2-DISP
           MOVE SPACES TO WORKBENCH-REPORT-REC
           STRING "                  ACCEPTED=" WS-COUNT-DISP
                  " FAILED=" WS-COUNT-2-DISP
               DELIMITED BY SIZE INTO WORKBENCH-REPORT-REC
           WRITE WORKBENCH-REPORT-REC.

       9000-TERMINATE.
           CLOSE CORRECTION-TRAIL-FILE
           CLOSE WORKBENCH-REPORT-FILE.

       9500-WRITE-AUDIT-RECORD.
           OPEN EXTEND OPS-AUDIT-FILE
           IF WS-OPSAUDIT-STATUS = "35"
               CLOSE OPS-AUDIT-FILE
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "LDREJWB" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS
           MOVE "REJECTWB" TO OA-ACTION-VERB
           MOVE WS-TOTAL-CAPTURED TO OA-KEY-COUNT-1
           MOVE WS-TOTAL-SUBMITTED TO OA-KEY-COUNT-2
           MOVE 0 TO OA-FINAL-SQLCODE
           WRITE OPS-AUDIT-REC
           CLOSE OPS-AUDIT-FILE.

      *           sessions.  Follows SNAPCSV's OPEN EXTEND /
      *           write-header-on-first-write pattern for the CSV.
      *
      *           Tables carrying vendor XML columns are imported under
      *           their XMLPROF.DAT validation profile exactly as
      *           LDHIST loads them: the profile's XMLVALIDATE clause
      *           is built into DB2DMUXML-VALIDATE and handed to
      *           db2gImport through DB2-PI-XML-VALIDATE of
      *           DB2G-IMPORT-IN, and each profiled import appends its
      *           rows-read and documents-rejected counts to the shared
      *           XMLVALID.DAT validation report.  Any rejected
      *           document warns the run.  A profiled import keeps its
      *           own message file in the load reject directory, and
      *           only the documents it reports under an SQL16xxxN
      *           validation message are counted as rejected - rows
      *           refused for any other reason are not.  The record
      *           carries the import's run timestamp, the one on its
      *           history row.
      *
      *           After the control entries, every batch of corrected
      *           load rejects LDREJWB has queued in REFRESHD.RSB is
      *           run through the same INSERT_UPDATE import, as a
      *           delimited file, with a message file kept per batch
      *           in the load reject directory.  Each batch gets its
      *           history row like any refresh and is indexed in
      *           LDREJRUN.DAT under its batch ID so LDREJWB can read
      *           the message file back and settle every corrected
      *           row as accepted or failed.  The queue is emptied
      *           once it has been run, so no batch is imported twice.
      *
      *           REFDIFF runs ahead of this driver and compares each
      *           profiled table's incoming source with the live table,
      *           keeping a change report per table.  The latest
      *           RFDIFF.DAT result for each table is read at start-up:
      *           a table's history row carries the name of its change
      *           report as the audit evidence for what the refresh
      *           changed, and a table whose RFPROF.DAT profile
      *           requires business sign-off is applied only when that
      *           compare ran to completion against the very source
      *           file the control entry names, and the shared
      *           APPRVCHK routine finds an approved token with action
      *           RFSH plus the compare's date - the token the change
      *           report names - and the table as its object.  A held
      *           table is left as it is and warns the run.  Correction
      *           batches from the queue are not held - they carry
      *           rows LDREJWB has already settled against their load.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFRESHD.
           SELECT REFRESH-HISTORY-FILE ASSIGN TO WS-HISTORY-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT RESUBMIT-QUEUE-FILE ASSIGN TO WS-RESUBMIT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUBMIT-STATUS.
           SELECT REJECT-RUN-FILE ASSIGN TO WS-REJECT-RUN-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-RUN-STATUS.

           SELECT REFRESH-PROFILE-FILE ASSIGN TO WS-PROFILE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.
           SELECT REFRESH-DIFF-FILE ASSIGN TO WS-DIFF-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIFF-STATUS.

           SELECT XML-PROFILE-FILE ASSIGN TO WS-XML-PROFILE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XML-PROFILE-STATUS.
           SELECT XML-VALID-FILE ASSIGN TO WS-XML-VALID-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XML-VALID-STATUS.
           SELECT IMPORT-MESSAGE-FILE ASSIGN TO WS-MSG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSG-STATUS.

           SELECT OPS-AUDIT-FILE ASSIGN TO WS-OPSAUDIT-DD
               ORGANIZATION IS LINE SEQUENTIAL

       FD  REFRESH-HISTORY-FILE
           RECORDING MODE IS F.
       01  REFRESH-HISTORY-REC        PIC X(384).

       FD  RESUBMIT-QUEUE-FILE
           RECORDING MODE IS F.
           COPY "rfresub.cpy".

       FD  REJECT-RUN-FILE
           RECORDING MODE IS F.
           COPY "ldrjrun.cpy".

       FD  REFRESH-PROFILE-FILE
           RECORDING MODE IS F.
           COPY "rfprof.cpy".

       FD  REFRESH-DIFF-FILE
           RECORDING MODE IS F.
           COPY "rfdiff.cpy".

       FD  XML-PROFILE-FILE
           RECORDING MODE IS F.
           COPY "xmlprof.cpy".

       FD  XML-VALID-FILE
           RECORDING MODE IS F.
           COPY "xmlvalid.cpy".

      * The import's own message file, read back for its XML
      * validation messages.
       FD  IMPORT-MESSAGE-FILE
           RECORDING MODE IS F.
       01  IMPORT-MESSAGE-REC         PIC X(256).

       FD  OPS-AUDIT-FILE
           RECORDING MODE IS F.

       01  WS-CONTROL-DD              PIC X(40) VALUE "REFRESHD.DAT".
       01  WS-HISTORY-DD              PIC X(40) VALUE "REFRESHD.CSV".
       01  WS-RESUBMIT-DD             PIC X(40) VALUE "REFRESHD.RSB".
       01  WS-REJECT-RUN-DD           PIC X(40) VALUE "LDREJRUN.DAT".
       01  WS-PROFILE-DD              PIC X(40) VALUE "RFPROF.DAT".
       01  WS-DIFF-DD                 PIC X(40) VALUE "RFDIFF.DAT".
       01  WS-XML-PROFILE-DD          PIC X(40) VALUE "XMLPROF.DAT".
       01  WS-XML-VALID-DD            PIC X(40) VALUE "XMLVALID.DAT".

       01  WS-CONTROL-STATUS          PIC XX.
       01  WS-HISTORY-STATUS          PIC XX.
       01  WS-RESUBMIT-STATUS         PIC XX.
       01  WS-REJECT-RUN-STATUS       PIC XX.
       01  WS-PROFILE-STATUS          PIC XX.
       01  WS-DIFF-STATUS             PIC XX.
       01  WS-XML-PROFILE-STATUS      PIC XX.
       01  WS-XML-VALID-STATUS        PIC XX.
       01  WS-MSG-STATUS              PIC XX.
       01  WS-EOF-SW                  PIC X     VALUE "N".
           88 WS-EOF                  VALUE "Y".
       01  WS-MSG-EOF-SW              PIC X     VALUE "N".
           88 WS-MSG-EOF              VALUE "Y".

       01  WS-TABLE-NAME              PIC X(30) VALUE SPACES.
       01  WS-SOURCE-PATH             PIC X(100) VALUE SPACES.
       01  WS-COMMIT-COUNT            PIC 9(9)  COMP-5 VALUE 0.
       01  WS-FILE-TYPE               PIC X(3)  VALUE "IXF".

      * A correction batch's import keeps its message file in the
      * load reject directory, named for the batch, and so does a
      * control entry imported under an XML profile, named for the
      * import run; any other control entry runs with no message
      * file, as it always has.  The import run timestamp is the one
      * its history row and XMLVALID.DAT record carry.
       01  WS-REJECT-DIR              PIC X(40) VALUE "/db2/ldreject/".
       01  WS-MSG-FILE-NAME           PIC X(80) VALUE SPACES.
       01  WS-MSG-FILE-NAME-LEN       PIC 9(4)  COMP-5 VALUE 0.
       01  WS-RESUBMIT-SEQ            PIC 9(4)  VALUE 0.
       01  WS-IMPORT-RUN-TS           PIC X(14) VALUE SPACES.
       01  WS-IMPORT-RUN-SEQ          PIC 9(4)  VALUE 0.

      * db2gImport's piLongActionString is an sqllob-style area whose
      * 4-byte length prefixes the statement bytes - the
      * INSERT_UPDATE action built per table is staged here.
       01  WS-COMMIT-COUNT-DISP       PIC Z(8)9.
       01  WS-SQLCODE-DISP            PIC -(8)9.

      * XML validation profiles for the tables this run may load -
      * capped OCCURS 50 to match this shop's control-table
      * convention.  The last profile seen for a table wins.
       01  WS-XML-PROFILE-TABLE.
           05 WS-XP-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-XP-ENTRY OCCURS 50 TIMES INDEXED BY WS-XP-IDX.
               10 WS-XP-TABLE-NAME    PIC X(30).
               10 WS-XP-XML-COLUMN    PIC X(30).
               10 WS-XP-VALIDATE-USING PIC X.
               10 WS-XP-SCHEMA-NAME   PIC X(60).
               10 WS-XP-MAP-FROM-SCHEMA PIC X(60).
               10 WS-XP-MAP-TO-SCHEMA PIC X(60).
       01  WS-XP-FOUND-SUB            PIC 9(4)  VALUE 0.
       01  WS-SUB                     PIC 9(4)  VALUE 0.

      * XMLVALIDATE's schema names travel as db2Char areas - data
      * pointer, input length and untruncated output length - each
      * addressing its own text buffer below.
       01  WS-XML-SCHEMA-CHAR.
           05 WS-XML-SCHEMA-PTR       USAGE IS POINTER.
           05 WS-XML-SCHEMA-LEN       PIC 9(9) COMP-5 VALUE 0.
           05 WS-XML-SCHEMA-OUT-LEN   PIC 9(9) COMP-5 VALUE 0.
       01  WS-XML-SCHEMA-TEXT         PIC X(60) VALUE SPACES.
       01  WS-XML-MAP-FROM-TEXT       PIC X(60) VALUE SPACES.
       01  WS-XML-MAP-TO-TEXT         PIC X(60) VALUE SPACES.
       01  WS-XML-REJECTED-DISP       PIC Z(17)9.
       01  WS-XML-DOCS-REJECTED       PIC 9(18) VALUE 0.

      * Sign-off flags from the compare profiles and the latest
      * compare result, one entry per table - capped OCCURS 50 to
      * match this shop's control-table convention.
       01  WS-SIGNOFF-TABLE.
           05 WS-SO-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-SO-ENTRY OCCURS 50 TIMES INDEXED BY WS-SO-IDX.
               10 WS-SO-TABLE-NAME    PIC X(30).
               10 WS-SO-SIGNOFF-SW    PIC X.
       01  WS-DIFF-TABLE.
           05 WS-DF-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-DF-ENTRY OCCURS 50 TIMES INDEXED BY WS-DF-IDX.
               10 WS-DF-TABLE-NAME    PIC X(30).
               10 WS-DF-RUN-TS        PIC X(14).
               10 WS-DF-SOURCE-PATH   PIC X(100).
               10 WS-DF-REPORT-FILE   PIC X(100).
               10 WS-DF-VERDICT       PIC X.
       01  WS-SO-FOUND-SUB            PIC 9(4)  VALUE 0.
       01  WS-DF-FOUND-SUB            PIC 9(4)  VALUE 0.
       01  WS-CHANGE-REPORT-FILE      PIC X(100) VALUE SPACES.
       01  WS-REFRESH-CLEARED-SW      PIC X     VALUE "Y".
           88 WS-REFRESH-CLEARED      VALUE "Y".
       01  WS-HOLD-REASON             PIC X(40) VALUE SPACES.
       01  WS-HELD-COUNT              PIC 9(9)  VALUE 0.

       01  WS-APPROVAL-ACTION         PIC X(12) VALUE SPACES.
       01  WS-APPROVAL-OBJECT         PIC X(30) VALUE SPACES.
       01  WS-APPROVAL-VERDICT        PIC X     VALUE "N".
           88 WS-APPROVAL-OK          VALUE "Y".
       01  WS-APPROVAL-REASON         PIC X(40) VALUE SPACES.

       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "REFRESHD".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.
       01  WS-AUDIT-ENTRY-COUNT       PIC 9(9)  VALUE 0.

       01  WS-KB-SQLCODE              PIC S9(9) COMP-5 VALUE 0.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REFRESH-ENTRIES
           PERFORM 2500-PROCESS-RESUBMISSIONS
           PERFORM 9500-WRITE-AUDIT-RECORD
           PERFORM 9000-TERMINATE
           MOVE WS-JOB-SEVERITY TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-START-TS
           CALL "RUNCORID" USING BY REFERENCE WS-RUN-PROGRAM-ID
                                 BY REFERENCE WS-RUN-ID
           OPEN INPUT REFRESH-CONTROL-FILE
           OPEN EXTEND REFRESH-HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT REFRESH-HISTORY-FILE
               STRING "TIMESTAMP,TABLE,ROWS_READ,ROWS_SKIPPED,"
                      "ROWS_INSERTED,ROWS_UPDATED,ROWS_REJECTED,"
                      "ROWS_COMMITTED,COMMITCOUNT,SQLCODE,"
                      "CHANGE_REPORT"
                   DELIMITED BY SIZE INTO REFRESH-HISTORY-REC
               WRITE REFRESH-HISTORY-REC
           END-IF
           OPEN EXTEND XML-VALID-FILE
           IF WS-XML-VALID-STATUS = "35"
               CLOSE XML-VALID-FILE
               OPEN OUTPUT XML-VALID-FILE
           END-IF
           PERFORM 1200-LOAD-XML-PROFILES
           PERFORM 1300-LOAD-SIGNOFF-PROFILES
           PERFORM 1400-LOAD-LATEST-COMPARES.

      * No profile file simply means no table is validated.
       1200-LOAD-XML-PROFILES.
           OPEN INPUT XML-PROFILE-FILE
           IF WS-XML-PROFILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ XML-PROFILE-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 1250-STORE-ONE-XML-PROFILE
                   END-READ
               END-PERFORM
               CLOSE XML-PROFILE-FILE
           END-IF.

       1250-STORE-ONE-XML-PROFILE.
           IF WS-XP-NUM-ENTRY < 50
               ADD 1 TO WS-XP-NUM-ENTRY
               SET WS-XP-IDX TO WS-XP-NUM-ENTRY
               MOVE XP-TABLE-NAME TO WS-XP-TABLE-NAME (WS-XP-IDX)
               MOVE XP-XML-COLUMN TO WS-XP-XML-COLUMN (WS-XP-IDX)
               MOVE XP-VALIDATE-USING
                   TO WS-XP-VALIDATE-USING (WS-XP-IDX)
               MOVE XP-SCHEMA-NAME TO WS-XP-SCHEMA-NAME (WS-XP-IDX)
               MOVE XP-MAP-FROM-SCHEMA
                   TO WS-XP-MAP-FROM-SCHEMA (WS-XP-IDX)
               MOVE XP-MAP-TO-SCHEMA
                   TO WS-XP-MAP-TO-SCHEMA (WS-XP-IDX)
           ELSE
               DISPLAY "REFRESHD: XML profile table full (50) - "
                   "skipping " XP-TABLE-NAME
           END-IF.

      * No compare profile file simply means no table needs sign-off.
       1300-LOAD-SIGNOFF-PROFILES.
           OPEN INPUT REFRESH-PROFILE-FILE
           IF WS-PROFILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ REFRESH-PROFILE-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 1350-STORE-ONE-SIGNOFF
                   END-READ
               END-PERFORM
               CLOSE REFRESH-PROFILE-FILE
           END-IF.

       1350-STORE-ONE-SIGNOFF.
           IF WS-SO-NUM-ENTRY < 50
               ADD 1 TO WS-SO-NUM-ENTRY
               SET WS-SO-IDX TO WS-SO-NUM-ENTRY
               MOVE RP-TABLE-NAME TO WS-SO-TABLE-NAME (WS-SO-IDX)
               MOVE RP-SIGNOFF-SW TO WS-SO-SIGNOFF-SW (WS-SO-IDX)
           ELSE
               DISPLAY "REFRESHD: compare profile table full (50) - "
                   "skipping " RP-TABLE-NAME
           END-IF.

      * The latest compare of each table stands - REFDIFF may have run
      * on an earlier day than this refresh.  Whether it describes the
      * source being applied is settled per table by its source path.
       1400-LOAD-LATEST-COMPARES.
           OPEN INPUT REFRESH-DIFF-FILE
           IF WS-DIFF-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ REFRESH-DIFF-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 1450-STORE-ONE-COMPARE
                   END-READ
               END-PERFORM
               CLOSE REFRESH-DIFF-FILE
           END-IF.

       1450-STORE-ONE-COMPARE.
           MOVE 0 TO WS-DF-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DF-NUM-ENTRY
               IF WS-DF-TABLE-NAME (WS-SUB) = RD-TABLE-NAME
                   MOVE WS-SUB TO WS-DF-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-DF-FOUND-SUB = 0
               IF WS-DF-NUM-ENTRY < 50
                   ADD 1 TO WS-DF-NUM-ENTRY
                   MOVE WS-DF-NUM-ENTRY TO WS-DF-FOUND-SUB
                   MOVE SPACES TO WS-DF-RUN-TS (WS-DF-FOUND-SUB)
               ELSE
                   DISPLAY "REFRESHD: compare result table full (50)"
                       " - skipping " RD-TABLE-NAME
               END-IF
           END-IF
           IF WS-DF-FOUND-SUB > 0
               SET WS-DF-IDX TO WS-DF-FOUND-SUB
               IF RD-RUN-TS NOT < WS-DF-RUN-TS (WS-DF-IDX)
                   MOVE RD-TABLE-NAME TO WS-DF-TABLE-NAME (WS-DF-IDX)
                   MOVE RD-RUN-TS TO WS-DF-RUN-TS (WS-DF-IDX)
                   MOVE RD-SOURCE-PATH
                       TO WS-DF-SOURCE-PATH (WS-DF-IDX)
                   MOVE RD-REPORT-FILE
                       TO WS-DF-REPORT-FILE (WS-DF-IDX)
                   MOVE RD-VERDICT TO WS-DF-VERDICT (WS-DF-IDX)
               END-IF
           END-IF.

       2000-PROCESS-REFRESH-ENTRIES.
                       MOVE RF-TABLE-NAME TO WS-TABLE-NAME
                       MOVE RF-SOURCE-PATH TO WS-SOURCE-PATH
                       MOVE RF-COMMIT-COUNT TO WS-COMMIT-COUNT
                       MOVE "IXF" TO WS-FILE-TYPE
                       MOVE SPACES TO WS-MSG-FILE-NAME
                       PERFORM 2100-CHECK-SIGNOFF
                       IF WS-REFRESH-CLEARED
                           ADD 1 TO WS-AUDIT-ENTRY-COUNT
                           PERFORM 2200-SET-XML-MSG-FILE
                           PERFORM 3000-RUN-IMPORT
                           PERFORM 4000-APPEND-HISTORY-ROW
                           PERFORM 4700-APPEND-XML-VALIDATION
                           PERFORM 9450-EXPLAIN-SQLCODE
                           IF SQLCODE < 0
                                   AND WS-JOB-SEVERITY < 8
                               MOVE 8 TO WS-JOB-SEVERITY
                           END-IF
                       ELSE
                           ADD 1 TO WS-HELD-COUNT
                           DISPLAY "REFRESHD: " WS-TABLE-NAME
                               " held for sign-off - " WS-HOLD-REASON
                           IF WS-JOB-SEVERITY < 4
                               MOVE 4 TO WS-JOB-SEVERITY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REFRESH-CONTROL-FILE.

      * A sign-off table needs a change report from a compare that
      * ran to completion against this entry's source file, and an
      * approved token for the table and that compare's date; any
      * other table is cleared as before.
       2100-CHECK-SIGNOFF.
           MOVE "Y" TO WS-REFRESH-CLEARED-SW
           MOVE SPACES TO WS-HOLD-REASON
           MOVE SPACES TO WS-CHANGE-REPORT-FILE
           MOVE 0 TO WS-DF-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DF-NUM-ENTRY
               IF WS-DF-TABLE-NAME (WS-SUB) = WS-TABLE-NAME
                   MOVE WS-SUB TO WS-DF-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-DF-FOUND-SUB > 0
               IF WS-DF-SOURCE-PATH (WS-DF-FOUND-SUB) = WS-SOURCE-PATH
                   MOVE WS-DF-REPORT-FILE (WS-DF-FOUND-SUB)
                       TO WS-CHANGE-REPORT-FILE
               END-IF
           END-IF
           MOVE 0 TO WS-SO-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SO-NUM-ENTRY
               IF WS-SO-TABLE-NAME (WS-SUB) = WS-TABLE-NAME
                   MOVE WS-SUB TO WS-SO-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-SO-FOUND-SUB > 0
               IF WS-SO-SIGNOFF-SW (WS-SO-FOUND-SUB) = "Y"
                   PERFORM 2150-VALIDATE-SIGNOFF
               END-IF
           END-IF.

       2150-VALIDATE-SIGNOFF.
           EVALUATE TRUE
               WHEN WS-DF-FOUND-SUB = 0
                   MOVE "N" TO WS-REFRESH-CLEARED-SW
                   MOVE "NO CHANGE REPORT FOR TABLE"
                       TO WS-HOLD-REASON
               WHEN WS-DF-SOURCE-PATH (WS-DF-FOUND-SUB)
                       NOT = WS-SOURCE-PATH
                   MOVE "N" TO WS-REFRESH-CLEARED-SW
                   MOVE "LAST COMPARE WAS OF ANOTHER SOURCE FILE"
                       TO WS-HOLD-REASON
               WHEN WS-DF-VERDICT (WS-DF-FOUND-SUB) = "F"
                   MOVE "N" TO WS-REFRESH-CLEARED-SW
                   MOVE "LAST COMPARE FAILED" TO WS-HOLD-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-APPROVAL-ACTION
                   STRING "RFSH" WS-DF-RUN-TS (WS-DF-FOUND-SUB) (1:8)
                       DELIMITED BY SIZE
                       INTO WS-APPROVAL-ACTION
                   MOVE WS-TABLE-NAME TO WS-APPROVAL-OBJECT
                   CALL "APPRVCHK" USING
                             BY REFERENCE WS-APPROVAL-ACTION
                             BY REFERENCE WS-APPROVAL-OBJECT
                             BY REFERENCE WS-APPROVAL-VERDICT
                             BY REFERENCE WS-APPROVAL-REASON
                   IF NOT WS-APPROVAL-OK
                       MOVE "N" TO WS-REFRESH-CLEARED-SW
                       MOVE WS-APPROVAL-REASON TO WS-HOLD-REASON
                   END-IF
           END-EVALUATE.

      * No queue file means no corrections are waiting.  A queue that
      * was run is emptied behind itself.
       2500-PROCESS-RESUBMISSIONS.
           OPEN INPUT RESUBMIT-QUEUE-FILE
           IF WS-RESUBMIT-STATUS = "00"
               OPEN EXTEND REJECT-RUN-FILE
               IF WS-REJECT-RUN-STATUS = "35"
                   CLOSE REJECT-RUN-FILE
                   OPEN OUTPUT REJECT-RUN-FILE
               END-IF
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ RESUBMIT-QUEUE-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 2600-RUN-ONE-RESUBMISSION
                   END-READ
               END-PERFORM
               CLOSE RESUBMIT-QUEUE-FILE
               CLOSE REJECT-RUN-FILE
               OPEN OUTPUT RESUBMIT-QUEUE-FILE
               CLOSE RESUBMIT-QUEUE-FILE
           END-IF.

      * A table imported under an XML profile gets a message file of
      * its own so its validation rejects can be read back.
       2200-SET-XML-MSG-FILE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-IMPORT-RUN-TS
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-XP-NUM-ENTRY
               IF WS-XP-TABLE-NAME (WS-SUB) = WS-TABLE-NAME
                   AND WS-MSG-FILE-NAME = SPACES
                   ADD 1 TO WS-IMPORT-RUN-SEQ
                   STRING WS-REJECT-DIR DELIMITED BY SPACE
                          "REFRESHD.XML." WS-IMPORT-RUN-TS "."
                          WS-IMPORT-RUN-SEQ ".MSG" DELIMITED BY SIZE
                       INTO WS-MSG-FILE-NAME
               END-IF
           END-PERFORM.

       2600-RUN-ONE-RESUBMISSION.
           MOVE RS-TABLE-NAME TO WS-TABLE-NAME
           MOVE RS-SOURCE-PATH TO WS-SOURCE-PATH
           MOVE RS-COMMIT-COUNT TO WS-COMMIT-COUNT
           MOVE "DEL" TO WS-FILE-TYPE
           MOVE SPACES TO WS-CHANGE-REPORT-FILE
           ADD 1 TO WS-AUDIT-ENTRY-COUNT
           ADD 1 TO WS-RESUBMIT-SEQ
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-IMPORT-RUN-TS
           MOVE SPACES TO WS-MSG-FILE-NAME
           STRING WS-REJECT-DIR DELIMITED BY SPACE
                  "REFRESHD." RS-BATCH-ID "." WS-RESUBMIT-SEQ
                  ".MSG" DELIMITED BY SIZE
               INTO WS-MSG-FILE-NAME
           PERFORM 3000-RUN-IMPORT
           PERFORM 4000-APPEND-HISTORY-ROW
           MOVE RS-BATCH-ID TO LR-RUN-TS
           MOVE "REFRESHD" TO LR-PROGRAM-ID
           MOVE WS-TABLE-NAME TO LR-TABLE-NAME
           MOVE WS-MSG-FILE-NAME TO LR-MSG-FILE
           MOVE SPACES TO LR-DUMP-FILE
           MOVE DB2-O-ROWS-REJECTED OF DB2G-IMPORT-OUT
               TO LR-ROWS-REJECTED
           MOVE SQLCODE TO LR-FINAL-SQLCODE
           WRITE LOAD-REJECT-RUN-REC
           PERFORM 9450-EXPLAIN-SQLCODE
           IF SQLCODE < 0
                   AND WS-JOB-SEVERITY < 8
               MOVE 8 TO WS-JOB-SEVERITY
           END-IF.

       3000-RUN-IMPORT.
      * INSERT_UPDATE keeps the refresh logged and online: rows whose
      * keys already exist are updated in place, new keys insert, and
           SET DB2-PI-FILE-TYPE OF DB2G-IMPORT-STRUCT
               TO ADDRESS OF WS-FILE-TYPE
           SET DB2-PI-FILE-TYPE-MOD OF DB2G-IMPORT-STRUCT TO NULL
           IF WS-MSG-FILE-NAME = SPACES
               SET DB2-PI-MSG-FILE-NAME OF DB2G-IMPORT-STRUCT TO NULL
               MOVE 0 TO WS-MSG-FILE-NAME-LEN
           ELSE
               SET DB2-PI-MSG-FILE-NAME OF DB2G-IMPORT-STRUCT
                   TO ADDRESS OF WS-MSG-FILE-NAME
               COMPUTE WS-MSG-FILE-NAME-LEN =
                   FUNCTION STORED-CHAR-LENGTH
                       (FUNCTION TRIM(WS-MSG-FILE-NAME))
           END-IF
           MOVE SQLU-INITIAL TO DB2-I-CALLER-ACTION
               OF DB2G-IMPORT-STRUCT
           SET DB2-PI-IMPORT-INFO-IN OF DB2G-IMPORT-STRUCT
           MOVE WS-SOURCE-PATH-LEN TO DB2-I-DATA-FILE-NAME-LEN
               OF DB2G-IMPORT-STRUCT
           MOVE 3 TO DB2-I-FILE-TYPE-LEN OF DB2G-IMPORT-STRUCT
           MOVE WS-MSG-FILE-NAME-LEN TO DB2-I-MSG-FILE-NAME-LEN
               OF DB2G-IMPORT-STRUCT
           SET DB2-PI-XML-PATH-LIST OF DB2G-IMPORT-STRUCT TO NULL
           SET DB2-PI-LONG-ACTION-STRING OF DB2G-IMPORT-STRUCT
               TO ADDRESS OF WS-ACTION-STRING-AREA
               OF DB2G-IMPORT-IN
           MOVE 0 TO DB2-I-ACCESS-LEVEL OF DB2G-IMPORT-IN
           SET DB2-PI-XML-PARSE OF DB2G-IMPORT-IN TO NULL
           PERFORM 3900-SET-XML-VALIDATION

           CALL "db2gImport" USING BY VALUE WS-DB2-VERSION
                     BY REFERENCE DB2G-IMPORT-STRUCT
                     BY REFERENCE SQLCA.

      * A table with an XML profile imports with XMLVALIDATE in force;
      * any other table keeps a NULL DB2-PI-XML-VALIDATE as before.
       3900-SET-XML-VALIDATION.
           MOVE 0 TO WS-XP-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-XP-NUM-ENTRY
               IF WS-XP-TABLE-NAME (WS-SUB) = WS-TABLE-NAME
                   MOVE WS-SUB TO WS-XP-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-XP-FOUND-SUB = 0
               SET DB2-PI-XML-VALIDATE OF DB2G-IMPORT-IN TO NULL
           ELSE
               PERFORM 3950-BUILD-XML-VALIDATE
               SET DB2-PI-XML-VALIDATE OF DB2G-IMPORT-IN
                   TO ADDRESS OF DB2DMUXML-VALIDATE
           END-IF.

      * DB2DMUXML-VALIDATE names what to validate with; its USING
      * SCHEMA or USING XDS argument block is addressed only for the
      * matching mode, schemaLocation hints need neither.
       3950-BUILD-XML-VALIDATE.
           MOVE WS-XP-SCHEMA-NAME (WS-XP-FOUND-SUB)
               TO WS-XML-SCHEMA-TEXT
           SET WS-XML-SCHEMA-PTR TO ADDRESS OF WS-XML-SCHEMA-TEXT
           COMPUTE WS-XML-SCHEMA-LEN =
               FUNCTION STORED-CHAR-LENGTH
                   (FUNCTION TRIM(WS-XML-SCHEMA-TEXT))
           MOVE 0 TO WS-XML-SCHEMA-OUT-LEN
           SET DB2-PI-XDS-ARGS OF DB2DMUXML-VALIDATE TO NULL
           SET DB2-PI-SCHEMA-ARGS OF DB2DMUXML-VALIDATE TO NULL
           EVALUATE WS-XP-VALIDATE-USING (WS-XP-FOUND-SUB)
               WHEN "S"
                   MOVE DB2DMU-XMLVAL-SCHEMA
                       TO DB2-I-USING OF DB2DMUXML-VALIDATE
                   SET DB2-PI-SCHEMA OF DB2DMUXML-VALIDATE-SCHEMA
                       TO ADDRESS OF WS-XML-SCHEMA-CHAR
                   SET DB2-PI-SCHEMA-ARGS OF DB2DMUXML-VALIDATE
                       TO ADDRESS OF DB2DMUXML-VALIDATE-SCHEMA
               WHEN "X"
                   MOVE DB2DMU-XMLVAL-XDS
                       TO DB2-I-USING OF DB2DMUXML-VALIDATE
                   PERFORM 3960-BUILD-XDS-ARGUMENTS
                   SET DB2-PI-XDS-ARGS OF DB2DMUXML-VALIDATE
                       TO ADDRESS OF DB2DMUXML-VALIDATE-XDS
               WHEN OTHER
                   MOVE DB2DMU-XMLVAL-SCHEMALOC-HINTS
                       TO DB2-I-USING OF DB2DMUXML-VALIDATE
           END-EVALUATE.

      * USING XDS: the profile's schema is the DEFAULT for documents
      * whose XDS names none, plus at most one MAP (from, to) pair.
       3960-BUILD-XDS-ARGUMENTS.
           IF WS-XML-SCHEMA-TEXT = SPACES
               SET DB2-PI-DEFAULT-SCHEMA OF DB2DMUXML-VALIDATE-XDS
                   TO NULL
           ELSE
               SET DB2-PI-DEFAULT-SCHEMA OF DB2DMUXML-VALIDATE-XDS
                   TO ADDRESS OF WS-XML-SCHEMA-CHAR
           END-IF
           MOVE 0 TO DB2-I-NUM-IGNORE-SCHEMAS
               OF DB2DMUXML-VALIDATE-XDS
           SET DB2-PI-IGNORE-SCHEMAS OF DB2DMUXML-VALIDATE-XDS
               TO NULL
           IF WS-XP-MAP-FROM-SCHEMA (WS-XP-FOUND-SUB) = SPACES
               MOVE 0 TO DB2-I-NUM-MAP-SCHEMAS
                   OF DB2DMUXML-VALIDATE-XDS
               SET DB2-PI-MAP-SCHEMAS OF DB2DMUXML-VALIDATE-XDS
                   TO NULL
           ELSE
               MOVE WS-XP-MAP-FROM-SCHEMA (WS-XP-FOUND-SUB)
                   TO WS-XML-MAP-FROM-TEXT
               MOVE WS-XP-MAP-TO-SCHEMA (WS-XP-FOUND-SUB)
                   TO WS-XML-MAP-TO-TEXT
               SET DB2-PIO-DATA OF DB2-I-MAP-FROM-SCHEMA
                   TO ADDRESS OF WS-XML-MAP-FROM-TEXT
               COMPUTE DB2-I-LENGTH OF DB2-I-MAP-FROM-SCHEMA =
                   FUNCTION STORED-CHAR-LENGTH
                       (FUNCTION TRIM(WS-XML-MAP-FROM-TEXT))
               MOVE 0 TO DB2-O-LENGTH OF DB2-I-MAP-FROM-SCHEMA
               SET DB2-PIO-DATA OF DB2-I-MAP-TO-SCHEMA
                   TO ADDRESS OF WS-XML-MAP-TO-TEXT
               COMPUTE DB2-I-LENGTH OF DB2-I-MAP-TO-SCHEMA =
                   FUNCTION STORED-CHAR-LENGTH
                       (FUNCTION TRIM(WS-XML-MAP-TO-TEXT))
               MOVE 0 TO DB2-O-LENGTH OF DB2-I-MAP-TO-SCHEMA
               MOVE 1 TO DB2-I-NUM-MAP-SCHEMAS
                   OF DB2DMUXML-VALIDATE-XDS
               SET DB2-PI-MAP-SCHEMAS OF DB2DMUXML-VALIDATE-XDS
                   TO ADDRESS OF DB2DMUXML-MAP-SCHEMA
           END-IF.

       4000-APPEND-HISTORY-ROW.
           MOVE DB2-O-ROWS-READ OF DB2G-IMPORT-OUT
               TO WS-ROWS-READ-DISP
               TO WS-ROWS-COMMITTED-DISP
           MOVE WS-COMMIT-COUNT TO WS-COMMIT-COUNT-DISP
           MOVE SQLCODE TO WS-SQLCODE-DISP
           MOVE SPACES TO REFRESH-HISTORY-REC
           STRING WS-IMPORT-RUN-TS "," WS-TABLE-NAME ","
                  WS-ROWS-READ-DISP "," WS-ROWS-SKIPPED-DISP ","
                  WS-ROWS-INSERTED-DISP "," WS-ROWS-UPDATED-DISP ","
                  WS-ROWS-REJECTED-DISP "," WS-ROWS-COMMITTED-DISP ","
                  WS-COMMIT-COUNT-DISP "," WS-SQLCODE-DISP ","
                  WS-CHANGE-REPORT-FILE
               DELIMITED BY SIZE INTO REFRESH-HISTORY-REC
           WRITE REFRESH-HISTORY-REC.

      * Only the documents XMLVALIDATE itself refused are counted as
      * the feed's rejected documents - see 4750.
       4700-APPEND-XML-VALIDATION.
           IF WS-XP-FOUND-SUB > 0
               PERFORM 4750-COUNT-XML-REJECTS
               MOVE WS-IMPORT-RUN-TS TO XV-RUN-TS
               MOVE "REFRESHD" TO XV-PROGRAM-ID
               MOVE WS-TABLE-NAME TO XV-TABLE-NAME
               MOVE WS-XP-XML-COLUMN (WS-XP-FOUND-SUB)
                   TO XV-XML-COLUMN
               MOVE WS-XP-VALIDATE-USING (WS-XP-FOUND-SUB)
                   TO XV-VALIDATE-USING
               MOVE WS-XP-SCHEMA-NAME (WS-XP-FOUND-SUB)
                   TO XV-SCHEMA-NAME
               MOVE DB2-O-ROWS-READ OF DB2G-IMPORT-OUT TO XV-ROWS-READ
               MOVE WS-XML-DOCS-REJECTED TO XV-DOCS-REJECTED
               MOVE SQLCODE TO XV-FINAL-SQLCODE
               WRITE XML-VALID-REC
               IF XV-DOCS-REJECTED > 0
                   MOVE XV-DOCS-REJECTED TO WS-XML-REJECTED-DISP
                   DISPLAY "REFRESHD: " WS-TABLE-NAME " "
                       WS-XML-REJECTED-DISP
                       " XML document(s) failed validation"
                   IF WS-JOB-SEVERITY < 4
                       MOVE 4 TO WS-JOB-SEVERITY
                   END-IF
               END-IF
           END-IF.

      * A document that fails validation is reported in the message
      * file under an SQL16xxxN message, one per document, ahead of
      * the SQL3185W naming its row; conversion, null and length
      * rejects carry other message numbers.  With no rows rejected
      * there is nothing to read.
       4750-COUNT-XML-REJECTS.
           MOVE 0 TO WS-XML-DOCS-REJECTED
           IF DB2-O-ROWS-REJECTED OF DB2G-IMPORT-OUT > 0
               OPEN INPUT IMPORT-MESSAGE-FILE
               IF WS-MSG-STATUS = "00"
                   MOVE "N" TO WS-MSG-EOF-SW
                   PERFORM UNTIL WS-MSG-EOF
                       READ IMPORT-MESSAGE-FILE
                           AT END MOVE "Y" TO WS-MSG-EOF-SW
                           NOT AT END
                               IF IMPORT-MESSAGE-REC (1:5) = "SQL16"
                                   AND IMPORT-MESSAGE-REC (4:5)
                                       IS NUMERIC
                                   AND IMPORT-MESSAGE-REC (9:1) = "N"
                                   ADD 1 TO WS-XML-DOCS-REJECTED
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE IMPORT-MESSAGE-FILE
               ELSE
                   DISPLAY "REFRESHD: " WS-TABLE-NAME
                       " message file unreadable (status "
                       WS-MSG-STATUS ") - XML rejects not counted"
                   IF WS-JOB-SEVERITY < 4
                       MOVE 4 TO WS-JOB-SEVERITY
                   END-IF
               END-IF
           END-IF.

       9000-TERMINATE.
           CLOSE REFRESH-HISTORY-FILE
           CLOSE XML-VALID-FILE.


      * Shared knowledge-base lookup - this driver's SQLCA lines go
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "REFRESHD" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS
           MOVE "IMPORT" TO OA-ACTION-VERB
           MOVE WS-AUDIT-ENTRY-COUNT TO OA-KEY-COUNT-1
           MOVE WS-HELD-COUNT TO OA-KEY-COUNT-2
           MOVE SQLCODE TO OA-FINAL-SQLCODE
           WRITE OPS-AUDIT-REC
           CLOSE OPS-AUDIT-FILE.

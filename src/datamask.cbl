      ******************************************************************
      *
      * Program: DATAMASK
      *
      * Function: Sensitive-data masking pass for cloned DEV/QA
      *           targets.  ENVCLONE restores a production image over
      *           a test database and then hands this driver the
      *           target and source aliases through the masking
      *           request file MASKREQ.DAT, the same request-file
      *           handoff DBPROV uses to have BKRECON take a first
      *           full.  The rule file MASKRULE.DAT lists, per source
      *           alias (blank for every source), each sensitive
      *           table, the column's position in the DEL export, its
      *           name for the report, and a rule:
      *
      *             S  substitute a value from the named list in
      *                MASKSUBS.DAT
      *             H  hash preserving format - digits stay digits,
      *                letters stay letters in the same case, every
      *                other character is kept
      *             N  null the column out
      *             D  shift the date by the signed number of days
      *
      *           Both S and H are keyed on a hash of the original
      *           value and the site key in DATAMASK.CFG, so the same
      *           customer number masks to the same value in every
      *           table and masked keys still join.  Each table is
      *           exported with db2gExport, masked row by row, and
      *           reloaded with a REPLACE import through db2gImport;
      *           the raw export is emptied as soon as it has been
      *           masked.  A verification pass then re-exports the
      *           table and proves, row by row, that every row whose
      *           value was sampled during masking now carries exactly
      *           the masked value written for it (so the original is
      *           gone from that row), that nulled columns are null,
      *           and that no row was lost on the way back in.  A
      *           masked value that merely equals some other row's
      *           original - routine in a dense, low-cardinality
      *           column - is not mistaken for a leak.
      *
      *           DATAMASK.CFG must be present and carry a site key:
      *           without it the masked values could not be tied to
      *           this site's key, so the run is refused (return
      *           code 12) rather than masked with a built-in one.
      *
      *           A target whose DBREGIST.DAT tier is PROD, or which
      *           the registry does not know, is refused outright -
      *           there is no approval token that lets this driver
      *           rewrite production data.  The run ends 0 only when
      *           every table verified; ENVCLONE releases the refresh
      *           to the team on nothing less.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATAMASK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASK-REQUEST-FILE ASSIGN TO WS-REQUEST-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT DB-REGISTRY-FILE ASSIGN TO WS-REGISTRY-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT MASK-CONFIG-FILE ASSIGN TO WS-CONFIG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT MASK-RULE-FILE ASSIGN TO WS-RULE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT MASK-SUBST-FILE ASSIGN TO WS-SUBST-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBST-STATUS.
           SELECT EXPORT-DATA-FILE ASSIGN TO WS-EXPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.
           SELECT MASKED-DATA-FILE ASSIGN TO WS-MASKED-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASKED-STATUS.
           SELECT VERIFY-DATA-FILE ASSIGN TO WS-VERIFY-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERIFY-STATUS.
           SELECT MASK-REPORT-FILE ASSIGN TO WS-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT OPS-AUDIT-FILE ASSIGN TO WS-OPSAUDIT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASK-REQUEST-FILE
           RECORDING MODE IS F.
       01  MASK-REQUEST-REC.
           05 MQ-TARGET-ALIAS         PIC X(8).
           05 MQ-SOURCE-ALIAS         PIC X(8).

       FD  DB-REGISTRY-FILE
           RECORDING MODE IS F.
           COPY "dbregist.cpy".

       FD  MASK-CONFIG-FILE
           RECORDING MODE IS F.
       01  MASK-CONFIG-REC.
           05 MC-HASH-KEY             PIC 9(9).
           05 MC-SAMPLE-SIZE          PIC 9(2).
           05 MC-COMMIT-COUNT         PIC 9(9).

       FD  MASK-RULE-FILE
           RECORDING MODE IS F.
       01  MASK-RULE-REC.
           05 MK-SOURCE-ALIAS         PIC X(8).
           05 MK-TABLE-NAME           PIC X(30).
           05 MK-COLUMN-NO            PIC 9(3).
           05 MK-COLUMN-NAME          PIC X(18).
           05 MK-RULE-TYPE            PIC X.
               88 MK-SUBSTITUTE       VALUE "S".
               88 MK-HASH             VALUE "H".
               88 MK-NULL-OUT         VALUE "N".
               88 MK-SHIFT-DATE       VALUE "D".
           05 MK-RULE-PARM            PIC X(8).
           05 MK-LIST-NAME REDEFINES MK-RULE-PARM
                                      PIC X(8).
           05 MK-DATE-PARM REDEFINES MK-RULE-PARM.
               10 MK-SHIFT-DAYS       PIC S9(4) SIGN LEADING SEPARATE.
               10 FILLER              PIC X(3).

       FD  MASK-SUBST-FILE
           RECORDING MODE IS F.
       01  MASK-SUBST-REC.
           05 MS-LIST-NAME            PIC X(8).
           05 MS-VALUE                PIC X(40).

       FD  EXPORT-DATA-FILE
           RECORDING MODE IS F.
       01  EXPORT-DATA-REC            PIC X(4000).

       FD  MASKED-DATA-FILE
           RECORDING MODE IS F.
       01  MASKED-DATA-REC            PIC X(4000).

       FD  VERIFY-DATA-FILE
           RECORDING MODE IS F.
       01  VERIFY-DATA-REC            PIC X(4000).

       FD  MASK-REPORT-FILE
           RECORDING MODE IS F.
       01  MASK-REPORT-REC            PIC X(132).

       FD  OPS-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "opsaudit.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DB2-VERSION             PIC S9(9) COMP-5 VALUE 0.
           COPY "db2ApiDf.cbl".
           COPY "sqlenv.cbl".
           COPY "sqlutil.cbl".
           COPY "sqlca.cpy".

       01  WS-REQUEST-DD              PIC X(40) VALUE "MASKREQ.DAT".
       01  WS-REGISTRY-DD             PIC X(40) VALUE "DBREGIST.DAT".
       01  WS-CONFIG-DD               PIC X(40) VALUE "DATAMASK.CFG".
       01  WS-RULE-DD                 PIC X(40) VALUE "MASKRULE.DAT".
       01  WS-SUBST-DD                PIC X(40) VALUE "MASKSUBS.DAT".
       01  WS-EXPORT-DD               PIC X(40) VALUE "MASKEXP.DEL".
       01  WS-MASKED-DD               PIC X(40) VALUE "MASKLOAD.DEL".
       01  WS-VERIFY-DD               PIC X(40) VALUE "MASKVER.DEL".
       01  WS-REPORT-DD               PIC X(40) VALUE "DATAMASK.RPT".

       01  WS-REQUEST-STATUS          PIC XX.
       01  WS-REGISTRY-STATUS         PIC XX.
       01  WS-CONFIG-STATUS           PIC XX.
       01  WS-RULE-STATUS             PIC XX.
       01  WS-SUBST-STATUS            PIC XX.
       01  WS-EXPORT-STATUS           PIC XX.
       01  WS-MASKED-STATUS           PIC XX.
       01  WS-VERIFY-STATUS           PIC XX.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-EOF-SW                  PIC X     VALUE "N".
           88 WS-EOF                  VALUE "Y".

       01  WS-TARGET-ALIAS            PIC X(8)  VALUE SPACES.
       01  WS-SOURCE-ALIAS            PIC X(8)  VALUE SPACES.
       01  WS-TARGET-TIER             PIC X(4)  VALUE SPACES.
       01  WS-TARGET-IN-REGISTRY-SW   PIC X     VALUE "N".
           88 WS-TARGET-IN-REGISTRY   VALUE "Y".
       01  WS-TARGET-CLEARED-SW       PIC X     VALUE "N".
           88 WS-TARGET-CLEARED       VALUE "Y".
       01  WS-RULES-BAD-SW            PIC X     VALUE "N".
           88 WS-RULES-BAD            VALUE "Y".
       01  WS-REFUSAL-REASON          PIC X(60) VALUE SPACES.

      * Site key folded into every S and H hash, so the masked values
      * cannot be rebuilt by anyone who only has the rule file - it
      * comes from DATAMASK.CFG and nowhere else.  The sample size is
      * how many distinct original values per masked column the
      * verification pass checks, each in the row it was taken from.
       01  WS-HASH-KEY                PIC 9(9)  VALUE 0.
       01  WS-CONFIG-LOADED-SW        PIC X     VALUE "N".
           88 WS-CONFIG-LOADED        VALUE "Y".
       01  WS-SAMPLE-LIMIT            PIC 9(4)  COMP-5 VALUE 20.
       01  WS-COMMIT-COUNT            PIC 9(9)  COMP-5 VALUE 1000.

       01  WS-DB-ALIAS-Z              PIC X(9)  VALUE SPACES.
       01  WS-NULL-PTR                USAGE IS POINTER VALUE NULL.
       01  WS-USE-MODE                PIC 9(4)  COMP-5 VALUE 0.
       01  WS-CONNECTED-SW            PIC X     VALUE "N".
           88 WS-CONNECTED            VALUE "Y".

      * Masking rules that apply to this run's source, each carrying
      * the original values sampled from its column while masking,
      * with the row each came from (its ordinal in the reload file)
      * and the masked value written there - capped OCCURS 200 with
      * 20 samples a rule.
       01  WS-RULE-TABLE.
           05 WS-RL-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-RL-ENTRY OCCURS 200 TIMES INDEXED BY WS-RL-IDX.
               10 WS-RL-TABLE-NAME    PIC X(30).
               10 WS-RL-COLUMN-NO     PIC 9(4)  COMP-5.
               10 WS-RL-COLUMN-NAME   PIC X(18).
               10 WS-RL-RULE-TYPE     PIC X.
               10 WS-RL-LIST-NAME     PIC X(8).
               10 WS-RL-LIST-COUNT    PIC 9(4)  COMP-5.
               10 WS-RL-SHIFT-DAYS    PIC S9(4) COMP-5.
               10 WS-RL-SAMPLE-COUNT  PIC 9(4)  COMP-5.
               10 WS-RL-SAMPLE-ENTRY  OCCURS 20 TIMES.
                   15 WS-RL-SAMPLE        PIC X(60).
                   15 WS-RL-SAMPLE-MASKED PIC X(60).
                   15 WS-RL-SAMPLE-ROW    PIC 9(9)  COMP-5.

      * Distinct tables named by the rules, masked in rule-file order.
       01  WS-MASK-TABLE.
           05 WS-MT-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-MT-ENTRY OCCURS 50 TIMES INDEXED BY WS-MT-IDX.
               10 WS-MT-TABLE-NAME    PIC X(30).
       01  WS-TABLE-LISTED-SW         PIC X     VALUE "N".
           88 WS-TABLE-LISTED         VALUE "Y".

      * Substitution lists - every MASKSUBS.DAT value under its list
      * name, capped OCCURS 500.
       01  WS-SUBST-TABLE.
           05 WS-SB-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-SB-ENTRY OCCURS 500 TIMES INDEXED BY WS-SB-IDX.
               10 WS-SB-LIST-NAME     PIC X(8).
               10 WS-SB-VALUE         PIC X(40).

      * Rule index for each DEL column of the table being masked
      * (0 = column carried through unchanged).
       01  WS-COLUMN-MAP.
           05 WS-CM-RULE-SUB          PIC 9(4)  COMP-5
                                      OCCURS 200 TIMES.
       01  WS-MAX-RULE-COLUMN         PIC 9(4)  COMP-5 VALUE 0.

      * One DEL row split into its columns: start and length of each
      * field in WS-DEL-LINE, quotes included.  Commas inside a
      * quoted string do not split it.
       01  WS-DEL-LINE                PIC X(4000) VALUE SPACES.
       01  WS-LINE-LEN                PIC 9(4)  COMP-5 VALUE 0.
       01  WS-POS                     PIC 9(4)  COMP-5 VALUE 0.
       01  WS-IN-QUOTE-SW             PIC X     VALUE "N".
           88 WS-IN-QUOTE             VALUE "Y".
       01  WS-FIELD-TABLE.
           05 WS-FLD-COUNT            PIC 9(4)  COMP-5 VALUE 0.
           05 WS-FLD-ENTRY OCCURS 200 TIMES.
               10 WS-FLD-START        PIC 9(4)  COMP-5.
               10 WS-FLD-LEN          PIC 9(4)  COMP-5.
       01  WS-FLD-SUB                 PIC 9(4)  COMP-5 VALUE 0.
       01  WS-ROW-TOO-WIDE-SW         PIC X     VALUE "N".
           88 WS-ROW-TOO-WIDE         VALUE "Y".

       01  WS-OUT-LINE                PIC X(4000) VALUE SPACES.
       01  WS-OUT-PTR                 PIC 9(4)  COMP-5 VALUE 0.

      * The value of the column in hand (quotes stripped) and the
      * masked value that replaces it.
       01  WS-RULE-SUB                PIC 9(4)  COMP-5 VALUE 0.
       01  WS-FIELD-VALUE             PIC X(254) VALUE SPACES.
       01  WS-FIELD-LEN               PIC 9(4)  COMP-5 VALUE 0.
       01  WS-FIELD-QUOTED-SW         PIC X     VALUE "N".
           88 WS-FIELD-QUOTED         VALUE "Y".
       01  WS-MASKED-VALUE            PIC X(254) VALUE SPACES.
       01  WS-MASKED-LEN              PIC 9(4)  COMP-5 VALUE 0.

       01  WS-HASH                    PIC S9(18) COMP-5 VALUE 0.
       01  WS-CHR-SUB                 PIC 9(4)  COMP-5 VALUE 0.
       01  WS-CHR                     PIC X     VALUE SPACE.
       01  WS-DIGIT                   PIC 9     VALUE 0.
       01  WS-ALPHA-POS               PIC 9(4)  COMP-5 VALUE 0.
       01  WS-ALPHA-SUB               PIC 9(4)  COMP-5 VALUE 0.
       01  WS-UPPER-ALPHABET          PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-LOWER-ALPHABET          PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-PICK                    PIC 9(4)  COMP-5 VALUE 0.
       01  WS-PICK-SEEN               PIC 9(4)  COMP-5 VALUE 0.
       01  WS-SAMPLE-SUB              PIC 9(4)  COMP-5 VALUE 0.
       01  WS-SAMPLE-FOUND-SW         PIC X     VALUE "N".
           88 WS-SAMPLE-FOUND         VALUE "Y".
       01  WS-SAMPLE-ROW              PIC 9(9)  COMP-5 VALUE 0.
       01  WS-EXPECTED-VALUE          PIC X(60) VALUE SPACES.

      * Date shifting - DEL carries DATE columns as yyyymmdd and
      * timestamps as yyyy-mm-dd-hh.mm.ss; either keeps its shape.
       01  WS-DATE-FORM               PIC X     VALUE SPACE.
       01  WS-DATE-TEXT               PIC X(8)  VALUE SPACES.
       01  WS-DATE-NUM REDEFINES WS-DATE-TEXT
                                      PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-TEXT.
           05 WS-DATE-YYYY            PIC 9(4).
           05 WS-DATE-MM              PIC 9(2).
           05 WS-DATE-DD              PIC 9(2).
       01  WS-DATE-JULIAN             PIC S9(9) VALUE 0.

      * Per-table progress and outcome.
       01  WS-TABLE-NAME              PIC X(30) VALUE SPACES.
       01  WS-TABLE-OK-SW             PIC X     VALUE "Y".
           88 WS-TABLE-OK             VALUE "Y".
       01  WS-TABLE-STATUS            PIC X(10) VALUE SPACES.
       01  WS-FAIL-REASON             PIC X(40) VALUE SPACES.
       01  WS-ROWS-EXPORTED           PIC 9(18) VALUE 0.
       01  WS-ROWS-MASKED             PIC 9(9)  VALUE 0.
       01  WS-ROWS-RELOADED           PIC 9(18) VALUE 0.
       01  WS-ROWS-VERIFIED           PIC 9(9)  VALUE 0.
       01  WS-MASK-ERROR-COUNT        PIC 9(9)  VALUE 0.
       01  WS-LEAK-COUNT              PIC 9(9)  VALUE 0.
       01  WS-TABLE-RULE-COUNT        PIC 9(4)  VALUE 0.

       01  WS-TABLES-VERIFIED         PIC 9(9)  VALUE 0.
       01  WS-TABLES-FAILED           PIC 9(9)  VALUE 0.

       01  WS-FILE-TYPE               PIC X(3)  VALUE "DEL".
       01  WS-DATA-PATH               PIC X(40) VALUE SPACES.
       01  WS-DATA-PATH-LEN           PIC 9(4)  COMP-5 VALUE 0.

      * db2gExport's and db2gImport's action strings are sqllob-style
      * areas whose 4-byte length prefixes the statement bytes - the
      * SELECT or REPLACE built per table is staged here.
       01  WS-ACTION-STRING-AREA.
           05 WS-ACTION-STRING-LEN    PIC 9(9) COMP-5 VALUE 0.
           05 WS-ACTION-STRING-TEXT   PIC X(200) VALUE SPACES.

       01  WS-ROWS-DISP               PIC Z(8)9.
       01  WS-COUNT-DISP              PIC Z(8)9.
       01  WS-LEAK-DISP               PIC Z(8)9.
       01  WS-COLUMN-DISP             PIC ZZ9.
       01  WS-SQLCODE-DISP            PIC -(8)9.

       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "DATAMASK".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.

       01  WS-KB-SQLCODE              PIC S9(9) COMP-5 VALUE 0.
       01  WS-KB-EXPLAIN-LINE         PIC X(132) VALUE SPACES.

      * Scheduler return-code severity for this run: 0 clean, 4
      * warnings, 8 check failed / do not proceed, 12 driver
      * failed - the suite-wide condition-code convention.
       01  WS-JOB-SEVERITY            PIC 9(2)  VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-TARGET-CLEARED
               PERFORM 1500-START-USING-TARGET
               IF WS-CONNECTED
                   PERFORM 2000-MASK-ALL-TABLES
                   CALL "sqlestpd" USING BY REFERENCE SQLCA
               END-IF
           END-IF
           PERFORM 8000-WRITE-VERDICT
           PERFORM 9500-WRITE-AUDIT-RECORD
           PERFORM 9000-TERMINATE
           MOVE WS-JOB-SEVERITY TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-START-TS
           CALL "RUNCORID" USING BY REFERENCE WS-RUN-PROGRAM-ID
                                 BY REFERENCE WS-RUN-ID
           OPEN EXTEND MASK-REPORT-FILE
           IF WS-REPORT-STATUS = "35"
               CLOSE MASK-REPORT-FILE
               OPEN OUTPUT MASK-REPORT-FILE
           END-IF
           MOVE SPACES TO MASK-REPORT-REC
           STRING "CLONE MASKING REPORT  RUN=" WS-AUDIT-START-TS
                  "  RUN ID=" WS-RUN-ID
               DELIMITED BY SIZE INTO MASK-REPORT-REC
           WRITE MASK-REPORT-REC
           PERFORM 1100-READ-REQUEST
           PERFORM 1200-LOAD-CONFIG
           IF WS-CONFIG-LOADED
               PERFORM 1300-CHECK-TARGET-TIER
           END-IF
           IF WS-TARGET-CLEARED
               PERFORM 1400-LOAD-RULES
               PERFORM 1450-LOAD-SUBST-LISTS
               PERFORM 1480-CHECK-RULES
           END-IF.

       1100-READ-REQUEST.
           MOVE SPACES TO WS-TARGET-ALIAS
           MOVE SPACES TO WS-SOURCE-ALIAS
           OPEN INPUT MASK-REQUEST-FILE
           IF WS-REQUEST-STATUS = "00"
               READ MASK-REQUEST-FILE
                   NOT AT END
                       MOVE MQ-TARGET-ALIAS TO WS-TARGET-ALIAS
                       MOVE MQ-SOURCE-ALIAS TO WS-SOURCE-ALIAS
               END-READ
               CLOSE MASK-REQUEST-FILE
           END-IF
           MOVE SPACES TO MASK-REPORT-REC
           STRING "TARGET=" WS-TARGET-ALIAS
                  " SOURCE=" WS-SOURCE-ALIAS
               DELIMITED BY SIZE INTO MASK-REPORT-REC
           WRITE MASK-REPORT-REC.

      * No configuration, or one without a usable site key, stops
      * the run before the target is touched.
       1200-LOAD-CONFIG.
           MOVE "N" TO WS-CONFIG-LOADED-SW
           OPEN INPUT MASK-CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               READ MASK-CONFIG-FILE
                   NOT AT END
                       IF MC-HASH-KEY IS NUMERIC
                               AND MC-HASH-KEY > 0
                           MOVE MC-HASH-KEY TO WS-HASH-KEY
                           MOVE "Y" TO WS-CONFIG-LOADED-SW
                       END-IF
                       IF MC-SAMPLE-SIZE IS NUMERIC
                               AND MC-SAMPLE-SIZE > 0
                               AND MC-SAMPLE-SIZE NOT > 20
                           MOVE MC-SAMPLE-SIZE TO WS-SAMPLE-LIMIT
                       END-IF
                       IF MC-COMMIT-COUNT IS NUMERIC
                               AND MC-COMMIT-COUNT > 0
                           MOVE MC-COMMIT-COUNT TO WS-COMMIT-COUNT
                       END-IF
               END-READ
               CLOSE MASK-CONFIG-FILE
           END-IF
           IF NOT WS-CONFIG-LOADED
               MOVE 12 TO WS-JOB-SEVERITY
               MOVE "DATAMASK.CFG MISSING, UNREADABLE OR WITHOUT A KEY"
                   TO WS-REFUSAL-REASON
               PERFORM 1900-LOG-REFUSAL
           END-IF.

      * The tier gate is this driver's own - it does not trust the
      * caller to have screened the target.  A production alias, or
      * an alias the registry cannot vouch for, is never masked.
       1300-CHECK-TARGET-TIER.
           MOVE "N" TO WS-TARGET-IN-REGISTRY-SW
           MOVE SPACES TO WS-TARGET-TIER
           OPEN INPUT DB-REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ DB-REGISTRY-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF DR-ALIAS = WS-TARGET-ALIAS
                                   AND WS-TARGET-ALIAS NOT = SPACES
                               MOVE "Y" TO WS-TARGET-IN-REGISTRY-SW
                               MOVE DR-ENV-TIER TO WS-TARGET-TIER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DB-REGISTRY-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-TARGET-ALIAS = SPACES
                   MOVE "NO TARGET IN MASKREQ.DAT" TO WS-REFUSAL-REASON
               WHEN NOT WS-TARGET-IN-REGISTRY
                   MOVE "TARGET NOT IN DBREGIST.DAT"
                       TO WS-REFUSAL-REASON
               WHEN WS-TARGET-TIER = "PROD"
                   MOVE "TARGET TIER IS PROD - NEVER A MASKING TARGET"
                       TO WS-REFUSAL-REASON
               WHEN OTHER
                   MOVE "Y" TO WS-TARGET-CLEARED-SW
           END-EVALUATE
           IF NOT WS-TARGET-CLEARED
               PERFORM 1900-LOG-REFUSAL
           END-IF.

       1400-LOAD-RULES.
           OPEN INPUT MASK-RULE-FILE
           IF WS-RULE-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ MASK-RULE-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF MK-SOURCE-ALIAS = SPACES
                                   OR MK-SOURCE-ALIAS = WS-SOURCE-ALIAS
                               PERFORM 1410-ADD-RULE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASK-RULE-FILE
           ELSE
               DISPLAY "DATAMASK: rule file MASKRULE.DAT not "
                   "readable - status " WS-RULE-STATUS
           END-IF.

       1410-ADD-RULE.
           IF MK-TABLE-NAME = SPACES
                   OR MK-COLUMN-NO IS NOT NUMERIC
                   OR MK-COLUMN-NO = 0
                   OR MK-COLUMN-NO > 200
                   OR NOT (MK-SUBSTITUTE OR MK-HASH
                           OR MK-NULL-OUT OR MK-SHIFT-DATE)
               PERFORM 1420-LOG-BAD-RULE
           ELSE
               IF MK-SHIFT-DATE
                       AND (MK-SHIFT-DAYS IS NOT NUMERIC
                            OR MK-SHIFT-DAYS = 0)
                   PERFORM 1420-LOG-BAD-RULE
               ELSE
                   IF WS-RL-NUM-ENTRY < 200
                       ADD 1 TO WS-RL-NUM-ENTRY
                       SET WS-RL-IDX TO WS-RL-NUM-ENTRY
                       MOVE MK-TABLE-NAME
                           TO WS-RL-TABLE-NAME (WS-RL-IDX)
                       MOVE MK-COLUMN-NO TO WS-RL-COLUMN-NO (WS-RL-IDX)
                       MOVE MK-COLUMN-NAME
                           TO WS-RL-COLUMN-NAME (WS-RL-IDX)
                       MOVE MK-RULE-TYPE TO WS-RL-RULE-TYPE (WS-RL-IDX)
                       MOVE SPACES TO WS-RL-LIST-NAME (WS-RL-IDX)
                       MOVE 0 TO WS-RL-SHIFT-DAYS (WS-RL-IDX)
                       IF MK-SUBSTITUTE
                           MOVE MK-LIST-NAME
                               TO WS-RL-LIST-NAME (WS-RL-IDX)
                       END-IF
                       IF MK-SHIFT-DATE
                           MOVE MK-SHIFT-DAYS
                               TO WS-RL-SHIFT-DAYS (WS-RL-IDX)
                       END-IF
                       MOVE 0 TO WS-RL-LIST-COUNT (WS-RL-IDX)
                       MOVE 0 TO WS-RL-SAMPLE-COUNT (WS-RL-IDX)
                       PERFORM 1430-ADD-MASK-TABLE
                   ELSE
      * A rule that cannot be held is a column that would go out
      * unmasked, so a full table fails the run rather than warns.
                       MOVE "Y" TO WS-RULES-BAD-SW
                       DISPLAY "DATAMASK: rule table full (200) - "
                           "cannot hold " MK-TABLE-NAME
                   END-IF
               END-IF
           END-IF.

       1420-LOG-BAD-RULE.
           MOVE "Y" TO WS-RULES-BAD-SW
           MOVE SPACES TO MASK-REPORT-REC
           STRING "INVALID RULE: " MASK-RULE-REC
               DELIMITED BY SIZE INTO MASK-REPORT-REC
           WRITE MASK-REPORT-REC.

       1430-ADD-MASK-TABLE.
           MOVE "N" TO WS-TABLE-LISTED-SW
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MT-NUM-ENTRY
               IF WS-MT-TABLE-NAME (WS-MT-IDX) = MK-TABLE-NAME
                   MOVE "Y" TO WS-TABLE-LISTED-SW
               END-IF
           END-PERFORM
           IF NOT WS-TABLE-LISTED
               IF WS-MT-NUM-ENTRY < 50
                   ADD 1 TO WS-MT-NUM-ENTRY
                   SET WS-MT-IDX TO WS-MT-NUM-ENTRY
                   MOVE MK-TABLE-NAME TO WS-MT-TABLE-NAME (WS-MT-IDX)
               ELSE
                   MOVE "Y" TO WS-RULES-BAD-SW
                   DISPLAY "DATAMASK: table list full (50) - "
                       "cannot hold " MK-TABLE-NAME
               END-IF
           END-IF.

       1450-LOAD-SUBST-LISTS.
           OPEN INPUT MASK-SUBST-FILE
           IF WS-SUBST-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ MASK-SUBST-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF MS-LIST-NAME NOT = SPACES
                                   AND MS-VALUE NOT = SPACES
                               IF WS-SB-NUM-ENTRY < 500
                                   ADD 1 TO WS-SB-NUM-ENTRY
                                   SET WS-SB-IDX TO WS-SB-NUM-ENTRY
                                   MOVE MS-LIST-NAME
                                       TO WS-SB-LIST-NAME (WS-SB-IDX)
                                   MOVE MS-VALUE
                                       TO WS-SB-VALUE (WS-SB-IDX)
                               ELSE
                                   DISPLAY "DATAMASK: substitution "
                                       "table full (500) - skipping "
                                       MS-VALUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASK-SUBST-FILE
           END-IF.

      * Every substitution rule needs a list with something in it,
      * and there must be at least one rule - a clone with nothing to
      * mask has nothing proven about it either.
       1480-CHECK-RULES.
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RL-NUM-ENTRY
               IF WS-RL-RULE-TYPE (WS-RL-IDX) = "S"
                   PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                           UNTIL WS-SB-IDX > WS-SB-NUM-ENTRY
                       IF WS-SB-LIST-NAME (WS-SB-IDX)
                               = WS-RL-LIST-NAME (WS-RL-IDX)
                           ADD 1 TO WS-RL-LIST-COUNT (WS-RL-IDX)
                       END-IF
                   END-PERFORM
                   IF WS-RL-LIST-COUNT (WS-RL-IDX) = 0
                       MOVE "Y" TO WS-RULES-BAD-SW
                       MOVE SPACES TO MASK-REPORT-REC
                       STRING "INVALID RULE: "
                              WS-RL-TABLE-NAME (WS-RL-IDX)
                              " " WS-RL-COLUMN-NAME (WS-RL-IDX)
                              " - LIST " WS-RL-LIST-NAME (WS-RL-IDX)
                              " EMPTY OR MISSING IN MASKSUBS.DAT"
                           DELIMITED BY SIZE INTO MASK-REPORT-REC
                       WRITE MASK-REPORT-REC
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-RULES-BAD
                   MOVE "N" TO WS-TARGET-CLEARED-SW
                   MOVE "MASKRULE.DAT HAS RULES THAT CANNOT BE APPLIED"
                       TO WS-REFUSAL-REASON
                   PERFORM 1900-LOG-REFUSAL
               WHEN WS-RL-NUM-ENTRY = 0
                   MOVE "N" TO WS-TARGET-CLEARED-SW
                   MOVE "NO MASKING RULES FOR THIS SOURCE"
                       TO WS-REFUSAL-REASON
                   PERFORM 1900-LOG-REFUSAL
           END-EVALUATE.

      * Exclusive use keeps anyone from reading the target while a
      * table sits half-masked between its export and its reload.
       1500-START-USING-TARGET.
           MOVE SPACES TO WS-DB-ALIAS-Z
           STRING WS-TARGET-ALIAS DELIMITED BY SPACE
                  X"00" DELIMITED BY SIZE
               INTO WS-DB-ALIAS-Z
           COMPUTE WS-USE-MODE = FUNCTION ORD (SQL-USE-EXC) - 1
           CALL "sqlestrd" USING BY REFERENCE WS-DB-ALIAS-Z
                     BY VALUE WS-NULL-PTR
                     BY VALUE WS-USE-MODE
                     BY REFERENCE SQLCA
           IF SQLCODE = 0
               MOVE "Y" TO WS-CONNECTED-SW
           ELSE
               MOVE "N" TO WS-CONNECTED-SW
               MOVE SQLCODE TO WS-SQLCODE-DISP
               MOVE SPACES TO MASK-REPORT-REC
               STRING WS-TARGET-ALIAS " START USING DATABASE FAILED"
                      " SQLCODE=" WS-SQLCODE-DISP
                   DELIMITED BY SIZE INTO MASK-REPORT-REC
               WRITE MASK-REPORT-REC
               PERFORM 9450-EXPLAIN-SQLCODE
               IF WS-JOB-SEVERITY < 12
                   MOVE 12 TO WS-JOB-SEVERITY
               END-IF
           END-IF.

       1900-LOG-REFUSAL.
           IF WS-JOB-SEVERITY < 8
               MOVE 8 TO WS-JOB-SEVERITY
           END-IF
           MOVE SPACES TO MASK-REPORT-REC
           STRING "MASKING REFUSED TARGET=" WS-TARGET-ALIAS
                  " - " WS-REFUSAL-REASON
               DELIMITED BY SIZE INTO MASK-REPORT-REC
           WRITE MASK-REPORT-REC.

       2000-MASK-ALL-TABLES.
           MOVE SPACES TO MASK-REPORT-REC
           WRITE MASK-REPORT-REC
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MT-NUM-ENTRY
               MOVE WS-MT-TABLE-NAME (WS-MT-IDX) TO WS-TABLE-NAME
               PERFORM 3000-MASK-ONE-TABLE
           END-PERFORM.

      * Export, mask, reload, verify - each step only runs when the
      * one before it left the table in a state worth continuing.
       3000-MASK-ONE-TABLE.
           MOVE "Y" TO WS-TABLE-OK-SW
           MOVE SPACES TO WS-FAIL-REASON
           MOVE 0 TO WS-ROWS-EXPORTED
           MOVE 0 TO WS-ROWS-MASKED
           MOVE 0 TO WS-ROWS-RELOADED
           MOVE 0 TO WS-ROWS-VERIFIED
           MOVE 0 TO WS-MASK-ERROR-COUNT
           MOVE 0 TO WS-LEAK-COUNT
           PERFORM 3100-BUILD-COLUMN-MAP
           MOVE WS-EXPORT-DD TO WS-DATA-PATH
           PERFORM 3700-CALL-EXPORT
           IF SQLCODE < 0
               MOVE "N" TO WS-TABLE-OK-SW
               MOVE "EXPORT FAILED" TO WS-FAIL-REASON
               PERFORM 3800-LOG-API-FAILURE
           ELSE
               MOVE DB2-O-ROWS-EXPORTED OF DB2EXPORT-OUT
                   TO WS-ROWS-EXPORTED
               PERFORM 3300-MASK-EXPORTED-ROWS
           END-IF
           IF WS-TABLE-OK
               PERFORM 3400-RELOAD-TABLE
           END-IF
           IF WS-TABLE-OK
               PERFORM 3500-VERIFY-TABLE
           END-IF
           PERFORM 3600-WRITE-TABLE-LINE.

       3100-BUILD-COLUMN-MAP.
           MOVE 0 TO WS-MAX-RULE-COLUMN
           MOVE 0 TO WS-TABLE-RULE-COUNT
           PERFORM VARYING WS-FLD-SUB FROM 1 BY 1
                   UNTIL WS-FLD-SUB > 200
               MOVE 0 TO WS-CM-RULE-SUB (WS-FLD-SUB)
           END-PERFORM
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RL-NUM-ENTRY
               IF WS-RL-TABLE-NAME (WS-RL-IDX) = WS-TABLE-NAME
                   SET WS-RULE-SUB TO WS-RL-IDX
                   MOVE WS-RL-COLUMN-NO (WS-RL-IDX) TO WS-FLD-SUB
                   IF WS-CM-RULE-SUB (WS-FLD-SUB) = 0
                       MOVE WS-RULE-SUB TO WS-CM-RULE-SUB (WS-FLD-SUB)
                       ADD 1 TO WS-TABLE-RULE-COUNT
                   END-IF
                   MOVE 0 TO WS-RL-SAMPLE-COUNT (WS-RL-IDX)
                   IF WS-FLD-SUB > WS-MAX-RULE-COLUMN
                       MOVE WS-FLD-SUB TO WS-MAX-RULE-COLUMN
                   END-IF
               END-IF
           END-PERFORM.

      * The raw export holds production values, so it is emptied the
      * moment its rows have been masked, whether or not they all
      * masked cleanly.
       3300-MASK-EXPORTED-ROWS.
           OPEN INPUT EXPORT-DATA-FILE
           OPEN OUTPUT MASKED-DATA-FILE
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ EXPORT-DATA-FILE
                   AT END MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       MOVE EXPORT-DATA-REC TO WS-DEL-LINE
                       PERFORM 4000-SPLIT-DEL-LINE
                       IF WS-ROW-TOO-WIDE
                               OR WS-FLD-COUNT < WS-MAX-RULE-COLUMN
                           ADD 1 TO WS-MASK-ERROR-COUNT
                       ELSE
                           PERFORM 4100-BUILD-MASKED-LINE
                           MOVE WS-OUT-LINE TO MASKED-DATA-REC
                           WRITE MASKED-DATA-REC
                           ADD 1 TO WS-ROWS-MASKED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXPORT-DATA-FILE
           CLOSE MASKED-DATA-FILE
           OPEN OUTPUT EXPORT-DATA-FILE
           CLOSE EXPORT-DATA-FILE
           IF WS-MASK-ERROR-COUNT > 0
               MOVE "N" TO WS-TABLE-OK-SW
               MOVE "VALUES COULD NOT BE MASKED" TO WS-FAIL-REASON
               IF WS-JOB-SEVERITY < 8
                   MOVE 8 TO WS-JOB-SEVERITY
               END-IF
           END-IF.

      * REPLACE empties the table and inserts the masked rows in one
      * logged import; every row must come back or the table fails.
       3400-RELOAD-TABLE.
           MOVE SPACES TO WS-ACTION-STRING-TEXT
           STRING "REPLACE INTO " DELIMITED BY SIZE
                  WS-TABLE-NAME DELIMITED BY SPACE
               INTO WS-ACTION-STRING-TEXT
           COMPUTE WS-ACTION-STRING-LEN =
               FUNCTION STORED-CHAR-LENGTH
                   (FUNCTION TRIM(WS-ACTION-STRING-TEXT))
           MOVE WS-MASKED-DD TO WS-DATA-PATH
           COMPUTE WS-DATA-PATH-LEN =
               FUNCTION STORED-CHAR-LENGTH
                   (FUNCTION TRIM(WS-DATA-PATH))

           SET DB2-PI-DATA-FILE-NAME OF DB2G-IMPORT-STRUCT
               TO ADDRESS OF WS-DATA-PATH
           SET DB2-PI-LOB-PATH-LIST OF DB2G-IMPORT-STRUCT TO NULL
           SET DB2-PI-DATA-DESCRIPTOR OF DB2G-IMPORT-STRUCT TO NULL
           SET DB2-PI-ACTION-STRING OF DB2G-IMPORT-STRUCT TO NULL
           SET DB2-PI-FILE-TYPE OF DB2G-IMPORT-STRUCT
               TO ADDRESS OF WS-FILE-TYPE
           SET DB2-PI-FILE-TYPE-MOD OF DB2G-IMPORT-STRUCT TO NULL
           SET DB2-PI-MSG-FILE-NAME OF DB2G-IMPORT-STRUCT TO NULL
           MOVE SQLU-INITIAL TO DB2-I-CALLER-ACTION
               OF DB2G-IMPORT-STRUCT
           SET DB2-PI-IMPORT-INFO-IN OF DB2G-IMPORT-STRUCT
               TO ADDRESS OF DB2G-IMPORT-IN
           SET DB2-PO-IMPORT-INFO-OUT OF DB2G-IMPORT-STRUCT
               TO ADDRESS OF DB2G-IMPORT-OUT
           SET DB2-PI-NULL-INDICATORS OF DB2G-IMPORT-STRUCT TO NULL
           MOVE WS-DATA-PATH-LEN TO DB2-I-DATA-FILE-NAME-LEN
               OF DB2G-IMPORT-STRUCT
           MOVE 3 TO DB2-I-FILE-TYPE-LEN OF DB2G-IMPORT-STRUCT
           MOVE 0 TO DB2-I-MSG-FILE-NAME-LEN OF DB2G-IMPORT-STRUCT
           SET DB2-PI-XML-PATH-LIST OF DB2G-IMPORT-STRUCT TO NULL
           SET DB2-PI-LONG-ACTION-STRING OF DB2G-IMPORT-STRUCT
               TO ADDRESS OF WS-ACTION-STRING-AREA

           MOVE 0 TO DB2-I-ROWCOUNT OF DB2G-IMPORT-IN
           MOVE 0 TO DB2-I-RESTARTCOUNT OF DB2G-IMPORT-IN
           MOVE 0 TO DB2-I-SKIPCOUNT OF DB2G-IMPORT-IN
           SET DB2-PI-COMMITCOUNT OF DB2G-IMPORT-IN
               TO ADDRESS OF WS-COMMIT-COUNT
           MOVE 0 TO DB2-I-WARNINGCOUNT OF DB2G-IMPORT-IN
           MOVE DB2IMPORT-LOCKTIMEOUT TO DB2-I-NO-TIMEOUT
               OF DB2G-IMPORT-IN
           MOVE 0 TO DB2-I-ACCESS-LEVEL OF DB2G-IMPORT-IN
           SET DB2-PI-XML-PARSE OF DB2G-IMPORT-IN TO NULL
           SET DB2-PI-XML-VALIDATE OF DB2G-IMPORT-IN TO NULL
           MOVE 0 TO DB2-O-ROWS-INSERTED OF DB2G-IMPORT-OUT
           MOVE 0 TO DB2-O-ROWS-REJECTED OF DB2G-IMPORT-OUT

           CALL "db2gImport" USING BY VALUE WS-DB2-VERSION
                     BY REFERENCE DB2G-IMPORT-STRUCT
                     BY REFERENCE SQLCA

           MOVE DB2-O-ROWS-INSERTED OF DB2G-IMPORT-OUT
               TO WS-ROWS-RELOADED
           EVALUATE TRUE
               WHEN SQLCODE < 0
                   MOVE "N" TO WS-TABLE-OK-SW
                   MOVE "REPLACE IMPORT FAILED" TO WS-FAIL-REASON
                   PERFORM 3800-LOG-API-FAILURE
               WHEN DB2-O-ROWS-REJECTED OF DB2G-IMPORT-OUT > 0
                       OR WS-ROWS-RELOADED NOT = WS-ROWS-MASKED
                   MOVE "N" TO WS-TABLE-OK-SW
                   MOVE "ROWS REJECTED OR LOST ON RELOAD"
                       TO WS-FAIL-REASON
                   IF WS-JOB-SEVERITY < 8
                       MOVE 8 TO WS-JOB-SEVERITY
                   END-IF
           END-EVALUATE.

      * Proof, not assumption: re-export what is now in the table and
      * check each sampled row for the masked value written into it.
      * The REPLACE import loads the reload file in order into the
      * emptied table, so the re-export's row ordinal is the sample's
      * row; a row that does not carry its expected masked value -
      * original still there, or rows out of step - is reported, as
      * the pass errs toward holding the release.
       3500-VERIFY-TABLE.
           MOVE WS-VERIFY-DD TO WS-DATA-PATH
           PERFORM 3700-CALL-EXPORT
           IF SQLCODE < 0
               MOVE "N" TO WS-TABLE-OK-SW
               MOVE "VERIFICATION EXPORT FAILED" TO WS-FAIL-REASON
               PERFORM 3800-LOG-API-FAILURE
           ELSE
               OPEN INPUT VERIFY-DATA-FILE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ VERIFY-DATA-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-ROWS-VERIFIED
                           MOVE VERIFY-DATA-REC TO WS-DEL-LINE
                           PERFORM 4000-SPLIT-DEL-LINE
                           PERFORM 3550-CHECK-ROW-FOR-LEAKS
                   END-READ
               END-PERFORM
               CLOSE VERIFY-DATA-FILE
               OPEN OUTPUT VERIFY-DATA-FILE
               CLOSE VERIFY-DATA-FILE
               EVALUATE TRUE
                   WHEN WS-LEAK-COUNT > 0
                       MOVE "N" TO WS-TABLE-OK-SW
                       MOVE "UNMASKED SAMPLE VALUES REMAIN"
                           TO WS-FAIL-REASON
                   WHEN WS-ROWS-VERIFIED NOT = WS-ROWS-EXPORTED
                       MOVE "N" TO WS-TABLE-OK-SW
                       MOVE "ROW COUNT CHANGED BY MASKING"
                           TO WS-FAIL-REASON
               END-EVALUATE
               IF NOT WS-TABLE-OK
                       AND WS-JOB-SEVERITY < 8
                   MOVE 8 TO WS-JOB-SEVERITY
               END-IF
           END-IF.

       3550-CHECK-ROW-FOR-LEAKS.
           PERFORM VARYING WS-FLD-SUB FROM 1 BY 1
                   UNTIL WS-FLD-SUB > WS-MAX-RULE-COLUMN
               MOVE WS-CM-RULE-SUB (WS-FLD-SUB) TO WS-RULE-SUB
               IF WS-RULE-SUB > 0
                   MOVE SPACES TO WS-FIELD-VALUE
                   MOVE 0 TO WS-FIELD-LEN
                   IF WS-FLD-SUB NOT > WS-FLD-COUNT
                       PERFORM 4300-EXTRACT-FIELD-VALUE
                   END-IF
                   IF WS-RL-RULE-TYPE (WS-RULE-SUB) = "N"
                       IF WS-FIELD-LEN > 0
                           PERFORM 3560-LOG-LEAK
                       END-IF
                   ELSE
                       MOVE WS-ROWS-VERIFIED TO WS-SAMPLE-ROW
                       PERFORM 4460-FIND-ROW-SAMPLE
                       IF WS-SAMPLE-FOUND
                           IF WS-FIELD-VALUE (1:60)
                                   NOT = WS-RL-SAMPLE-MASKED
                                       (WS-RULE-SUB, WS-SAMPLE-SUB)
                               PERFORM 3560-LOG-LEAK
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * The leaked value itself is never written to the report - the
      * report is read by the same people the masking protects
      * against.
       3560-LOG-LEAK.
           ADD 1 TO WS-LEAK-COUNT
           IF WS-LEAK-COUNT = 1
               MOVE WS-FLD-SUB TO WS-COLUMN-DISP
               MOVE WS-ROWS-VERIFIED TO WS-ROWS-DISP
               MOVE SPACES TO MASK-REPORT-REC
               STRING "  UNMASKED VALUE FOUND TABLE=" WS-TABLE-NAME
                      " COLUMN=" WS-COLUMN-DISP
                      " " WS-RL-COLUMN-NAME (WS-RULE-SUB)
                      " ROW=" WS-ROWS-DISP
                   DELIMITED BY SIZE INTO MASK-REPORT-REC
               WRITE MASK-REPORT-REC
           END-IF.

       3600-WRITE-TABLE-LINE.
           IF WS-TABLE-OK
               MOVE "VERIFIED" TO WS-TABLE-STATUS
               ADD 1 TO WS-TABLES-VERIFIED
           ELSE
               MOVE "FAILED" TO WS-TABLE-STATUS
               ADD 1 TO WS-TABLES-FAILED
           END-IF
           MOVE WS-ROWS-MASKED TO WS-ROWS-DISP
           MOVE WS-TABLE-RULE-COUNT TO WS-COUNT-DISP
           MOVE WS-LEAK-COUNT TO WS-LEAK-DISP
           MOVE SPACES TO MASK-REPORT-REC
           STRING "TABLE " WS-TABLE-NAME
                  " " WS-TABLE-STATUS
                  " ROWS=" WS-ROWS-DISP
                  " COLUMNS=" WS-COUNT-DISP
                  " LEAKS=" WS-LEAK-DISP
                  " " WS-FAIL-REASON
               DELIMITED BY SIZE INTO MASK-REPORT-REC
           WRITE MASK-REPORT-REC
           IF WS-MASK-ERROR-COUNT > 0
               MOVE WS-MASK-ERROR-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO MASK-REPORT-REC
               STRING "  ROWS OR VALUES NOT MASKABLE=" WS-COUNT-DISP
                      " - TABLE NOT RELOADED"
                   DELIMITED BY SIZE INTO MASK-REPORT-REC
               WRITE MASK-REPORT-REC
           END-IF.

       3700-CALL-EXPORT.
           MOVE SPACES TO WS-ACTION-STRING-TEXT
           STRING "SELECT * FROM " DELIMITED BY SIZE
                  WS-TABLE-NAME DELIMITED BY SPACE
               INTO WS-ACTION-STRING-TEXT
           COMPUTE WS-ACTION-STRING-LEN =
               FUNCTION STORED-CHAR-LENGTH
                   (FUNCTION TRIM(WS-ACTION-STRING-TEXT))
           COMPUTE WS-DATA-PATH-LEN =
               FUNCTION STORED-CHAR-LENGTH
                   (FUNCTION TRIM(WS-DATA-PATH))

           SET DB2-PI-DATA-FILE-NAME OF DB2G-EXPORT-STRUCT
               TO ADDRESS OF WS-DATA-PATH
           SET DB2-PI-LOB-PATH-LIST OF DB2G-EXPORT-STRUCT TO NULL
           SET DB2-PI-LOB-FILE-LIST OF DB2G-EXPORT-STRUCT TO NULL
           SET DB2-PI-DATA-DESCRIPTOR OF DB2G-EXPORT-STRUCT TO NULL
           SET DB2-PI-ACTION-STRING OF DB2G-EXPORT-STRUCT
               TO ADDRESS OF WS-ACTION-STRING-AREA
           SET DB2-PI-FILE-TYPE OF DB2G-EXPORT-STRUCT
               TO ADDRESS OF WS-FILE-TYPE
           SET DB2-PI-FILE-TYPE-MOD OF DB2G-EXPORT-STRUCT TO NULL
           SET DB2-PI-MSG-FILE-NAME OF DB2G-EXPORT-STRUCT TO NULL
           MOVE SQLU-NOINTERRUPT TO DB2-I-CALLER-ACTION
               OF DB2G-EXPORT-STRUCT
           SET DB2-PO-EXPORT-INFO-OUT OF DB2G-EXPORT-STRUCT
               TO ADDRESS OF DB2EXPORT-OUT
           MOVE WS-DATA-PATH-LEN TO DB2-I-DATA-FILE-NAME-LEN
               OF DB2G-EXPORT-STRUCT
           MOVE 3 TO DB2-I-FILE-TYPE-LEN OF DB2G-EXPORT-STRUCT
           MOVE 0 TO DB2-I-MSG-FILE-NAME-LEN OF DB2G-EXPORT-STRUCT
           SET DB2-PI-EXPORT-INFO-IN OF DB2G-EXPORT-STRUCT
               TO ADDRESS OF DB2EXPORT-IN
           SET DB2-PI-XML-SAVE-SCHEMA OF DB2EXPORT-IN TO NULL
           SET DB2-PI-XML-PATH-LIST OF DB2G-EXPORT-STRUCT TO NULL
           SET DB2-PI-XML-FILE-LIST OF DB2G-EXPORT-STRUCT TO NULL
           MOVE 0 TO DB2-O-ROWS-EXPORTED OF DB2EXPORT-OUT

           CALL "db2gExport" USING BY VALUE WS-DB2-VERSION
                     BY REFERENCE DB2G-EXPORT-STRUCT
                     BY REFERENCE SQLCA.

       3800-LOG-API-FAILURE.
           IF WS-JOB-SEVERITY < 12
               MOVE 12 TO WS-JOB-SEVERITY
           END-IF
           MOVE SQLCODE TO WS-SQLCODE-DISP
           MOVE SPACES TO MASK-REPORT-REC
           STRING "  " WS-TABLE-NAME " " WS-FAIL-REASON
                  " SQLCODE=" WS-SQLCODE-DISP
               DELIMITED BY SIZE INTO MASK-REPORT-REC
           WRITE MASK-REPORT-REC
           PERFORM 9450-EXPLAIN-SQLCODE.

       4000-SPLIT-DEL-LINE.
           MOVE "N" TO WS-ROW-TOO-WIDE-SW
           MOVE "N" TO WS-IN-QUOTE-SW
           COMPUTE WS-LINE-LEN =
               FUNCTION STORED-CHAR-LENGTH (WS-DEL-LINE)
           MOVE 1 TO WS-FLD-COUNT
           MOVE 1 TO WS-FLD-START (1)
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-LINE-LEN
               EVALUATE TRUE
                   WHEN WS-DEL-LINE (WS-POS:1) = QUOTE
                       IF WS-IN-QUOTE
                           MOVE "N" TO WS-IN-QUOTE-SW
                       ELSE
                           MOVE "Y" TO WS-IN-QUOTE-SW
                       END-IF
                   WHEN WS-DEL-LINE (WS-POS:1) = ","
                           AND NOT WS-IN-QUOTE
                       COMPUTE WS-FLD-LEN (WS-FLD-COUNT) =
                           WS-POS - WS-FLD-START (WS-FLD-COUNT)
                       IF WS-FLD-COUNT < 200
                           ADD 1 TO WS-FLD-COUNT
                           COMPUTE WS-FLD-START (WS-FLD-COUNT) =
                               WS-POS + 1
                       ELSE
                           MOVE "Y" TO WS-ROW-TOO-WIDE-SW
                       END-IF
               END-EVALUATE
           END-PERFORM
           COMPUTE WS-FLD-LEN (WS-FLD-COUNT) =
               WS-LINE-LEN + 1 - WS-FLD-START (WS-FLD-COUNT).

       4100-BUILD-MASKED-LINE.
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           PERFORM VARYING WS-FLD-SUB FROM 1 BY 1
                   UNTIL WS-FLD-SUB > WS-FLD-COUNT
               IF WS-FLD-SUB > 1
                   STRING "," DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-IF
               MOVE WS-CM-RULE-SUB (WS-FLD-SUB) TO WS-RULE-SUB
               IF WS-RULE-SUB > 0
                   PERFORM 4200-MASK-ONE-FIELD
               ELSE
                   IF WS-FLD-LEN (WS-FLD-SUB) > 0
                       STRING WS-DEL-LINE (WS-FLD-START (WS-FLD-SUB):
                                           WS-FLD-LEN (WS-FLD-SUB))
                           DELIMITED BY SIZE
                           INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                   END-IF
               END-IF
           END-PERFORM.

      * A null stays null under every rule; a value too long to hold
      * is a value this pass cannot vouch for.
       4200-MASK-ONE-FIELD.
           MOVE 0 TO WS-FIELD-LEN
           IF WS-FLD-LEN (WS-FLD-SUB) > 254
               ADD 1 TO WS-MASK-ERROR-COUNT
           ELSE
               PERFORM 4300-EXTRACT-FIELD-VALUE
           END-IF
           MOVE 0 TO WS-MASKED-LEN
           IF WS-FIELD-LEN > 0
               EVALUATE WS-RL-RULE-TYPE (WS-RULE-SUB)
                   WHEN "H"
                       PERFORM 4500-HASH-PRESERVE-FORMAT
                   WHEN "S"
                       PERFORM 4600-SUBSTITUTE-FROM-LIST
                   WHEN "D"
                       PERFORM 4700-SHIFT-DATE
                   WHEN OTHER
                       MOVE 0 TO WS-MASKED-LEN
               END-EVALUATE
               PERFORM 4400-CAPTURE-SAMPLE
           END-IF
           IF WS-MASKED-LEN > 0
               IF WS-FIELD-QUOTED
                   STRING QUOTE
                          WS-MASKED-VALUE (1:WS-MASKED-LEN)
                          QUOTE
                       DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               ELSE
                   STRING WS-MASKED-VALUE (1:WS-MASKED-LEN)
                       DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-IF
           END-IF.

      * Character strings arrive in double quotes (embedded quotes
      * doubled, and left doubled here); numbers and dates arrive
      * bare.  An empty field is a null.
       4300-EXTRACT-FIELD-VALUE.
           MOVE SPACES TO WS-FIELD-VALUE
           MOVE 0 TO WS-FIELD-LEN
           MOVE "N" TO WS-FIELD-QUOTED-SW
           IF WS-FLD-LEN (WS-FLD-SUB) > 0
               IF WS-DEL-LINE (WS-FLD-START (WS-FLD-SUB):1) = QUOTE
                   MOVE "Y" TO WS-FIELD-QUOTED-SW
                   COMPUTE WS-FIELD-LEN = WS-FLD-LEN (WS-FLD-SUB) - 2
                   IF WS-FIELD-LEN > 0
                       MOVE WS-DEL-LINE (WS-FLD-START (WS-FLD-SUB) + 1:
                                         WS-FIELD-LEN)
                           TO WS-FIELD-VALUE
                   END-IF
               ELSE
                   MOVE WS-FLD-LEN (WS-FLD-SUB) TO WS-FIELD-LEN
                   MOVE WS-DEL-LINE (WS-FLD-START (WS-FLD-SUB):
                                     WS-FIELD-LEN)
                       TO WS-FIELD-VALUE
               END-IF
           END-IF
           IF WS-FIELD-LEN > 254
               MOVE 254 TO WS-FIELD-LEN
           END-IF.

      * The first row each distinct original value turns up in is
      * kept, with the masked value written there - the row being
      * built is the next one in the reload file.
       4400-CAPTURE-SAMPLE.
           IF WS-RL-SAMPLE-COUNT (WS-RULE-SUB) < WS-SAMPLE-LIMIT
               PERFORM 4450-FIND-SAMPLE
               IF NOT WS-SAMPLE-FOUND
                   ADD 1 TO WS-RL-SAMPLE-COUNT (WS-RULE-SUB)
                   MOVE WS-RL-SAMPLE-COUNT (WS-RULE-SUB)
                       TO WS-SAMPLE-SUB
                   MOVE WS-FIELD-VALUE (1:60)
                       TO WS-RL-SAMPLE (WS-RULE-SUB, WS-SAMPLE-SUB)
                   MOVE SPACES TO WS-EXPECTED-VALUE
                   IF WS-MASKED-LEN > 0
                       MOVE WS-MASKED-VALUE (1:WS-MASKED-LEN)
                           TO WS-EXPECTED-VALUE
                   END-IF
                   MOVE WS-EXPECTED-VALUE
                       TO WS-RL-SAMPLE-MASKED (WS-RULE-SUB,
                                               WS-SAMPLE-SUB)
                   COMPUTE WS-RL-SAMPLE-ROW (WS-RULE-SUB,
                                             WS-SAMPLE-SUB) =
                       WS-ROWS-MASKED + 1
               END-IF
           END-IF.

       4450-FIND-SAMPLE.
           MOVE "N" TO WS-SAMPLE-FOUND-SW
           PERFORM VARYING WS-SAMPLE-SUB FROM 1 BY 1
                   UNTIL WS-SAMPLE-SUB >
                             WS-RL-SAMPLE-COUNT (WS-RULE-SUB)
                      OR WS-SAMPLE-FOUND
               IF WS-RL-SAMPLE (WS-RULE-SUB, WS-SAMPLE-SUB)
                       = WS-FIELD-VALUE (1:60)
                   MOVE "Y" TO WS-SAMPLE-FOUND-SW
               END-IF
           END-PERFORM.

      * The sample, if any, this rule took from row WS-SAMPLE-ROW -
      * left in WS-SAMPLE-SUB when found.
       4460-FIND-ROW-SAMPLE.
           MOVE "N" TO WS-SAMPLE-FOUND-SW
           MOVE 1 TO WS-SAMPLE-SUB
           PERFORM UNTIL WS-SAMPLE-SUB >
                             WS-RL-SAMPLE-COUNT (WS-RULE-SUB)
                      OR WS-SAMPLE-FOUND
               IF WS-RL-SAMPLE-ROW (WS-RULE-SUB, WS-SAMPLE-SUB)
                       = WS-SAMPLE-ROW
                   MOVE "Y" TO WS-SAMPLE-FOUND-SW
               ELSE
                   ADD 1 TO WS-SAMPLE-SUB
               END-IF
           END-PERFORM.

      * Every digit and letter moves by a non-zero step drawn from a
      * running hash of the whole value, so the result never equals
      * the input, keeps its shape, and is the same wherever the
      * same value appears.
       4500-HASH-PRESERVE-FORMAT.
           PERFORM 4550-HASH-VALUE
           MOVE WS-FIELD-VALUE TO WS-MASKED-VALUE
           MOVE WS-FIELD-LEN TO WS-MASKED-LEN
           PERFORM VARYING WS-CHR-SUB FROM 1 BY 1
                   UNTIL WS-CHR-SUB > WS-MASKED-LEN
               COMPUTE WS-HASH =
                   FUNCTION MOD (WS-HASH * 31 + WS-CHR-SUB, 999999937)
               MOVE WS-MASKED-VALUE (WS-CHR-SUB:1) TO WS-CHR
               EVALUATE TRUE
                   WHEN WS-CHR IS NUMERIC
                       MOVE WS-CHR TO WS-DIGIT
                       COMPUTE WS-DIGIT = FUNCTION MOD
                           (WS-DIGIT + 1 + FUNCTION MOD (WS-HASH, 9),
                            10)
                       MOVE WS-DIGIT TO WS-MASKED-VALUE (WS-CHR-SUB:1)
                   WHEN WS-CHR = SPACE
                       CONTINUE
                   WHEN WS-CHR IS ALPHABETIC-UPPER
                       PERFORM 4560-FIND-UPPER-LETTER
                       COMPUTE WS-ALPHA-POS = FUNCTION MOD
                           (WS-ALPHA-POS + FUNCTION MOD (WS-HASH, 25),
                            26) + 1
                       MOVE WS-UPPER-ALPHABET (WS-ALPHA-POS:1)
                           TO WS-MASKED-VALUE (WS-CHR-SUB:1)
                   WHEN WS-CHR IS ALPHABETIC-LOWER
                       PERFORM 4570-FIND-LOWER-LETTER
                       COMPUTE WS-ALPHA-POS = FUNCTION MOD
                           (WS-ALPHA-POS + FUNCTION MOD (WS-HASH, 25),
                            26) + 1
                       MOVE WS-LOWER-ALPHABET (WS-ALPHA-POS:1)
                           TO WS-MASKED-VALUE (WS-CHR-SUB:1)
               END-EVALUATE
           END-PERFORM.

       4550-HASH-VALUE.
           MOVE WS-HASH-KEY TO WS-HASH
           PERFORM VARYING WS-CHR-SUB FROM 1 BY 1
                   UNTIL WS-CHR-SUB > WS-FIELD-LEN
               COMPUTE WS-HASH = FUNCTION MOD
                   (WS-HASH * 31
                    + FUNCTION ORD (WS-FIELD-VALUE (WS-CHR-SUB:1)),
                    999999937)
           END-PERFORM.

      * Letter positions come from the alphabet strings rather than
      * from character codes, so the shift stays inside A-Z on any
      * collating sequence.
       4560-FIND-UPPER-LETTER.
           MOVE 0 TO WS-ALPHA-POS
           PERFORM VARYING WS-ALPHA-SUB FROM 1 BY 1
                   UNTIL WS-ALPHA-SUB > 26 OR WS-ALPHA-POS > 0
               IF WS-UPPER-ALPHABET (WS-ALPHA-SUB:1) = WS-CHR
                   MOVE WS-ALPHA-SUB TO WS-ALPHA-POS
               END-IF
           END-PERFORM.

       4570-FIND-LOWER-LETTER.
           MOVE 0 TO WS-ALPHA-POS
           PERFORM VARYING WS-ALPHA-SUB FROM 1 BY 1
                   UNTIL WS-ALPHA-SUB > 26 OR WS-ALPHA-POS > 0
               IF WS-LOWER-ALPHABET (WS-ALPHA-SUB:1) = WS-CHR
                   MOVE WS-ALPHA-SUB TO WS-ALPHA-POS
               END-IF
           END-PERFORM.

      * The hash picks the list entry, so one original always draws
      * the same substitute; an entry equal to the original is
      * passed over for the next one in the list.
       4600-SUBSTITUTE-FROM-LIST.
           PERFORM 4550-HASH-VALUE
           COMPUTE WS-PICK = FUNCTION MOD
               (WS-HASH, WS-RL-LIST-COUNT (WS-RULE-SUB)) + 1
           PERFORM 4650-FETCH-LIST-ENTRY
           IF WS-MASKED-VALUE = WS-FIELD-VALUE
                   AND WS-RL-LIST-COUNT (WS-RULE-SUB) > 1
               COMPUTE WS-PICK = FUNCTION MOD
                   (WS-PICK, WS-RL-LIST-COUNT (WS-RULE-SUB)) + 1
               PERFORM 4650-FETCH-LIST-ENTRY
           END-IF
           COMPUTE WS-MASKED-LEN =
               FUNCTION STORED-CHAR-LENGTH (WS-MASKED-VALUE)
           MOVE "Y" TO WS-FIELD-QUOTED-SW.

       4650-FETCH-LIST-ENTRY.
           MOVE SPACES TO WS-MASKED-VALUE
           MOVE 0 TO WS-PICK-SEEN
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                   UNTIL WS-SB-IDX > WS-SB-NUM-ENTRY
                      OR WS-PICK-SEEN = WS-PICK
               IF WS-SB-LIST-NAME (WS-SB-IDX)
                       = WS-RL-LIST-NAME (WS-RULE-SUB)
                   ADD 1 TO WS-PICK-SEEN
                   IF WS-PICK-SEEN = WS-PICK
                       MOVE WS-SB-VALUE (WS-SB-IDX) TO WS-MASKED-VALUE
                   END-IF
               END-IF
           END-PERFORM.

       4700-SHIFT-DATE.
           MOVE SPACE TO WS-DATE-FORM
           MOVE WS-FIELD-VALUE TO WS-MASKED-VALUE
           MOVE WS-FIELD-LEN TO WS-MASKED-LEN
           EVALUATE TRUE
               WHEN WS-FIELD-LEN >= 10
                       AND WS-FIELD-VALUE (5:1) = "-"
                       AND WS-FIELD-VALUE (8:1) = "-"
                   MOVE "I" TO WS-DATE-FORM
                   STRING WS-FIELD-VALUE (1:4)
                          WS-FIELD-VALUE (6:2)
                          WS-FIELD-VALUE (9:2)
                       DELIMITED BY SIZE INTO WS-DATE-TEXT
               WHEN WS-FIELD-LEN >= 8
                   MOVE "N" TO WS-DATE-FORM
                   MOVE WS-FIELD-VALUE (1:8) TO WS-DATE-TEXT
           END-EVALUATE
           IF WS-DATE-FORM NOT = SPACE
                   AND WS-DATE-TEXT IS NUMERIC
                   AND WS-DATE-MM >= 1 AND WS-DATE-MM <= 12
                   AND WS-DATE-DD >= 1 AND WS-DATE-DD <= 31
               COMPUTE WS-DATE-JULIAN =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           ELSE
               MOVE 0 TO WS-DATE-JULIAN
           END-IF
           IF WS-DATE-JULIAN > 0
               ADD WS-RL-SHIFT-DAYS (WS-RULE-SUB) TO WS-DATE-JULIAN
           END-IF
           IF WS-DATE-JULIAN > 0
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-JULIAN)
               IF WS-DATE-FORM = "I"
                   MOVE WS-DATE-TEXT (1:4) TO WS-MASKED-VALUE (1:4)
                   MOVE WS-DATE-TEXT (5:2) TO WS-MASKED-VALUE (6:2)
                   MOVE WS-DATE-TEXT (7:2) TO WS-MASKED-VALUE (9:2)
               ELSE
                   MOVE WS-DATE-TEXT TO WS-MASKED-VALUE (1:8)
               END-IF
           ELSE
               ADD 1 TO WS-MASK-ERROR-COUNT
           END-IF.

       8000-WRITE-VERDICT.
           MOVE SPACES TO MASK-REPORT-REC
           WRITE MASK-REPORT-REC
           MOVE WS-TABLES-VERIFIED TO WS-COUNT-DISP
           MOVE WS-TABLES-FAILED TO WS-LEAK-DISP
           STRING "MASKING TOTALS  TABLES VERIFIED=" WS-COUNT-DISP
                  " FAILED=" WS-LEAK-DISP
               DELIMITED BY SIZE INTO MASK-REPORT-REC
           WRITE MASK-REPORT-REC
           MOVE SPACES TO MASK-REPORT-REC
           IF WS-TARGET-CLEARED AND WS-CONNECTED
                   AND WS-TABLES-FAILED = 0
                   AND WS-TABLES-VERIFIED > 0
               STRING "MASKING VERIFIED TARGET=" WS-TARGET-ALIAS
                      " - CLEAR TO RELEASE"
                   DELIMITED BY SIZE INTO MASK-REPORT-REC
           ELSE
               IF WS-JOB-SEVERITY < 8
                   MOVE 8 TO WS-JOB-SEVERITY
               END-IF
               STRING "*** MASKING NOT VERIFIED TARGET="
                      WS-TARGET-ALIAS " - DO NOT RELEASE ***"
                   DELIMITED BY SIZE INTO MASK-REPORT-REC
           END-IF
           WRITE MASK-REPORT-REC.

       9000-TERMINATE.
           CLOSE MASK-REPORT-FILE.


      * Shared knowledge-base lookup - appends the SQLCODE's meaning
      * and recommended operator action right under the log line
      * that carried the bare number.
       9450-EXPLAIN-SQLCODE.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-KB-SQLCODE
               CALL "SQLKBLKP" USING BY REFERENCE WS-KB-SQLCODE
                         BY REFERENCE WS-KB-EXPLAIN-LINE
               MOVE WS-KB-EXPLAIN-LINE TO MASK-REPORT-REC
               WRITE MASK-REPORT-REC
           END-IF.

       9500-WRITE-AUDIT-RECORD.
           OPEN EXTEND OPS-AUDIT-FILE
           IF WS-OPSAUDIT-STATUS = "35"
               CLOSE OPS-AUDIT-FILE
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "DATAMASK" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE WS-TARGET-ALIAS TO OA-DBALIAS
           MOVE "MASK" TO OA-ACTION-VERB
           MOVE WS-TABLES-VERIFIED TO OA-KEY-COUNT-1
           MOVE WS-TABLES-FAILED TO OA-KEY-COUNT-2
           MOVE SQLCODE TO OA-FINAL-SQLCODE
           WRITE OPS-AUDIT-REC
           CLOSE OPS-AUDIT-FILE.

      *           instead of needing someone to hand-author that file
      *           before a restart can happen.
      *
      *           Tables carrying vendor XML columns are loaded under
      *           their XMLPROF.DAT validation profile: the profile's
      *           XMLVALIDATE clause (a registered schema, the
      *           documents' XDS with a default and optional schema
      *           mapping, or schemaLocation hints) is built into
      *           DB2DMUXML-VALIDATE and handed to db2gLoad through
      *           DB2-PI-XML-VALIDATE, so a bad document is rejected
      *           as its row loads rather than surfacing as a bare
      *           negative SQLCODE.  Each profiled load appends its
      *           rows-read and documents-rejected counts to the
      *           XMLVALID.DAT validation report FEEDBAL reads, and
      *           any rejected document warns the run.  A rejected
      *           document is one the load's message file reports
      *           under an SQL16xxxN validation message - rows refused
      *           for conversion, null or length errors are rejects
      *           but not rejected documents.  The record carries the
      *           load's run timestamp, the one on its history row.
      *
      *           Feeds that arrive compressed are loaded as they
      *           arrive.  The load-control record's compression type
      *           (GZIP, BZ2 or XZ - blank or NONE for a plain file)
      *           names the shop's decompression user exit, which is
      *           wired into DB2LOAD-USER-EXIT and handed to db2gLoad
      *           through DB2-PI-SOURCE-USER-EXIT: DB2 runs the exit
      *           against the compressed source and loads from the
      *           pipe it writes, so no uncompressed copy ever lands
      *           on the load filesystem.  Restart and save counts and
      *           the history CSV are unchanged, and a failed load's
      *           LDRESTRT.DAT record carries the compression type so
      *           the restart goes back through the same exit.  An
      *           unknown compression type skips that load and fails
      *           the run.
      *
      *           Every load keeps its own message file, and a load of
      *           a delimited feed (file type DEL on the control
      *           record - blank still means IXF) its own dump file of
      *           the rows db2gLoad refused, both named for the load
      *           run in the reject directory so no run overwrites
      *           another's.  The run timestamp is the one written on
      *           the history row.  A load that rejected any rows is
      *           indexed in LDREJRUN.DAT for LDREJWB, which turns the
      *           message and dump files into the keyed rejected-row
      *           store.  IXF loads keep no dump file - DB2 takes the
      *           dumpfile modifier for delimited and positional data
      *           only.  An unknown file type skips that load and
      *           fails the run, as an unknown compression type does.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LDHIST.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAILED-LOAD-STATUS.

           SELECT REJECT-RUN-FILE ASSIGN TO WS-REJECT-RUN-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-RUN-STATUS.

           SELECT XML-PROFILE-FILE ASSIGN TO WS-XML-PROFILE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XML-PROFILE-STATUS.
           SELECT XML-VALID-FILE ASSIGN TO WS-XML-VALID-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XML-VALID-STATUS.
           SELECT LOAD-MESSAGE-FILE ASSIGN TO WS-MSG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSG-STATUS.

           SELECT OPS-AUDIT-FILE ASSIGN TO WS-OPSAUDIT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSAUDIT-STATUS.
       FILE SECTION.
       FD  LOAD-CONTROL-FILE
           RECORDING MODE IS F.
           COPY "ldctl.cpy".

       FD  LOAD-HISTORY-FILE
           RECORDING MODE IS F.

       FD  FAILED-LOAD-FILE
           RECORDING MODE IS F.
           COPY "ldfail.cpy".

       FD  REJECT-RUN-FILE
           RECORDING MODE IS F.
           COPY "ldrjrun.cpy".

       FD  XML-PROFILE-FILE
           RECORDING MODE IS F.
           COPY "xmlprof.cpy".

       FD  XML-VALID-FILE
           RECORDING MODE IS F.
           COPY "xmlvalid.cpy".

      * The load's own message file, read back for its XML
      * validation messages.
       FD  LOAD-MESSAGE-FILE
           RECORDING MODE IS F.
       01  LOAD-MESSAGE-REC           PIC X(256).

       FD  OPS-AUDIT-FILE
           RECORDING MODE IS F.
       01  WS-LOAD-CONTROL-DD         PIC X(40) VALUE "LDHIST.DAT".
       01  WS-LOAD-HISTORY-DD         PIC X(40) VALUE "LDHIST.CSV".
       01  WS-FAILED-LOAD-DD          PIC X(40) VALUE "LDRESTRT.DAT".
       01  WS-REJECT-RUN-DD           PIC X(40) VALUE "LDREJRUN.DAT".
       01  WS-XML-PROFILE-DD          PIC X(40) VALUE "XMLPROF.DAT".
       01  WS-XML-VALID-DD            PIC X(40) VALUE "XMLVALID.DAT".

       01  WS-CONTROL-STATUS          PIC XX.
       01  WS-HISTORY-STATUS          PIC XX.
       01  WS-FAILED-LOAD-STATUS      PIC XX.
       01  WS-REJECT-RUN-STATUS       PIC XX.
       01  WS-XML-PROFILE-STATUS      PIC XX.
       01  WS-XML-VALID-STATUS        PIC XX.
       01  WS-MSG-STATUS              PIC XX.
       01  WS-EOF-SW                  PIC X     VALUE "N".
           88 WS-EOF                  VALUE "Y".
       01  WS-MSG-EOF-SW              PIC X     VALUE "N".
           88 WS-MSG-EOF              VALUE "Y".

       01  WS-TABLE-NAME              PIC X(30) VALUE SPACES.
       01  WS-SOURCE-PATH             PIC X(100) VALUE SPACES.
           05 WS-SOURCE-LOCATION-PATH PIC X(255).
           05 FILLER                  PIC X.
       01  WS-FILE-TYPE               PIC X(3)  VALUE "IXF".
           88 WS-FILE-TYPE-IXF        VALUE "IXF".
           88 WS-FILE-TYPE-KNOWN      VALUE "IXF" "DEL".
       01  WS-RESTART-COUNT           PIC 9(9)  VALUE 0.
       01  WS-SAVE-COUNT              PIC 9(9)  VALUE 0.

      * Compression type of the current feed and the decompression
      * user exit (an executable in sqllib/bin) that serves it.  The
      * exit's stdout/stderr is redirected to a shared log whose name
      * is passed as a null-terminated string.
       01  WS-COMPRESS-TYPE           PIC X(4)  VALUE SPACES.
           88 WS-UNCOMPRESSED         VALUE SPACES "NONE".
           88 WS-COMPRESS-KNOWN       VALUE SPACES "NONE" "GZIP"
                                            "BZ2 " "XZ  ".
       01  WS-USER-EXIT-CMD           PIC X(8)  VALUE SPACES.
       01  WS-USER-EXIT-LOG.
           05 FILLER                  PIC X(11) VALUE "LDUEXIT.LOG".
           05 FILLER                  PIC X     VALUE LOW-VALUE.

      * Per-run message and dump files.  The dump file is named on
      * the server through the dumpfile file type modifier, which
      * DB2 wants fully qualified, so the reject directory is an
      * absolute path; the message file is written locally under the
      * same name.  The modifier travels as an sqlchar - a 2-byte
      * length ahead of the text.
       01  WS-LOAD-RUN-TS             PIC X(14) VALUE SPACES.
       01  WS-LOAD-RUN-SEQ            PIC 9(4)  VALUE 0.
       01  WS-REJECT-DIR              PIC X(40) VALUE "/db2/ldreject/".
       01  WS-MSG-FILE-NAME           PIC X(80) VALUE SPACES.
       01  WS-DUMP-FILE-NAME          PIC X(80) VALUE SPACES.
       01  WS-FILE-TYPE-MOD.
           05 WS-FILE-TYPE-MOD-LEN    PIC S9(4) COMP-5 VALUE 0.
           05 WS-FILE-TYPE-MOD-TEXT   PIC X(100) VALUE SPACES.

       01  WS-ROWS-READ-DISP          PIC Z(17)9.
       01  WS-ROWS-SKIPPED-DISP       PIC Z(17)9.
       01  WS-ROWS-LOADED-DISP        PIC Z(17)9.
       01  WS-SAVE-COUNT-DISP         PIC Z(8)9.
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

       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "LDHIST".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.
       01  WS-AUDIT-ENTRY-COUNT       PIC 9(9)  VALUE 0.

       01  WS-KB-SQLCODE              PIC S9(9) COMP-5 VALUE 0.
           PERFORM 9500-WRITE-AUDIT-RECORD
           PERFORM 9000-TERMINATE
           MOVE WS-JOB-SEVERITY TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-START-TS
           CALL "RUNCORID" USING BY REFERENCE WS-RUN-PROGRAM-ID
                                 BY REFERENCE WS-RUN-ID
           OPEN INPUT LOAD-CONTROL-FILE
           OPEN EXTEND LOAD-HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
           IF WS-FAILED-LOAD-STATUS = "35"
               CLOSE FAILED-LOAD-FILE
               OPEN OUTPUT FAILED-LOAD-FILE
           END-IF
           OPEN EXTEND REJECT-RUN-FILE
           IF WS-REJECT-RUN-STATUS = "35"
               CLOSE REJECT-RUN-FILE
               OPEN OUTPUT REJECT-RUN-FILE
           END-IF
           OPEN EXTEND XML-VALID-FILE
           IF WS-XML-VALID-STATUS = "35"
               CLOSE XML-VALID-FILE
               OPEN OUTPUT XML-VALID-FILE
           END-IF
           PERFORM 1200-LOAD-XML-PROFILES.

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
               DISPLAY "LDHIST: XML profile table full (50) - "
                   "skipping " XP-TABLE-NAME
           END-IF.

       2000-PROCESS-LOAD-ENTRIES.
                       MOVE LC-SOURCE-PATH TO WS-SOURCE-PATH
                       MOVE LC-RESTART-COUNT TO WS-RESTART-COUNT
                       MOVE LC-SAVE-COUNT TO WS-SAVE-COUNT
                       MOVE LC-COMPRESS-TYPE TO WS-COMPRESS-TYPE
                       MOVE LC-FILE-TYPE TO WS-FILE-TYPE
                       IF WS-FILE-TYPE = SPACES
                           MOVE "IXF" TO WS-FILE-TYPE
                       END-IF
                       ADD 1 TO WS-AUDIT-ENTRY-COUNT
                       IF NOT WS-FILE-TYPE-KNOWN
                           DISPLAY "LDHIST: " WS-TABLE-NAME
                               " unknown file type "
                               WS-FILE-TYPE " - load skipped"
                           IF WS-JOB-SEVERITY < 8
                               MOVE 8 TO WS-JOB-SEVERITY
                           END-IF
                       END-IF
                       IF WS-COMPRESS-KNOWN AND WS-FILE-TYPE-KNOWN
                           PERFORM 3000-RUN-LOAD
                           PERFORM 4000-APPEND-HISTORY-ROW
                           PERFORM 4500-CHECK-FOR-FAILURE
                           PERFORM 4600-APPEND-REJECT-RUN
                           PERFORM 4700-APPEND-XML-VALIDATION
                           PERFORM 9450-EXPLAIN-SQLCODE
                           IF SQLCODE < 0
                                   AND WS-JOB-SEVERITY < 8
                               MOVE 8 TO WS-JOB-SEVERITY
                           END-IF
                       END-IF
                       IF NOT WS-COMPRESS-KNOWN
                           DISPLAY "LDHIST: " WS-TABLE-NAME
                               " unknown compression type "
                               WS-COMPRESS-TYPE " - load skipped"
                           IF WS-JOB-SEVERITY < 8
                               MOVE 8 TO WS-JOB-SEVERITY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAD-CONTROL-FILE.

      * A compressed feed is read by its decompression exit, which
      * DB2 starts with the source list as its media argument and
      * loads from through a pipe - the source list still names the
      * compressed file.  A plain feed keeps the NULL exit.
       3700-SET-SOURCE-USER-EXIT.
           IF WS-UNCOMPRESSED
               SET DB2-PI-SOURCE-USER-EXIT OF DB2LOAD-IN TO NULL
           ELSE
               EVALUATE WS-COMPRESS-TYPE
                   WHEN "GZIP"
                       MOVE "lduxgzip" TO WS-USER-EXIT-CMD
                   WHEN "BZ2 "
                       MOVE "lduxbz2" TO WS-USER-EXIT-CMD
                   WHEN "XZ  "
                       MOVE "lduxxz" TO WS-USER-EXIT-CMD
               END-EVALUATE
               SET DB2-PIO-DATA OF DB2-I-SOURCE-USER-EXIT-CMD
                   TO ADDRESS OF WS-USER-EXIT-CMD
               COMPUTE DB2-I-LENGTH OF DB2-I-SOURCE-USER-EXIT-CMD =
                   FUNCTION STORED-CHAR-LENGTH
                       (FUNCTION TRIM(WS-USER-EXIT-CMD))
               MOVE 0 TO DB2-O-LENGTH OF DB2-I-SOURCE-USER-EXIT-CMD
               SET DB2-PI-INPUT-STREAM OF DB2LOAD-USER-EXIT TO NULL
               SET DB2-PI-INPUT-FILE-NAME OF DB2LOAD-USER-EXIT
                   TO NULL
               SET DB2-PI-OUTPUT-FILE-NAME OF DB2LOAD-USER-EXIT
                   TO ADDRESS OF WS-USER-EXIT-LOG
               SET DB2-PI-ENABLE-PARALLELISM OF DB2LOAD-USER-EXIT
                   TO NULL
               SET DB2-PI-SOURCE-USER-EXIT OF DB2LOAD-IN
                   TO ADDRESS OF DB2LOAD-USER-EXIT
           END-IF.

      * Builds the real SQLU-MEDIA-LIST header db2gLoad's piSourceList
      * actually expects, addressing a one-entry SQLU-LOCATION-ENTRY
      * array that carries the source path text, rather than pointing
           SET SQL-LOCATION OF SQL-TARGET OF SQLU-MEDIA-LIST
               TO ADDRESS OF WS-SOURCE-LOCATION-TABLE.

      * The run timestamp names both files and is the one the history
      * row carries, so a reject can be tied back to its load.
       3600-SET-REJECT-FILES.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-LOAD-RUN-TS
           MOVE WS-AUDIT-ENTRY-COUNT TO WS-LOAD-RUN-SEQ
           MOVE SPACES TO WS-MSG-FILE-NAME
           STRING WS-REJECT-DIR DELIMITED BY SPACE
                  "LDHIST." WS-LOAD-RUN-TS "." WS-LOAD-RUN-SEQ
                  ".MSG" DELIMITED BY SIZE
               INTO WS-MSG-FILE-NAME
           SET DB2-PI-LOCAL-MSG-FILE-NAME OF DB2G-LOAD-STRUCT
               TO ADDRESS OF WS-MSG-FILE-NAME
           COMPUTE DB2-I-LOCAL-MSG-FILE-LEN OF DB2G-LOAD-STRUCT =
               FUNCTION STORED-CHAR-LENGTH
                   (FUNCTION TRIM(WS-MSG-FILE-NAME))
           MOVE SPACES TO WS-DUMP-FILE-NAME
           IF WS-FILE-TYPE-IXF
               SET DB2-PI-FILE-TYPE-MOD OF DB2G-LOAD-STRUCT TO NULL
           ELSE
               STRING WS-REJECT-DIR DELIMITED BY SPACE
                      "LDHIST." WS-LOAD-RUN-TS "." WS-LOAD-RUN-SEQ
                      ".DMP" DELIMITED BY SIZE
                   INTO WS-DUMP-FILE-NAME
               MOVE SPACES TO WS-FILE-TYPE-MOD-TEXT
               STRING "dumpfile=" DELIMITED BY SIZE
                      WS-DUMP-FILE-NAME DELIMITED BY SPACE
                   INTO WS-FILE-TYPE-MOD-TEXT
               COMPUTE WS-FILE-TYPE-MOD-LEN =
                   FUNCTION STORED-CHAR-LENGTH
                       (FUNCTION TRIM(WS-FILE-TYPE-MOD-TEXT))
               SET DB2-PI-FILE-TYPE-MOD OF DB2G-LOAD-STRUCT
                   TO ADDRESS OF WS-FILE-TYPE-MOD
           END-IF.

       3000-RUN-LOAD.
           PERFORM 3800-BUILD-SOURCE-LIST-HEADER
           SET DB2-PI-SOURCE-LIST OF DB2G-LOAD-STRUCT
           SET DB2-PI-ACTION-STRING OF DB2G-LOAD-STRUCT TO NULL
           SET DB2-PI-FILE-TYPE OF DB2G-LOAD-STRUCT
               TO ADDRESS OF WS-FILE-TYPE
           SET DB2-PI-TEMP-FILES-PATH OF DB2G-LOAD-STRUCT TO NULL
           SET DB2-PI-VENDOR-SORT-WORK-PATHS OF DB2G-LOAD-STRUCT
               TO NULL
           MOVE SQLU-NOINTERRUPT
               TO DB2-I-CALLER-ACTION OF DB2G-LOAD-STRUCT
           MOVE 3 TO DB2-I-FILE-TYPE-LEN OF DB2G-LOAD-STRUCT
           PERFORM 3600-SET-REJECT-FILES
           MOVE 0 TO DB2-I-TEMP-FILES-PATH-LEN OF DB2G-LOAD-STRUCT
           SET DB2-PI-LONG-ACTION-STRING OF DB2G-LOAD-STRUCT TO NULL
           SET DB2-PI-XML-PATH-LIST OF DB2G-LOAD-STRUCT TO NULL
           MOVE SPACE TO DB2-I-RESTARTPHASE OF DB2LOAD-IN
           MOVE SPACE TO DB2-I-STATS-OPT OF DB2LOAD-IN
           MOVE 0 TO DB2-I-SET-INTEGRITY-PENDING OF DB2LOAD-IN
           PERFORM 3700-SET-SOURCE-USER-EXIT
           SET DB2-PI-XML-PARSE OF DB2LOAD-IN TO NULL
           PERFORM 3900-SET-XML-VALIDATION

           CALL "db2gLoad" USING BY VALUE WS-DB2-VERSION
                     BY REFERENCE DB2G-LOAD-STRUCT
                     BY REFERENCE SQLCA.

      * A table with an XML profile loads with XMLVALIDATE in force;
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
               SET DB2-PI-XML-VALIDATE OF DB2LOAD-IN TO NULL
           ELSE
               PERFORM 3950-BUILD-XML-VALIDATE
               SET DB2-PI-XML-VALIDATE OF DB2LOAD-IN
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
           MOVE DB2-O-ROWS-READ OF DB2LOAD-OUT TO WS-ROWS-READ-DISP
           MOVE DB2-O-ROWS-SKIPPED OF DB2LOAD-OUT
           MOVE WS-RESTART-COUNT TO WS-RESTART-COUNT-DISP
           MOVE WS-SAVE-COUNT TO WS-SAVE-COUNT-DISP
           MOVE SQLCODE TO WS-SQLCODE-DISP
           STRING WS-LOAD-RUN-TS "," WS-TABLE-NAME ","
                  WS-ROWS-READ-DISP "," WS-ROWS-SKIPPED-DISP ","
                  WS-ROWS-LOADED-DISP "," WS-ROWS-REJECTED-DISP ","
                  WS-ROWS-DELETED-DISP "," WS-ROWS-COMMITTED-DISP ","
           IF SQLCODE < 0
               MOVE WS-TABLE-NAME TO FAILED-LOAD-TABLE
               MOVE WS-SOURCE-PATH TO FAILED-LOAD-SOURCE
               MOVE WS-COMPRESS-TYPE TO FAILED-LOAD-COMPRESS-TYPE
               MOVE WS-FILE-TYPE TO FAILED-LOAD-FILE-TYPE
               WRITE FAILED-LOAD-REC
           END-IF.

      * Only a load that rejected rows is indexed for the workbench -
      * a clean load's message file is kept but has nothing to parse.
       4600-APPEND-REJECT-RUN.
           IF DB2-O-ROWS-REJECTED OF DB2LOAD-OUT > 0
               MOVE WS-LOAD-RUN-TS TO LR-RUN-TS
               MOVE "LDHIST" TO LR-PROGRAM-ID
               MOVE WS-TABLE-NAME TO LR-TABLE-NAME
               MOVE WS-MSG-FILE-NAME TO LR-MSG-FILE
               MOVE WS-DUMP-FILE-NAME TO LR-DUMP-FILE
               MOVE DB2-O-ROWS-REJECTED OF DB2LOAD-OUT
                   TO LR-ROWS-REJECTED
               MOVE SQLCODE TO LR-FINAL-SQLCODE
               WRITE LOAD-REJECT-RUN-REC
           END-IF.

      * Only the documents XMLVALIDATE itself refused are counted as
      * the feed's rejected documents - see 4750.
       4700-APPEND-XML-VALIDATION.
           IF WS-XP-FOUND-SUB > 0
               PERFORM 4750-COUNT-XML-REJECTS
               MOVE WS-LOAD-RUN-TS TO XV-RUN-TS
               MOVE "LDHIST" TO XV-PROGRAM-ID
               MOVE WS-TABLE-NAME TO XV-TABLE-NAME
               MOVE WS-XP-XML-COLUMN (WS-XP-FOUND-SUB)
                   TO XV-XML-COLUMN
               MOVE WS-XP-VALIDATE-USING (WS-XP-FOUND-SUB)
                   TO XV-VALIDATE-USING
               MOVE WS-XP-SCHEMA-NAME (WS-XP-FOUND-SUB)
                   TO XV-SCHEMA-NAME
               MOVE DB2-O-ROWS-READ OF DB2LOAD-OUT TO XV-ROWS-READ
               MOVE WS-XML-DOCS-REJECTED TO XV-DOCS-REJECTED
               MOVE SQLCODE TO XV-FINAL-SQLCODE
               WRITE XML-VALID-REC
               IF XV-DOCS-REJECTED > 0
                   MOVE XV-DOCS-REJECTED TO WS-XML-REJECTED-DISP
                   DISPLAY "LDHIST: " WS-TABLE-NAME " "
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
           IF DB2-O-ROWS-REJECTED OF DB2LOAD-OUT > 0
               OPEN INPUT LOAD-MESSAGE-FILE
               IF WS-MSG-STATUS = "00"
                   MOVE "N" TO WS-MSG-EOF-SW
                   PERFORM UNTIL WS-MSG-EOF
                       READ LOAD-MESSAGE-FILE
                           AT END MOVE "Y" TO WS-MSG-EOF-SW
                           NOT AT END
                               IF LOAD-MESSAGE-REC (1:5) = "SQL16"
                                   AND LOAD-MESSAGE-REC (4:5)
                                       IS NUMERIC
                                   AND LOAD-MESSAGE-REC (9:1) = "N"
                                   ADD 1 TO WS-XML-DOCS-REJECTED
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LOAD-MESSAGE-FILE
               ELSE
                   DISPLAY "LDHIST: " WS-TABLE-NAME
                       " message file unreadable (status "
                       WS-MSG-STATUS ") - XML rejects not counted"
                   IF WS-JOB-SEVERITY < 4
                       MOVE 4 TO WS-JOB-SEVERITY
                   END-IF
               END-IF
           END-IF.

       9000-TERMINATE.
           CLOSE LOAD-HISTORY-FILE
           CLOSE FAILED-LOAD-FILE
           CLOSE REJECT-RUN-FILE
           CLOSE XML-VALID-FILE.


      * Shared knowledge-base lookup - this driver's SQLCA lines go
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "LDHIST" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS

      *           will accept, so a load that died during indexcopy is
      *           left alone and flagged in the log for manual restart
      *           instead of being resubmitted with a made-up code.
      *           A failed load of a compressed feed is resubmitted
      *           through the same decompression user exit LDHIST
      *           loaded it with (DB2LOAD-USER-EXIT, named by the
      *           compression type carried on its LDRESTRT.DAT
      *           record), so the restart never needs an uncompressed
      *           copy either.
      *
      *           A restart keeps its own message file, and a restart
      *           of a delimited feed (the file type LDHIST carried on
      *           the LDRESTRT.DAT record - blank means IXF) its own
      *           dump file, named for the restart in the reject
      *           directory the way LDHIST names its loads'.  A
      *           restart that rejected rows is indexed in LDREJRUN.DAT
      *           so LDREJWB picks its rejects up alongside the
      *           original loads'.
      *
      *           A table with an XMLPROF.DAT validation profile is
      *           restarted under the same XMLVALIDATE clause LDHIST
      *           loaded it with (DB2DMUXML-VALIDATE through
      *           DB2-PI-XML-VALIDATE of DB2LOAD-IN), and the restart
      *           appends its own XMLVALID.DAT record under its run
      *           timestamp - rows read, and the documents its message
      *           file reports under an SQL16xxxN validation message.
      *           Any rejected document warns the run.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RESTART-LOG-FILE ASSIGN TO WS-RESTART-LOG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
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
       FILE SECTION.
       FD  FAILED-LOAD-FILE
           RECORDING MODE IS F.
           COPY "ldfail.cpy".

       FD  RESTART-LOG-FILE
           RECORDING MODE IS F.
       01  RESTART-LOG-REC            PIC X(132).

       FD  REJECT-RUN-FILE
           RECORDING MODE IS F.
           COPY "ldrjrun.cpy".

       FD  XML-PROFILE-FILE
           RECORDING MODE IS F.
           COPY "xmlprof.cpy".

       FD  XML-VALID-FILE
           RECORDING MODE IS F.
           COPY "xmlvalid.cpy".

      * The restart's own message file, read back for its XML
      * validation messages.
       FD  LOAD-MESSAGE-FILE
           RECORDING MODE IS F.
       01  LOAD-MESSAGE-REC           PIC X(256).

       FD  OPS-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "opsaudit.cpy".

       01  WS-FAILED-LOAD-DD          PIC X(40) VALUE "LDRESTRT.DAT".
       01  WS-RESTART-LOG-DD          PIC X(40) VALUE "LDRESTRT.LOG".
       01  WS-REJECT-RUN-DD           PIC X(40) VALUE "LDREJRUN.DAT".
       01  WS-XML-PROFILE-DD          PIC X(40) VALUE "XMLPROF.DAT".
       01  WS-XML-VALID-DD            PIC X(40) VALUE "XMLVALID.DAT".

       01  WS-FAILED-LOAD-STATUS      PIC XX.
       01  WS-LOG-STATUS              PIC XX.
       01  WS-REJECT-RUN-STATUS       PIC XX.
       01  WS-XML-PROFILE-STATUS      PIC XX.
       01  WS-XML-VALID-STATUS        PIC XX.
       01  WS-MSG-STATUS              PIC XX.
       01  WS-EOF-SW                  PIC X     VALUE "N".
           88 WS-EOF                  VALUE "Y".
       01  WS-MSG-EOF-SW              PIC X     VALUE "N".
           88 WS-MSG-EOF              VALUE "Y".
       01  WS-SKIP-RESTART-SW         PIC X     VALUE "N".
           88 WS-SKIP-RESTART         VALUE "Y".
       01  WS-SKIP-REASON             PIC X(40) VALUE SPACES.

       01  WS-TABLE-NAME              PIC X(30) VALUE SPACES.
       01  WS-SOURCE-PATH             PIC X(100) VALUE SPACES.
           05 WS-SOURCE-LOCATION-PATH PIC X(255).
           05 FILLER                  PIC X.
       01  WS-FILE-TYPE               PIC X(3)  VALUE "IXF".
           88 WS-FILE-TYPE-IXF        VALUE "IXF".
           88 WS-FILE-TYPE-KNOWN      VALUE "IXF" "DEL".

      * Per-restart message and dump files, named as LDHIST names its
      * loads'.  The dump file is named on the server through the
      * dumpfile file type modifier, which DB2 wants fully
      * qualified; the modifier travels as an sqlchar - a 2-byte
      * length ahead of the text.
       01  WS-LOAD-RUN-TS             PIC X(14) VALUE SPACES.
       01  WS-LOAD-RUN-SEQ            PIC 9(4)  VALUE 0.
       01  WS-REJECT-DIR              PIC X(40) VALUE "/db2/ldreject/".
       01  WS-MSG-FILE-NAME           PIC X(80) VALUE SPACES.
       01  WS-DUMP-FILE-NAME          PIC X(80) VALUE SPACES.
       01  WS-FILE-TYPE-MOD.
           05 WS-FILE-TYPE-MOD-LEN    PIC S9(4) COMP-5 VALUE 0.
           05 WS-FILE-TYPE-MOD-TEXT   PIC X(100) VALUE SPACES.

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
       01  WS-RESTART-PHASE           PIC X     VALUE SPACES.
       01  WS-WHICH-PHASE-DISP        PIC Z(8)9.
       01  WS-SQLCODE-DISP            PIC -(8)9.

      * XML validation profiles for the tables this run may restart -
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
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "LDRESTRT".
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
           OPEN INPUT FAILED-LOAD-FILE
           OPEN EXTEND RESTART-LOG-FILE
           IF WS-LOG-STATUS = "35"
               CLOSE RESTART-LOG-FILE
               OPEN OUTPUT RESTART-LOG-FILE
           END-IF
           MOVE SPACES TO RESTART-LOG-REC
           STRING "LDRESTRT  RUN ID=" WS-RUN-ID
                  "  START=" WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO RESTART-LOG-REC
           WRITE RESTART-LOG-REC
           MOVE SPACES TO RESTART-LOG-REC
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
               DISPLAY "LDRESTRT: XML profile table full (50) - "
                   "skipping " XP-TABLE-NAME
           END-IF.

       2000-PROCESS-FAILED-LOADS.
                   NOT AT END
                       MOVE FAILED-LOAD-TABLE TO WS-TABLE-NAME
                       MOVE FAILED-LOAD-SOURCE TO WS-SOURCE-PATH
                       MOVE FAILED-LOAD-COMPRESS-TYPE
                           TO WS-COMPRESS-TYPE
                       MOVE FAILED-LOAD-FILE-TYPE TO WS-FILE-TYPE
                       IF WS-FILE-TYPE = SPACES
                           MOVE "IXF" TO WS-FILE-TYPE
                       END-IF
                       MOVE "N" TO WS-SKIP-RESTART-SW
                       ADD 1 TO WS-AUDIT-ENTRY-COUNT
                       PERFORM 3000-QUERY-LOAD-PHASE
                       PERFORM 4000-DETERMINE-RESTART-PHASE
                       IF NOT WS-COMPRESS-KNOWN
                           MOVE "Y" TO WS-SKIP-RESTART-SW
                           MOVE "UNKNOWN-COMPRESSION-TYPE"
                               TO WS-SKIP-REASON
                       END-IF
                       IF NOT WS-FILE-TYPE-KNOWN
                           MOVE "Y" TO WS-SKIP-RESTART-SW
                           MOVE "UNKNOWN-FILE-TYPE"
                               TO WS-SKIP-REASON
                       END-IF
                       IF WS-SKIP-RESTART
                           PERFORM 6500-LOG-MANUAL-RESTART-NEEDED
                           IF WS-JOB-SEVERITY < 4
                       ELSE
                           PERFORM 5000-RESUBMIT-LOAD
                           PERFORM 6000-LOG-RESTART
                           PERFORM 6200-APPEND-REJECT-RUN
                           PERFORM 6300-APPEND-XML-VALIDATION
                       END-IF
               END-READ
           END-PERFORM
                   MOVE SQLU-DELETE-PHASE TO WS-RESTART-PHASE
               WHEN DB2LOADQUERY-INDEXCOPY-PHASE
                   MOVE "Y" TO WS-SKIP-RESTART-SW
                   MOVE "NO-RESTARTPHASE-CODE-FOR-INDEXCOPY"
                       TO WS-SKIP-REASON
               WHEN OTHER
                   MOVE SQLU-LOAD-PHASE TO WS-RESTART-PHASE
           END-EVALUATE.

      * A compressed feed is read by its decompression exit, which
      * DB2 starts with the source list as its media argument and
      * loads from through a pipe - the source list still names the
      * compressed file.  A plain feed keeps the NULL exit.
       4900-SET-SOURCE-USER-EXIT.
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

      * The restart timestamp names both files and keys the restart's
      * rejects in the workbench store.
       4950-SET-REJECT-FILES.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-LOAD-RUN-TS
           MOVE WS-AUDIT-ENTRY-COUNT TO WS-LOAD-RUN-SEQ
           MOVE SPACES TO WS-MSG-FILE-NAME
           STRING WS-REJECT-DIR DELIMITED BY SPACE
                  "LDRESTRT." WS-LOAD-RUN-TS "." WS-LOAD-RUN-SEQ
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
                      "LDRESTRT." WS-LOAD-RUN-TS "." WS-LOAD-RUN-SEQ
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

      * A table with an XML profile is restarted with XMLVALIDATE in
      * force, exactly as LDHIST loaded it; any other table keeps a
      * NULL DB2-PI-XML-VALIDATE.
       4960-SET-XML-VALIDATION.
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
               PERFORM 4970-BUILD-XML-VALIDATE
               SET DB2-PI-XML-VALIDATE OF DB2LOAD-IN
                   TO ADDRESS OF DB2DMUXML-VALIDATE
           END-IF.

      * DB2DMUXML-VALIDATE names what to validate with; its USING
      * SCHEMA or USING XDS argument block is addressed only for the
      * matching mode, schemaLocation hints need neither.
       4970-BUILD-XML-VALIDATE.
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
                   PERFORM 4980-BUILD-XDS-ARGUMENTS
                   SET DB2-PI-XDS-ARGS OF DB2DMUXML-VALIDATE
                       TO ADDRESS OF DB2DMUXML-VALIDATE-XDS
               WHEN OTHER
                   MOVE DB2DMU-XMLVAL-SCHEMALOC-HINTS
                       TO DB2-I-USING OF DB2DMUXML-VALIDATE
           END-EVALUATE.

      * USING XDS: the profile's schema is the DEFAULT for documents
      * whose XDS names none, plus at most one MAP (from, to) pair.
       4980-BUILD-XDS-ARGUMENTS.
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

       5000-RESUBMIT-LOAD.
           PERFORM 4800-BUILD-SOURCE-LIST-HEADER
           SET DB2-PI-SOURCE-LIST OF DB2G-LOAD-STRUCT
           SET DB2-PI-ACTION-STRING OF DB2G-LOAD-STRUCT TO NULL
           SET DB2-PI-FILE-TYPE OF DB2G-LOAD-STRUCT
               TO ADDRESS OF WS-FILE-TYPE
           SET DB2-PI-TEMP-FILES-PATH OF DB2G-LOAD-STRUCT TO NULL
           SET DB2-PI-VENDOR-SORT-WORK-PATHS OF DB2G-LOAD-STRUCT
               TO NULL
           SET DB2-PO-PART-LOAD-INFO-OUT OF DB2G-LOAD-STRUCT TO NULL
           MOVE SQLU-RESTART TO DB2-I-CALLER-ACTION OF DB2G-LOAD-STRUCT
           MOVE 3 TO DB2-I-FILE-TYPE-LEN OF DB2G-LOAD-STRUCT
           PERFORM 4950-SET-REJECT-FILES
           MOVE 0 TO DB2-I-TEMP-FILES-PATH-LEN OF DB2G-LOAD-STRUCT
           SET DB2-PI-LONG-ACTION-STRING OF DB2G-LOAD-STRUCT TO NULL
           SET DB2-PI-XML-PATH-LIST OF DB2G-LOAD-STRUCT TO NULL

           MOVE WS-RESTART-PHASE TO DB2-I-RESTARTPHASE OF DB2LOAD-IN
           PERFORM 4900-SET-SOURCE-USER-EXIT
           SET DB2-PI-XML-PARSE OF DB2LOAD-IN TO NULL
           PERFORM 4960-SET-XML-VALIDATION

           CALL "db2gLoad" USING BY VALUE WS-DB2-VERSION
                     BY REFERENCE DB2G-LOAD-STRUCT
           STRING "LOAD RESTART  TABLE=" WS-TABLE-NAME
                  " PHASE=" WS-WHICH-PHASE-DISP
                  " RESTARTPHASE=" WS-RESTART-PHASE
                  " COMPRESS=" WS-COMPRESS-TYPE
                  " SQLCODE=" WS-SQLCODE-DISP
               DELIMITED BY SIZE INTO RESTART-LOG-REC
           WRITE RESTART-LOG-REC
               MOVE 8 TO WS-JOB-SEVERITY
           END-IF.

      * Only a restart that rejected rows is indexed for the
      * workbench.
       6200-APPEND-REJECT-RUN.
           IF DB2-O-ROWS-REJECTED OF DB2LOAD-OUT > 0
               MOVE WS-LOAD-RUN-TS TO LR-RUN-TS
               MOVE "LDRESTRT" TO LR-PROGRAM-ID
               MOVE WS-TABLE-NAME TO LR-TABLE-NAME
               MOVE WS-MSG-FILE-NAME TO LR-MSG-FILE
               MOVE WS-DUMP-FILE-NAME TO LR-DUMP-FILE
               MOVE DB2-O-ROWS-REJECTED OF DB2LOAD-OUT
                   TO LR-ROWS-REJECTED
               MOVE SQLCODE TO LR-FINAL-SQLCODE
               WRITE LOAD-REJECT-RUN-REC
           END-IF.

      * Only the documents XMLVALIDATE itself refused are counted as
      * the restart's rejected documents - see 6350.
       6300-APPEND-XML-VALIDATION.
           IF WS-XP-FOUND-SUB > 0
               PERFORM 6350-COUNT-XML-REJECTS
               MOVE WS-LOAD-RUN-TS TO XV-RUN-TS
               MOVE "LDRESTRT" TO XV-PROGRAM-ID
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
                   MOVE SPACES TO RESTART-LOG-REC
                   STRING "XML VALIDATION  TABLE=" WS-TABLE-NAME
                          " DOCS-REJECTED=" WS-XML-REJECTED-DISP
                       DELIMITED BY SIZE INTO RESTART-LOG-REC
                   WRITE RESTART-LOG-REC
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
       6350-COUNT-XML-REJECTS.
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
                   MOVE SPACES TO RESTART-LOG-REC
                   STRING "XML VALIDATION  TABLE=" WS-TABLE-NAME
                          " MESSAGE FILE UNREADABLE (STATUS "
                          WS-MSG-STATUS ") - XML REJECTS NOT COUNTED"
                       DELIMITED BY SIZE INTO RESTART-LOG-REC
                   WRITE RESTART-LOG-REC
                   IF WS-JOB-SEVERITY < 4
                       MOVE 4 TO WS-JOB-SEVERITY
                   END-IF
               END-IF
           END-IF.

       6500-LOG-MANUAL-RESTART-NEEDED.
           MOVE DB2-O-WHICH-PHASE OF DB2LOAD-QUERY-OUTPUT-STRUCT
               TO WS-WHICH-PHASE-DISP
           STRING "LOAD RESTART SKIPPED  TABLE=" WS-TABLE-NAME
                  " PHASE=" WS-WHICH-PHASE-DISP
                  " REASON=" WS-SKIP-REASON
                  " - MANUAL RESTART REQUIRED"
               DELIMITED BY SIZE INTO RESTART-LOG-REC
           WRITE RESTART-LOG-REC.

       9000-TERMINATE.
           CLOSE RESTART-LOG-FILE
           CLOSE REJECT-RUN-FILE
           CLOSE XML-VALID-FILE.


      * Shared knowledge-base lookup - appends the SQLCODE's meaning
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "LDRESTRT" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS

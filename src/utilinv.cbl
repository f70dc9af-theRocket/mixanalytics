      *           now throttles from and MNTWINDW checks before
      *           quiescing, one inventory covering the whole estate.
      *
      *           A utility started by one of our own drivers is
      *           labelled "ours, run <id>" in the inventory.  The
      *           utility snapshot carries no connection, so the
      *           alias's application snapshot is taken as well and
      *           each suite connection (accounting string set to a
      *           run correlation ID by RUNCORID) is matched by
      *           heuristic: the one suite connection whose status is
      *           the utility's own (backup, restore or load in
      *           progress) owns it; failing that, if exactly one
      *           suite connection is on the alias, that run owns it;
      *           otherwise the owner is left blank rather than
      *           guessed.  This driver's own connection never counts.
      *
      *           As with SNAPCSV/BKTHROT/LOCKMON, the vendor copybook
      *           library carries neither the sqlmon.h utility
      *           request-type constants nor a converted utility-
      * cycle, so a finished utility drops out within minutes.
       FD  UTILITY-INVENTORY-FILE
           RECORDING MODE IS F.
           COPY "utilinv.cpy".

       FD  OPS-AUDIT-FILE
           RECORDING MODE IS F.
      * sqlmon.h stand-ins not carried in this shop's vendor copybook
      * - see file banner comment above (same approach as SNAPCSV).
       01  WS-SQLMA-UTILITIES          PIC 9(9) COMP-5 VALUE 29.
       01  WS-SQLMA-DBASE-APPLS        PIC 9(9) COMP-5 VALUE 6.
       01  WS-SQLMA-QUAL-TYPE-DBNAME   PIC 9(9) COMP-5 VALUE 1.
       01  WS-SQLM-STREAM-SNAPSHOT     PIC 9(9) COMP-5 VALUE 1.
       01  WS-SQLM-TARGET-TYPE-UTIL    PIC 9(9) COMP-5 VALUE 5.
       01  WS-SQLM-TARGET-TYPE-APPL    PIC 9(9) COMP-5 VALUE 3.
       01  WS-SQLM-RESTORE             PIC S9(9) COMP-5 VALUE 18.
       01  WS-SQLM-BACKUP              PIC S9(9) COMP-5 VALUE 19.
       01  WS-SQLM-LOAD                PIC S9(9) COMP-5 VALUE 20.
       01  WS-SNAPSHOT-CLASS-DFLT      PIC 9(9) COMP-5 VALUE 0.

      * Per-utility breakout of the converted stream - LOW-VALUES
               10 WS-UT-TARGET        PIC X(30).
       01  WS-UTIL-ENTRY-TABLE-LEN    PIC 9(9)  COMP-5 VALUE 2800.

      * Per-application breakout of the alias's application snapshot
      * - status, client application name and the leading part of
      * the client accounting string, enough to hold a suite run
      * correlation ID.  Same LOW-VALUES end-of-stream convention.
       01  WS-APPL-ENTRY-TABLE.
           05 WS-AE-ENTRY OCCURS 50 TIMES INDEXED BY WS-AE-IDX.
               10 WS-AE-AGENT-ID      PIC S9(9) COMP-5.
               10 WS-AE-APPL-STATUS   PIC S9(9) COMP-5.
               10 WS-AE-APPL-NAME     PIC X(20).
               10 WS-AE-ACCTNG-STRING PIC X(25).
       01  WS-APPL-ENTRY-TABLE-LEN    PIC 9(9)  COMP-5 VALUE 2650.

       01  WS-SNAPSHOT-REQUEST-TYPE   PIC 9(9)  COMP-5 VALUE 0.
       01  WS-AE-SUB                  PIC 9(4)  VALUE 0.
       01  WS-PREFIX-LEN              PIC 9(4)  VALUE 0.
       01  WS-OURS-RUN-ID             PIC X(25) VALUE SPACES.
       01  WS-UTIL-APPL-STATUS        PIC S9(9) COMP-5 VALUE 0.
       01  WS-SUITE-CONN-COUNT        PIC 9(4)  VALUE 0.
       01  WS-SUITE-CONN-RUN-ID       PIC X(25) VALUE SPACES.
       01  WS-STATUS-MATCH-COUNT      PIC 9(4)  VALUE 0.
       01  WS-STATUS-MATCH-RUN-ID     PIC X(25) VALUE SPACES.

      * The consolidated estate-wide inventory built across the
      * per-alias collections before the file is rewritten whole.
       01  WS-INV-TABLE.
               10 WS-IV-PROGRESS      PIC S9(9) COMP-5.
               10 WS-IV-START-TS      PIC X(14).
               10 WS-IV-TARGET        PIC X(30).
               10 WS-IV-OWNER-RUN-ID  PIC X(25).

       01  WS-INVENTORY-DD            PIC X(40) VALUE "UTILINV.DAT".

       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "UTILINV".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.

       01  WS-KB-SQLCODE              PIC S9(9) COMP-5 VALUE 0.
       01  WS-KB-EXPLAIN-LINE         PIC X(132) VALUE SPACES.
           PERFORM 5000-REWRITE-INVENTORY
           PERFORM 9500-WRITE-AUDIT-RECORD
           MOVE WS-JOB-SEVERITY TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-START-TS
           CALL "RUNCORID" USING BY REFERENCE WS-RUN-PROGRAM-ID
                                 BY REFERENCE WS-RUN-ID
           CALL "DBREGSEL" USING
                     BY REFERENCE WS-REGISTRY-FUNCTION
                     BY REFERENCE WS-REGISTRY-SELECTION.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
               MOVE WS-REG-ALIAS (WS-REG-SUB) TO WS-DB-ALIAS
               MOVE WS-SQLMA-UTILITIES TO WS-SNAPSHOT-REQUEST-TYPE
               PERFORM 2100-COLLECT-SNAPSHOT
               PERFORM 3000-CONVERT-UTILITY-ENTRIES
               IF SQLCODE = 0
                   PERFORM 2200-COLLECT-APPL-ENTRIES
                   PERFORM 3500-ACCUMULATE-ALIAS-ENTRIES
               END-IF
           END-PERFORM.

       2100-COLLECT-SNAPSHOT.
           SET DB2-PIO-REQUEST-DATA OF DB2G-ADD-SNAPSHOT-RQST-DATA
               TO NULL
           MOVE WS-SNAPSHOT-REQUEST-TYPE TO DB2-I-REQUEST-TYPE
               OF DB2G-ADD-SNAPSHOT-RQST-DATA
           MOVE 0 TO DB2-I-REQUEST-FLAGS
               OF DB2G-ADD-SNAPSHOT-RQST-DATA

           CALL "db2gGetSnapshot" USING BY VALUE WS-DB2-VERSION
                     BY REFERENCE DB2G-GET-SNAPSHOT-DATA
                     BY REFERENCE SQLCA.

      * The owner lookup is a label only - an application snapshot
      * that fails leaves the alias's utilities unlabelled and the
      * inventory itself untouched.
       2200-COLLECT-APPL-ENTRIES.
           MOVE WS-SQLMA-DBASE-APPLS TO WS-SNAPSHOT-REQUEST-TYPE
           PERFORM 2100-COLLECT-SNAPSHOT
           MOVE LOW-VALUES TO WS-APPL-ENTRY-TABLE
           SET DB2-PO-TARGET OF DB2CONV-MON-STREAM-DATA
               TO ADDRESS OF WS-APPL-ENTRY-TABLE
           SET DB2-PI-SOURCE OF DB2CONV-MON-STREAM-DATA
               TO DB2-PO-COLLECTED-DATA OF DB2G-GET-SNAPSHOT-DATA
           MOVE WS-SQLM-TARGET-TYPE-APPL TO DB2-I-TARGET-TYPE
               OF DB2CONV-MON-STREAM-DATA
           MOVE WS-APPL-ENTRY-TABLE-LEN TO DB2-I-TARGET-SIZE
               OF DB2CONV-MON-STREAM-DATA
           MOVE WS-SQLM-STREAM-SNAPSHOT TO DB2-I-SOURCE-TYPE
               OF DB2CONV-MON-STREAM-DATA

           CALL "db2ConvMonStreamData" USING BY VALUE WS-DB2-VERSION
                     BY REFERENCE DB2CONV-MON-STREAM-DATA
                     BY REFERENCE SQLCA

           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISP
               DISPLAY "UTILINV: application snapshot ALIAS="
                   WS-DB-ALIAS " SQLCODE=" WS-SQLCODE-DISP
                   " - utilities not labelled"
               PERFORM 9450-EXPLAIN-SQLCODE
               MOVE LOW-VALUES TO WS-APPL-ENTRY-TABLE
           END-IF.

       3000-CONVERT-UTILITY-ENTRIES.
           MOVE LOW-VALUES TO WS-UTIL-ENTRY-TABLE
                   TO WS-IV-START-TS (WS-IV-IDX)
               MOVE WS-UT-TARGET (WS-SUB)
                   TO WS-IV-TARGET (WS-IV-IDX)
               PERFORM 3700-FIND-OWNING-RUN
               MOVE WS-OURS-RUN-ID TO WS-IV-OWNER-RUN-ID (WS-IV-IDX)
           ELSE
               DISPLAY "UTILINV: inventory table full (200) - "
                   "entry not listed for " WS-DB-ALIAS
           END-IF.

      * Owner heuristic - see the file banner comment above.  Leaves
      * the owning run's ID in WS-OURS-RUN-ID, or spaces.
       3700-FIND-OWNING-RUN.
           EVALUATE WS-UT-TYPE (WS-SUB)
               WHEN 1
                   MOVE WS-SQLM-BACKUP TO WS-UTIL-APPL-STATUS
               WHEN 2
                   MOVE WS-SQLM-RESTORE TO WS-UTIL-APPL-STATUS
               WHEN 5
                   MOVE WS-SQLM-LOAD TO WS-UTIL-APPL-STATUS
               WHEN OTHER
                   MOVE 0 TO WS-UTIL-APPL-STATUS
           END-EVALUATE
           MOVE 0 TO WS-SUITE-CONN-COUNT
           MOVE 0 TO WS-STATUS-MATCH-COUNT
           MOVE SPACES TO WS-SUITE-CONN-RUN-ID
           MOVE SPACES TO WS-STATUS-MATCH-RUN-ID
           PERFORM VARYING WS-AE-SUB FROM 1 BY 1
                   UNTIL WS-AE-SUB > 50
               IF WS-AE-AGENT-ID (WS-AE-SUB) NOT = 0
                   PERFORM 3750-CHECK-SUITE-OWNED
                   IF WS-OURS-RUN-ID NOT = SPACES
                           AND WS-OURS-RUN-ID NOT = WS-RUN-ID
                       ADD 1 TO WS-SUITE-CONN-COUNT
                       MOVE WS-OURS-RUN-ID TO WS-SUITE-CONN-RUN-ID
                       IF WS-UTIL-APPL-STATUS NOT = 0
                               AND WS-AE-APPL-STATUS (WS-AE-SUB)
                                   = WS-UTIL-APPL-STATUS
                           ADD 1 TO WS-STATUS-MATCH-COUNT
                           MOVE WS-OURS-RUN-ID
                               TO WS-STATUS-MATCH-RUN-ID
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-STATUS-MATCH-COUNT = 1
                   MOVE WS-STATUS-MATCH-RUN-ID TO WS-OURS-RUN-ID
               WHEN WS-STATUS-MATCH-COUNT = 0
                       AND WS-SUITE-CONN-COUNT = 1
                   MOVE WS-SUITE-CONN-RUN-ID TO WS-OURS-RUN-ID
               WHEN OTHER
                   MOVE SPACES TO WS-OURS-RUN-ID
           END-EVALUATE.

      * Suite-owned when the accounting string is a run correlation
      * ID - program-id, a point, the sixteen-digit start stamp - and
      * the program-id part is the connection's application name.
       3750-CHECK-SUITE-OWNED.
           MOVE SPACES TO WS-OURS-RUN-ID
           MOVE 0 TO WS-PREFIX-LEN
           INSPECT WS-AE-ACCTNG-STRING (WS-AE-SUB)
               TALLYING WS-PREFIX-LEN FOR CHARACTERS BEFORE INITIAL "."
           IF WS-PREFIX-LEN > 0 AND WS-PREFIX-LEN < 9
               IF WS-AE-ACCTNG-STRING (WS-AE-SUB) (1:WS-PREFIX-LEN)
                       = WS-AE-APPL-NAME (WS-AE-SUB) (1:WS-PREFIX-LEN)
                   AND WS-AE-APPL-NAME (WS-AE-SUB)
                       (WS-PREFIX-LEN + 1:) = SPACES
                   AND WS-AE-ACCTNG-STRING (WS-AE-SUB)
                       (WS-PREFIX-LEN + 2:16) IS NUMERIC
                   MOVE WS-AE-ACCTNG-STRING (WS-AE-SUB)
                       TO WS-OURS-RUN-ID
               END-IF
           END-IF.

      * One inventory covering every collected alias.  Any alias
      * whose collection failed holds the whole rewrite - a stale
      * complete inventory beats a fresh one with holes in it.
           ELSE
               MOVE 0 TO UI-PROGRESS-PCT
           END-IF
           MOVE SPACES TO UI-OWNER-LABEL
           IF WS-IV-OWNER-RUN-ID (WS-SUB) NOT = SPACES
               STRING "ours, run " WS-IV-OWNER-RUN-ID (WS-SUB)
                   DELIMITED BY SIZE INTO UI-OWNER-LABEL
           END-IF
           WRITE UTILITY-INVENTORY-REC.

      * Shared knowledge-base lookup - this driver's SQLCA lines go
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "UTILINV" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS

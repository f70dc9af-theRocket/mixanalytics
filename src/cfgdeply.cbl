      ******************************************************************
      *
      * Program: CFGDEPLY
      *
      * Function: Approved configuration change deployment driver -
      *           the write side CFGDRIFT never had.  Reads a change-
      *           request file, one record per parameter to change
      *           (verb, change ticket, scope, database alias,
      *           DB2-TOKEN, parameter label, new value and the
      *           planned window the change board approved), and for
      *           each APPLY record refuses to touch anything unless
      *           the shared APPRVCHK routine finds a two-person
      *           token for the ticket, the shared CALWINCK calendar
      *           places "now" inside a declared maintenance window
      *           for the alias, and the clock sits inside the
      *           ticket's own planned window.  A change that passes
      *           all three has the parameter's current value
      *           captured with db2gCfgGet into the before-image file,
      *           the new value set with db2gCfgSet (loaded into the
      *           same vendor DB2G-CFG-PARAM structure CFGDRIFT uses),
      *           and the value read straight back with db2gCfgGet to
      *           prove it stuck - a read-back that disagrees raises
      *           a CRITICAL on the shared ALERTQ.
      *
      *           A BACKOUT record names a ticket only: every before-
      *           image captured for that ticket is replayed through
      *           db2gCfgSet in reverse order of application, behind
      *           its own APPRVCHK token, and read back the same way.
      *           A back-out is the recovery path, so only a blackout
      *           refuses it - outside a declared window it proceeds
      *           with a warning, as the utility drivers do.
      *
      *           Every applied or backed-out parameter is written to
      *           OPSAUDIT.DAT (token and value as the key counts) and
      *           queued in CFGPEND.DAT (see cfgpend.cpy) for CFGDRIFT's
      *           next baseline promotion, so the next morning's drift
      *           report shows our own approved change as awaiting
      *           promotion instead of flagging it as drift.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFGDEPLY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-REQUEST-FILE ASSIGN TO WS-REQUEST-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT BEFORE-IMAGE-FILE ASSIGN TO WS-BEFORE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEFORE-STATUS.
           SELECT CFG-PENDING-FILE ASSIGN TO WS-PENDING-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT DEPLOY-LOG-FILE ASSIGN TO WS-LOG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT ALERT-QUEUE-FILE ASSIGN TO WS-ALERTQ-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTQ-STATUS.
           SELECT OPS-AUDIT-FILE ASSIGN TO WS-OPSAUDIT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-REQUEST-FILE
           RECORDING MODE IS F.
       01  CHANGE-REQUEST-REC.
           05 CQ-VERB                  PIC X(8).
               88 CQ-VERB-APPLY        VALUE "APPLY   ".
               88 CQ-VERB-BACKOUT      VALUE "BACKOUT ".
           05 CQ-TICKET                PIC X(12).
           05 CQ-SCOPE                 PIC X.
               88 CQ-SCOPE-DBM         VALUE "M".
               88 CQ-SCOPE-DATABASE    VALUE "D".
           05 CQ-DBALIAS               PIC X(8).
           05 CQ-TOKEN                 PIC 9(9).
           05 CQ-PARAM-NAME            PIC X(18).
           05 CQ-NEW-VALUE             PIC 9(9).
           05 CQ-WINDOW-START          PIC X(12).
           05 CQ-WINDOW-END            PIC X(12).

      * One before-image per parameter actually set - the value the
      * parameter held immediately before the ticket touched it, and
      * the value the ticket put there.  BACKOUT replays these.
       FD  BEFORE-IMAGE-FILE
           RECORDING MODE IS F.
       01  BEFORE-IMAGE-REC.
           05 BI-TICKET                PIC X(12).
           05 BI-CAPTURED-TS           PIC X(14).
           05 BI-SCOPE                 PIC X.
           05 BI-DBALIAS               PIC X(8).
           05 BI-TOKEN                 PIC 9(9).
           05 BI-PARAM-NAME            PIC X(18).
           05 BI-BEFORE-VALUE          PIC 9(9).
           05 BI-NEW-VALUE             PIC 9(9).

       FD  CFG-PENDING-FILE
           RECORDING MODE IS F.
           COPY "cfgpend.cpy".

       FD  DEPLOY-LOG-FILE
           RECORDING MODE IS F.
       01  DEPLOY-LOG-REC              PIC X(132).

       FD  ALERT-QUEUE-FILE
           RECORDING MODE IS F.
           COPY "alertq.cpy".

       FD  OPS-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "opsaudit.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DB2-VERSION              PIC S9(9) COMP-5 VALUE 0.
           COPY "db2ApiDf.cbl".
           COPY "sqlca.cpy".

      * The value db2gCfgGet/db2gCfgSet read and write through
      * DB2-PTRVALUE - CFGDRIFT's own 4-byte shape.
       01  WS-CFG-VALUE                PIC 9(9)  COMP-5 VALUE 0.
       01  WS-CFG-FLAGS                PIC 9(9)  COMP-5 VALUE 0.

       01  WS-REQUEST-DD               PIC X(40) VALUE "CFGDEPLY.DAT".
       01  WS-BEFORE-DD                PIC X(40) VALUE "CFGBEFOR.DAT".
       01  WS-PENDING-DD               PIC X(40) VALUE "CFGPEND.DAT".
       01  WS-LOG-DD                   PIC X(40) VALUE "CFGDEPLY.LOG".

       01  WS-REQUEST-STATUS           PIC XX.
       01  WS-BEFORE-STATUS            PIC XX.
       01  WS-PENDING-STATUS           PIC XX.
       01  WS-LOG-STATUS               PIC XX.
       01  WS-EOF-SW                   PIC X     VALUE "N".
           88 WS-EOF                   VALUE "Y".
       01  WS-BI-EOF-SW                PIC X     VALUE "N".
           88 WS-BI-EOF                VALUE "Y".

      * The parameter currently being worked - loaded from either a
      * change request (APPLY) or a before-image (BACKOUT) so the
      * get/set/read-back paragraphs serve both verbs.
       01  WS-CHG-TICKET               PIC X(12) VALUE SPACES.
       01  WS-CHG-SCOPE                PIC X     VALUE SPACE.
           88 WS-CHG-SCOPE-DATABASE    VALUE "D".
       01  WS-CHG-DBALIAS              PIC X(8)  VALUE SPACES.
       01  WS-CHG-TOKEN                PIC 9(9)  VALUE 0.
       01  WS-CHG-PARAM-NAME           PIC X(18) VALUE SPACES.
       01  WS-CHG-TARGET-VALUE         PIC 9(9)  VALUE 0.
       01  WS-CHG-BEFORE-VALUE         PIC 9(9)  VALUE 0.
       01  WS-CHG-VERB                 PIC X(12) VALUE SPACES.

       01  WS-CFG-CALL-OK-SW           PIC X     VALUE "N".
           88 WS-CFG-CALL-OK           VALUE "Y".
       01  WS-CHANGE-CLEARED-SW        PIC X     VALUE "N".
           88 WS-CHANGE-CLEARED        VALUE "Y".
       01  WS-REFUSE-REASON            PIC X(40) VALUE SPACES.

       01  WS-NOW-TS                   PIC X(14) VALUE SPACES.
       01  WS-NOW-MINUTE               PIC X(12) VALUE SPACES.

      * Before-images loaded for one BACKOUT ticket, replayed last
      * first - capped OCCURS 200 as CFGDRIFT caps its baseline.
       01  WS-BI-TABLE.
           05 WS-BI-NUM-ENTRY          PIC 9(4)  COMP-5 VALUE 0.
           05 WS-BI-ENTRY OCCURS 200 TIMES INDEXED BY WS-BI-IDX.
               10 WS-BI-SCOPE          PIC X.
               10 WS-BI-DBALIAS        PIC X(8).
               10 WS-BI-TOKEN          PIC 9(9).
               10 WS-BI-PARAM-NAME     PIC X(18).
               10 WS-BI-BEFORE-VALUE   PIC 9(9).
       01  WS-SUB                      PIC 9(4)  VALUE 0.

       01  WS-REQUEST-COUNT            PIC 9(9)  VALUE 0.
       01  WS-APPLIED-COUNT            PIC 9(9)  VALUE 0.
       01  WS-BACKED-OUT-COUNT         PIC 9(9)  VALUE 0.
       01  WS-REFUSED-COUNT            PIC 9(9)  VALUE 0.
       01  WS-FAILED-COUNT             PIC 9(9)  VALUE 0.

       01  WS-VALUE-DISP               PIC Z(8)9.
       01  WS-BEFORE-VALUE-DISP        PIC Z(8)9.
       01  WS-READBACK-DISP            PIC Z(8)9.
       01  WS-TOKEN-DISP               PIC Z(8)9.
       01  WS-SQLCODE-DISP             PIC -(8)9.

       01  WS-APPROVAL-ACTION          PIC X(12) VALUE SPACES.
       01  WS-APPROVAL-OBJECT          PIC X(30) VALUE SPACES.
       01  WS-APPROVAL-VERDICT         PIC X     VALUE "N".
           88 WS-APPROVAL-OK           VALUE "Y".
       01  WS-APPROVAL-REASON          PIC X(40) VALUE SPACES.

       01  WS-CALENDAR-VERDICT         PIC X     VALUE SPACE.
           88 WS-CAL-BLACKOUT          VALUE "B".
           88 WS-CAL-MAINTENANCE       VALUE "M".
       01  WS-CALENDAR-REASON          PIC X(40) VALUE SPACES.

       01  WS-ALERTQ-DD                PIC X(40) VALUE "ALERTQ.DAT".
       01  WS-ALERTQ-STATUS            PIC XX.
       01  WS-OPSAUDIT-DD              PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS          PIC XX.
       01  WS-AUDIT-START-TS           PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID           PIC X(8)  VALUE "CFGDEPLY".
       01  WS-RUN-ID                   PIC X(25) VALUE SPACES.

       01  WS-KB-SQLCODE               PIC S9(9) COMP-5 VALUE 0.
       01  WS-KB-EXPLAIN-LINE          PIC X(132) VALUE SPACES.

      * Scheduler return-code severity for this run: 0 clean, 4
      * warnings, 8 check failed / do not proceed, 12 driver
      * failed - the suite-wide condition-code convention.
       01  WS-JOB-SEVERITY             PIC 9(2)  VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CHANGE-REQUESTS
           PERFORM 8000-WRITE-SUMMARY-TOTALS
           PERFORM 9500-WRITE-AUDIT-RECORD
           PERFORM 9000-TERMINATE
           MOVE WS-JOB-SEVERITY TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-START-TS
           CALL "RUNCORID" USING BY REFERENCE WS-RUN-PROGRAM-ID
                                 BY REFERENCE WS-RUN-ID
           OPEN INPUT CHANGE-REQUEST-FILE
           OPEN EXTEND DEPLOY-LOG-FILE
           IF WS-LOG-STATUS = "35"
               CLOSE DEPLOY-LOG-FILE
               OPEN OUTPUT DEPLOY-LOG-FILE
           END-IF
           MOVE SPACES TO DEPLOY-LOG-REC
           STRING "CFGDEPLY  RUN ID=" WS-RUN-ID
                  "  START=" WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO DEPLOY-LOG-REC
           WRITE DEPLOY-LOG-REC
           MOVE SPACES TO DEPLOY-LOG-REC
           STRING "CFGDEPLY RUN STARTED " WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO DEPLOY-LOG-REC
           WRITE DEPLOY-LOG-REC
           IF WS-REQUEST-STATUS NOT = "00"
               MOVE "NO CHANGE-REQUEST FILE - NOTHING DEPLOYED"
                   TO DEPLOY-LOG-REC
               WRITE DEPLOY-LOG-REC
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           END-IF.

       2000-PROCESS-CHANGE-REQUESTS.
           IF WS-REQUEST-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ CHANGE-REQUEST-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-REQUEST-COUNT
                           EVALUATE TRUE
                               WHEN CQ-VERB-APPLY
                                   PERFORM 3000-APPLY-ONE-CHANGE
                               WHEN CQ-VERB-BACKOUT
                                   PERFORM 5000-BACKOUT-TICKET
                               WHEN OTHER
                                   ADD 1 TO WS-REFUSED-COUNT
                                   STRING "UNKNOWN VERB " CQ-VERB
                                          " TICKET=" CQ-TICKET
                                          " - RECORD IGNORED"
                                       DELIMITED BY SIZE
                                       INTO DEPLOY-LOG-REC
                                   WRITE DEPLOY-LOG-REC
                                   IF WS-JOB-SEVERITY < 4
                                       MOVE 4 TO WS-JOB-SEVERITY
                                   END-IF
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE CHANGE-REQUEST-FILE
           END-IF.

      * APPLY: token, calendar and the ticket's own planned window
      * must all clear before the before-image is taken - nothing is
      * read from or written to the instance for a refused change.
       3000-APPLY-ONE-CHANGE.
           MOVE CQ-TICKET TO WS-CHG-TICKET
           MOVE CQ-SCOPE TO WS-CHG-SCOPE
           MOVE CQ-DBALIAS TO WS-CHG-DBALIAS
           MOVE CQ-TOKEN TO WS-CHG-TOKEN
           MOVE CQ-PARAM-NAME TO WS-CHG-PARAM-NAME
           MOVE CQ-NEW-VALUE TO WS-CHG-TARGET-VALUE
           MOVE "CFGSET" TO WS-CHG-VERB
           MOVE WS-CHG-TOKEN TO WS-TOKEN-DISP
           MOVE WS-CHG-TARGET-VALUE TO WS-VALUE-DISP
           STRING "APPLY TICKET=" WS-CHG-TICKET
                  " ALIAS=" WS-CHG-DBALIAS
                  " SCOPE=" WS-CHG-SCOPE
                  " PARAM=" WS-CHG-PARAM-NAME
                  " TOKEN=" WS-TOKEN-DISP
                  " NEW=" WS-VALUE-DISP
               DELIMITED BY SIZE INTO DEPLOY-LOG-REC
           WRITE DEPLOY-LOG-REC
           PERFORM 3100-CLEAR-APPLY-GATES
           IF NOT WS-CHANGE-CLEARED
               ADD 1 TO WS-REFUSED-COUNT
               IF WS-JOB-SEVERITY < 8
                   MOVE 8 TO WS-JOB-SEVERITY
               END-IF
               STRING "  REFUSED TICKET=" WS-CHG-TICKET
                      " - " WS-REFUSE-REASON
                   DELIMITED BY SIZE INTO DEPLOY-LOG-REC
               WRITE DEPLOY-LOG-REC
           ELSE
               PERFORM 4000-GET-CURRENT-VALUE
               IF NOT WS-CFG-CALL-OK
      * No before-image, no change - a parameter that cannot be read
      * could not be backed out either.
                   ADD 1 TO WS-FAILED-COUNT
                   IF WS-JOB-SEVERITY < 12
                       MOVE 12 TO WS-JOB-SEVERITY
                   END-IF
                   MOVE "  NOT APPLIED - BEFORE-IMAGE COULD NOT BE READ"
                       TO DEPLOY-LOG-REC
                   WRITE DEPLOY-LOG-REC
               ELSE
                   MOVE WS-CFG-VALUE TO WS-CHG-BEFORE-VALUE
                   PERFORM 3500-WRITE-BEFORE-IMAGE
                   PERFORM 4500-SET-AND-VERIFY
               END-IF
           END-IF.

       3100-CLEAR-APPLY-GATES.
           MOVE "Y" TO WS-CHANGE-CLEARED-SW
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW-TS
           MOVE WS-NOW-TS (1:12) TO WS-NOW-MINUTE
           IF WS-NOW-MINUTE < CQ-WINDOW-START
                   OR WS-NOW-MINUTE > CQ-WINDOW-END
               MOVE "N" TO WS-CHANGE-CLEARED-SW
               MOVE "OUTSIDE THE TICKET'S PLANNED WINDOW"
                   TO WS-REFUSE-REASON
           END-IF
           IF WS-CHANGE-CLEARED
               MOVE "CFGCHANGE" TO WS-APPROVAL-ACTION
               MOVE SPACES TO WS-APPROVAL-OBJECT
               MOVE WS-CHG-TICKET TO WS-APPROVAL-OBJECT
               CALL "APPRVCHK" USING
                         BY REFERENCE WS-APPROVAL-ACTION
                         BY REFERENCE WS-APPROVAL-OBJECT
                         BY REFERENCE WS-APPROVAL-VERDICT
                         BY REFERENCE WS-APPROVAL-REASON
               IF NOT WS-APPROVAL-OK
                   MOVE "N" TO WS-CHANGE-CLEARED-SW
                   MOVE WS-APPROVAL-REASON TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF WS-CHANGE-CLEARED
               CALL "CALWINCK" USING
                         BY REFERENCE WS-CHG-DBALIAS
                         BY REFERENCE WS-CALENDAR-VERDICT
                         BY REFERENCE WS-CALENDAR-REASON
               IF NOT WS-CAL-MAINTENANCE
                   MOVE "N" TO WS-CHANGE-CLEARED-SW
                   MOVE WS-CALENDAR-REASON TO WS-REFUSE-REASON
               END-IF
           END-IF.

       3500-WRITE-BEFORE-IMAGE.
           OPEN EXTEND BEFORE-IMAGE-FILE
           IF WS-BEFORE-STATUS = "35"
               CLOSE BEFORE-IMAGE-FILE
               OPEN OUTPUT BEFORE-IMAGE-FILE
           END-IF
           MOVE WS-CHG-TICKET TO BI-TICKET
           MOVE FUNCTION CURRENT-DATE (1:14) TO BI-CAPTURED-TS
           MOVE WS-CHG-SCOPE TO BI-SCOPE
           MOVE WS-CHG-DBALIAS TO BI-DBALIAS
           MOVE WS-CHG-TOKEN TO BI-TOKEN
           MOVE WS-CHG-PARAM-NAME TO BI-PARAM-NAME
           MOVE WS-CHG-BEFORE-VALUE TO BI-BEFORE-VALUE
           MOVE WS-CHG-TARGET-VALUE TO BI-NEW-VALUE
           WRITE BEFORE-IMAGE-REC
           CLOSE BEFORE-IMAGE-FILE
           MOVE WS-CHG-BEFORE-VALUE TO WS-BEFORE-VALUE-DISP
           STRING "  BEFORE-IMAGE CAPTURED PARAM=" WS-CHG-PARAM-NAME
                  " VALUE=" WS-BEFORE-VALUE-DISP
               DELIMITED BY SIZE INTO DEPLOY-LOG-REC
           WRITE DEPLOY-LOG-REC.

      * The DB2G-CFG / DB2G-CFG-PARAM pair CFGDRIFT builds, pointed
      * at WS-CFG-VALUE - the same structures carry the db2gCfgSet.
       4000-GET-CURRENT-VALUE.
           MOVE 0 TO WS-CFG-VALUE
           PERFORM 4900-BUILD-CFG-STRUCT
           CALL "db2gCfgGet" USING BY VALUE WS-DB2-VERSION
                     BY REFERENCE DB2G-CFG
                     BY REFERENCE SQLCA
           IF SQLCODE NOT = 0
               MOVE "N" TO WS-CFG-CALL-OK-SW
               MOVE SQLCODE TO WS-SQLCODE-DISP
               STRING "  db2gCfgGet SQLCODE=" WS-SQLCODE-DISP
                      " PARAM=" WS-CHG-PARAM-NAME
                   DELIMITED BY SIZE INTO DEPLOY-LOG-REC
               WRITE DEPLOY-LOG-REC
               PERFORM 9450-EXPLAIN-SQLCODE
           ELSE
               MOVE "Y" TO WS-CFG-CALL-OK-SW
           END-IF.

      * Set immediately, then read the parameter straight back - the
      * change is only counted when the instance reports the value
      * the ticket asked for.
       4500-SET-AND-VERIFY.
           MOVE WS-CHG-TARGET-VALUE TO WS-CFG-VALUE
           PERFORM 4900-BUILD-CFG-STRUCT
           ADD DB2CFG-IMMEDIATE TO WS-CFG-FLAGS
           MOVE WS-CFG-FLAGS TO DB2-FLAGS OF DB2G-CFG
           CALL "db2gCfgSet" USING BY VALUE WS-DB2-VERSION
                     BY REFERENCE DB2G-CFG
                     BY REFERENCE SQLCA
           MOVE SQLCODE TO WS-SQLCODE-DISP
           MOVE WS-CHG-TARGET-VALUE TO WS-VALUE-DISP
           STRING "  db2gCfgSet PARAM=" WS-CHG-PARAM-NAME
                  " VALUE=" WS-VALUE-DISP
                  " SQLCODE=" WS-SQLCODE-DISP
               DELIMITED BY SIZE INTO DEPLOY-LOG-REC
           WRITE DEPLOY-LOG-REC
           IF SQLCODE NOT = 0
               PERFORM 9450-EXPLAIN-SQLCODE
               ADD 1 TO WS-FAILED-COUNT
               IF WS-JOB-SEVERITY < 12
                   MOVE 12 TO WS-JOB-SEVERITY
               END-IF
               MOVE "CRITICAL" TO AQ-SEVERITY
               MOVE WS-CHG-PARAM-NAME TO AQ-OBJECT
               STRING "CONFIG SET FAILED TICKET=" WS-CHG-TICKET
                   DELIMITED BY SIZE INTO AQ-MESSAGE
               PERFORM 9400-APPEND-ALERT
           ELSE
               PERFORM 4000-GET-CURRENT-VALUE
               MOVE WS-CFG-VALUE TO WS-READBACK-DISP
               IF WS-CFG-CALL-OK
                       AND WS-CFG-VALUE = WS-CHG-TARGET-VALUE
                   STRING "  READ-BACK VERIFIED PARAM="
                          WS-CHG-PARAM-NAME
                          " VALUE=" WS-READBACK-DISP
                       DELIMITED BY SIZE INTO DEPLOY-LOG-REC
                   WRITE DEPLOY-LOG-REC
                   IF WS-CHG-VERB = "CFGSET"
                       ADD 1 TO WS-APPLIED-COUNT
                   ELSE
                       ADD 1 TO WS-BACKED-OUT-COUNT
                   END-IF
                   PERFORM 4700-QUEUE-FOR-PROMOTION
                   PERFORM 9550-WRITE-CHANGE-AUDIT
               ELSE
                   ADD 1 TO WS-FAILED-COUNT
                   IF WS-JOB-SEVERITY < 12
                       MOVE 12 TO WS-JOB-SEVERITY
                   END-IF
                   STRING "  READ-BACK MISMATCH PARAM="
                          WS-CHG-PARAM-NAME
                          " EXPECTED=" WS-VALUE-DISP
                          " FOUND=" WS-READBACK-DISP
                       DELIMITED BY SIZE INTO DEPLOY-LOG-REC
                   WRITE DEPLOY-LOG-REC
                   MOVE "CRITICAL" TO AQ-SEVERITY
                   MOVE WS-CHG-PARAM-NAME TO AQ-OBJECT
                   STRING "CONFIG CHANGE DID NOT STICK TICKET="
                          WS-CHG-TICKET
                       DELIMITED BY SIZE INTO AQ-MESSAGE
                   PERFORM 9400-APPEND-ALERT
               END-IF
           END-IF.

       4700-QUEUE-FOR-PROMOTION.
           OPEN EXTEND CFG-PENDING-FILE
           IF WS-PENDING-STATUS = "35"
               CLOSE CFG-PENDING-FILE
               OPEN OUTPUT CFG-PENDING-FILE
           END-IF
           MOVE WS-CHG-TICKET TO CP-TICKET
           MOVE FUNCTION CURRENT-DATE (1:14) TO CP-APPLIED-TS
           MOVE WS-CHG-SCOPE TO CP-SCOPE
           MOVE WS-CHG-DBALIAS TO CP-DBNAME
           MOVE WS-CHG-TOKEN TO CP-TOKEN
           MOVE WS-CHG-PARAM-NAME TO CP-PARAM-NAME
           MOVE WS-CHG-TARGET-VALUE TO CP-VALUE
           WRITE CFG-PENDING-REC
           CLOSE CFG-PENDING-FILE.

       4900-BUILD-CFG-STRUCT.
           MOVE WS-CHG-TOKEN TO DB2-TOKEN OF DB2G-CFG-PARAM
           MOVE 4 TO DB2-PTRVALUE-LEN OF DB2G-CFG-PARAM
           SET DB2-PTRVALUE OF DB2G-CFG-PARAM
               TO ADDRESS OF WS-CFG-VALUE
           MOVE 0 TO DB2-FLAGS OF DB2G-CFG-PARAM

           SET DB2-PARAM-ARRAY OF DB2G-CFG
               TO ADDRESS OF DB2G-CFG-PARAM
           MOVE 1 TO DB2-NUM-ITEMS OF DB2G-CFG
           IF WS-CHG-SCOPE-DATABASE
               MOVE DB2CFG-DATABASE TO WS-CFG-FLAGS
               MOVE 8 TO DB2-DBNAME-LEN OF DB2G-CFG
               SET DB2-DBNAME OF DB2G-CFG
                   TO ADDRESS OF WS-CHG-DBALIAS
           ELSE
               MOVE DB2CFG-DATABASE-MANAGER TO WS-CFG-FLAGS
               MOVE 0 TO DB2-DBNAME-LEN OF DB2G-CFG
               SET DB2-DBNAME OF DB2G-CFG TO NULL
           END-IF
           MOVE WS-CFG-FLAGS TO DB2-FLAGS OF DB2G-CFG.

      * BACKOUT: the ticket's before-images are replayed last-applied
      * first, so a parameter the ticket touched twice ends up back
      * at the value it held before the ticket's first change.
       5000-BACKOUT-TICKET.
           MOVE CQ-TICKET TO WS-CHG-TICKET
           MOVE "CFGBACKOUT" TO WS-CHG-VERB
           STRING "BACKOUT TICKET=" WS-CHG-TICKET
               DELIMITED BY SIZE INTO DEPLOY-LOG-REC
           WRITE DEPLOY-LOG-REC
           PERFORM 5100-CLEAR-BACKOUT-GATES
           IF NOT WS-CHANGE-CLEARED
               ADD 1 TO WS-REFUSED-COUNT
               IF WS-JOB-SEVERITY < 8
                   MOVE 8 TO WS-JOB-SEVERITY
               END-IF
               STRING "  BACKOUT REFUSED TICKET=" WS-CHG-TICKET
                      " - " WS-REFUSE-REASON
                   DELIMITED BY SIZE INTO DEPLOY-LOG-REC
               WRITE DEPLOY-LOG-REC
           ELSE
               PERFORM 5200-LOAD-BEFORE-IMAGES
               IF WS-BI-NUM-ENTRY = 0
                   IF WS-JOB-SEVERITY < 8
                       MOVE 8 TO WS-JOB-SEVERITY
                   END-IF
                   STRING "  NO BEFORE-IMAGE ON FILE FOR TICKET="
                          WS-CHG-TICKET " - NOTHING BACKED OUT"
                       DELIMITED BY SIZE INTO DEPLOY-LOG-REC
                   WRITE DEPLOY-LOG-REC
               ELSE
                   PERFORM VARYING WS-SUB FROM WS-BI-NUM-ENTRY BY -1
                           UNTIL WS-SUB < 1
                       PERFORM 5300-REPLAY-ONE-BEFORE-IMAGE
                   END-PERFORM
               END-IF
           END-IF.

       5100-CLEAR-BACKOUT-GATES.
           MOVE "Y" TO WS-CHANGE-CLEARED-SW
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE "CFGBACKOUT" TO WS-APPROVAL-ACTION
           MOVE SPACES TO WS-APPROVAL-OBJECT
           MOVE WS-CHG-TICKET TO WS-APPROVAL-OBJECT
           CALL "APPRVCHK" USING
                     BY REFERENCE WS-APPROVAL-ACTION
                     BY REFERENCE WS-APPROVAL-OBJECT
                     BY REFERENCE WS-APPROVAL-VERDICT
                     BY REFERENCE WS-APPROVAL-REASON
           IF NOT WS-APPROVAL-OK
               MOVE "N" TO WS-CHANGE-CLEARED-SW
               MOVE WS-APPROVAL-REASON TO WS-REFUSE-REASON
           END-IF.

       5200-LOAD-BEFORE-IMAGES.
           MOVE 0 TO WS-BI-NUM-ENTRY
           OPEN INPUT BEFORE-IMAGE-FILE
           IF WS-BEFORE-STATUS = "00"
               MOVE "N" TO WS-BI-EOF-SW
               PERFORM UNTIL WS-BI-EOF
                   READ BEFORE-IMAGE-FILE
                       AT END MOVE "Y" TO WS-BI-EOF-SW
                       NOT AT END
                           IF BI-TICKET = WS-CHG-TICKET
                               PERFORM 5250-STORE-ONE-BEFORE-IMAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BEFORE-IMAGE-FILE
           END-IF.

       5250-STORE-ONE-BEFORE-IMAGE.
           IF WS-BI-NUM-ENTRY < 200
               ADD 1 TO WS-BI-NUM-ENTRY
               SET WS-BI-IDX TO WS-BI-NUM-ENTRY
               MOVE BI-SCOPE TO WS-BI-SCOPE (WS-BI-IDX)
               MOVE BI-DBALIAS TO WS-BI-DBALIAS (WS-BI-IDX)
               MOVE BI-TOKEN TO WS-BI-TOKEN (WS-BI-IDX)
               MOVE BI-PARAM-NAME TO WS-BI-PARAM-NAME (WS-BI-IDX)
               MOVE BI-BEFORE-VALUE
                   TO WS-BI-BEFORE-VALUE (WS-BI-IDX)
           ELSE
               DISPLAY "CFGDEPLY: before-image table full (200) - "
                   "skipping " BI-PARAM-NAME
           END-IF.

      * Each replayed parameter gets its own calendar check - a
      * blackout refuses the back-out, anything else proceeds with
      * outside-window called out in the log.
       5300-REPLAY-ONE-BEFORE-IMAGE.
           MOVE WS-BI-SCOPE (WS-SUB) TO WS-CHG-SCOPE
           MOVE WS-BI-DBALIAS (WS-SUB) TO WS-CHG-DBALIAS
           MOVE WS-BI-TOKEN (WS-SUB) TO WS-CHG-TOKEN
           MOVE WS-BI-PARAM-NAME (WS-SUB) TO WS-CHG-PARAM-NAME
           MOVE WS-BI-BEFORE-VALUE (WS-SUB) TO WS-CHG-TARGET-VALUE
           CALL "CALWINCK" USING
                     BY REFERENCE WS-CHG-DBALIAS
                     BY REFERENCE WS-CALENDAR-VERDICT
                     BY REFERENCE WS-CALENDAR-REASON
           EVALUATE TRUE
               WHEN WS-CAL-BLACKOUT
                   ADD 1 TO WS-REFUSED-COUNT
                   IF WS-JOB-SEVERITY < 8
                       MOVE 8 TO WS-JOB-SEVERITY
                   END-IF
                   STRING "  BACKOUT REFUSED PARAM=" WS-CHG-PARAM-NAME
                          " ALIAS=" WS-CHG-DBALIAS
                          " - " WS-CALENDAR-REASON
                       DELIMITED BY SIZE INTO DEPLOY-LOG-REC
                   WRITE DEPLOY-LOG-REC
               WHEN WS-CAL-MAINTENANCE
                   PERFORM 4500-SET-AND-VERIFY
               WHEN OTHER
                   IF WS-JOB-SEVERITY < 4
                       MOVE 4 TO WS-JOB-SEVERITY
                   END-IF
                   STRING "  WARNING - BACKING OUT "
                          WS-CALENDAR-REASON
                       DELIMITED BY SIZE INTO DEPLOY-LOG-REC
                   WRITE DEPLOY-LOG-REC
                   PERFORM 4500-SET-AND-VERIFY
           END-EVALUATE.

       8000-WRITE-SUMMARY-TOTALS.
           MOVE SPACES TO DEPLOY-LOG-REC
           WRITE DEPLOY-LOG-REC
           STRING "CFGDEPLY TOTALS  REQUESTS=" WS-REQUEST-COUNT
                  " APPLIED=" WS-APPLIED-COUNT
                  " BACKED-OUT=" WS-BACKED-OUT-COUNT
                  " REFUSED=" WS-REFUSED-COUNT
                  " FAILED=" WS-FAILED-COUNT
               DELIMITED BY SIZE INTO DEPLOY-LOG-REC
           WRITE DEPLOY-LOG-REC.

       9000-TERMINATE.
           CLOSE DEPLOY-LOG-FILE.

      * Callers set AQ-SEVERITY, AQ-OBJECT and AQ-MESSAGE before the
      * PERFORM - the rest of the record is stamped here.
       9400-APPEND-ALERT.
           OPEN EXTEND ALERT-QUEUE-FILE
           IF WS-ALERTQ-STATUS = "35"
               CLOSE ALERT-QUEUE-FILE
               OPEN OUTPUT ALERT-QUEUE-FILE
           END-IF
           MOVE "CFGDEPLY" TO AQ-PROGRAM-ID
           MOVE WS-RUN-ID TO AQ-RUN-ID
           MOVE WS-CHG-DBALIAS TO AQ-DBALIAS
           MOVE FUNCTION CURRENT-DATE (1:14) TO AQ-TIMESTAMP
           MOVE "N" TO AQ-DISPATCHED-SW
           WRITE ALERT-QUEUE-REC
           CLOSE ALERT-QUEUE-FILE.

      * Shared knowledge-base lookup - appends the SQLCODE's meaning
      * and recommended operator action right under the log line
      * that carried the bare number.
       9450-EXPLAIN-SQLCODE.
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-KB-SQLCODE
               CALL "SQLKBLKP" USING BY REFERENCE WS-KB-SQLCODE
                         BY REFERENCE WS-KB-EXPLAIN-LINE
               MOVE WS-KB-EXPLAIN-LINE TO DEPLOY-LOG-REC
               WRITE DEPLOY-LOG-REC
           END-IF.

      * The run's own audit record - requests read, parameters
      * applied or backed out.
       9500-WRITE-AUDIT-RECORD.
           OPEN EXTEND OPS-AUDIT-FILE
           IF WS-OPSAUDIT-STATUS = "35"
               CLOSE OPS-AUDIT-FILE
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "CFGDEPLY" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS
           MOVE "CFGDEPLOY" TO OA-ACTION-VERB
           MOVE WS-REQUEST-COUNT TO OA-KEY-COUNT-1
           COMPUTE OA-KEY-COUNT-2 =
               WS-APPLIED-COUNT + WS-BACKED-OUT-COUNT
           MOVE SQLCODE TO OA-FINAL-SQLCODE
           WRITE OPS-AUDIT-REC
           CLOSE OPS-AUDIT-FILE.

      * One audit record per parameter proven by read-back - the
      * DB2-TOKEN and the value now live are the two key counts, so
      * AUDQUERY answers "who changed what, when" per parameter.
       9550-WRITE-CHANGE-AUDIT.
           OPEN EXTEND OPS-AUDIT-FILE
           IF WS-OPSAUDIT-STATUS = "35"
               CLOSE OPS-AUDIT-FILE
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "CFGDEPLY" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE WS-CHG-DBALIAS TO OA-DBALIAS
           MOVE WS-CHG-VERB TO OA-ACTION-VERB
           MOVE WS-CHG-TOKEN TO OA-KEY-COUNT-1
           MOVE WS-CHG-TARGET-VALUE TO OA-KEY-COUNT-2
           MOVE SQLCODE TO OA-FINAL-SQLCODE
           WRITE OPS-AUDIT-REC
           CLOSE OPS-AUDIT-FILE.

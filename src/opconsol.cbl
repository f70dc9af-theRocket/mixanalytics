      ******************************************************************
      *
      * Program: OPCONSOL
      *
      * Function: Interactive operator console.  Replaces hand-editing
      *           ALERTACK.DAT and APPRTOK.DAT in a text editor - the
      *           console builds every record from the data already
      *           on file, so an acknowledgment always carries the
      *           alert's exact raise timestamp, program and object
      *           and always matches in ALERTESC.  The operator signs
      *           on with their ID and picks from a menu:
      *
      *             1 ACKNOWLEDGE - the dispatched CRITICALs in
      *               ALERTHIS.DAT that have no ALERT-ACK-REC yet, ten
      *               to a page; one keystroke (the line's digit)
      *               appends the acknowledgment under the operator's
      *               ID and the list is refreshed
      *             2 REQUEST     - raise an approval-token request
      *               (action, object, requester = the signed-on ID)
      *               as an unapproved APPROVAL-TOKEN-REC; refused
      *               while a pending or live token already exists for
      *               the same action and object
      *             3 APPROVE     - the pending requests, ten to a
      *               page; the digit approves that request under the
      *               signed-on ID with the expiry set at entry time
      *               (now plus the hours keyed, defaulted and capped
      *               from OPCONSOL.CFG).  A request the signed-on ID
      *               raised itself is refused - a second operator has
      *               to approve it, the same separation of duties
      *               APPRVCHK enforces when the token is used
      *
      *           Every console action - acknowledgment, request,
      *           approval and refused approval - is written as its
      *           own OPS-AUDIT-REC with the operator's ID in the
      *           program-id field, so AUDQUERY's program filter gives
      *           one operator's whole ack and approval trail; the
      *           detail of each (alert key, action and object) goes
      *           to OPCONSOL.LOG.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPCONSOL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-HISTORY-FILE ASSIGN TO WS-ALERTHIS-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTHIS-STATUS.
           SELECT ALERT-ACK-FILE ASSIGN TO WS-ACK-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT APPROVAL-TOKEN-FILE ASSIGN TO WS-TOKEN-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOKEN-STATUS.
           SELECT CONSOLE-CONFIG-FILE ASSIGN TO WS-CONFIG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT CONSOLE-LOG-FILE ASSIGN TO WS-LOG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT OPS-AUDIT-FILE ASSIGN TO WS-OPSAUDIT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-HISTORY-FILE
           RECORDING MODE IS F.
           COPY "alerthis.cpy".

       FD  ALERT-ACK-FILE
           RECORDING MODE IS F.
           COPY "alertack.cpy".

       FD  APPROVAL-TOKEN-FILE
           RECORDING MODE IS F.
           COPY "apprtok.cpy".

       FD  CONSOLE-CONFIG-FILE
           RECORDING MODE IS F.
       01  CONSOLE-CONFIG-REC.
           05 CC-DEFAULT-HOURS        PIC 9(2).
           05 CC-MAX-HOURS            PIC 9(2).

       FD  CONSOLE-LOG-FILE
           RECORDING MODE IS F.
       01  CONSOLE-LOG-REC            PIC X(132).

       FD  OPS-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "opsaudit.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ALERTHIS-DD             PIC X(40) VALUE "ALERTHIS.DAT".
       01  WS-ACK-DD                  PIC X(40) VALUE "ALERTACK.DAT".
       01  WS-TOKEN-DD                PIC X(40) VALUE "APPRTOK.DAT".
       01  WS-CONFIG-DD               PIC X(40) VALUE "OPCONSOL.CFG".
       01  WS-LOG-DD                  PIC X(40) VALUE "OPCONSOL.LOG".

       01  WS-ALERTHIS-STATUS         PIC XX.
       01  WS-ACK-STATUS              PIC XX.
       01  WS-TOKEN-STATUS            PIC XX.
       01  WS-CONFIG-STATUS           PIC XX.
       01  WS-LOG-STATUS              PIC XX.
       01  WS-EOF-SW                  PIC X     VALUE "N".
           88 WS-EOF                  VALUE "Y".

      * Token validity keyed at approval: the default offered on the
      * screen and the most an approver may grant.
       01  WS-DEFAULT-HOURS           PIC 9(2)  VALUE 4.
       01  WS-MAX-HOURS               PIC 9(2)  VALUE 24.

       01  WS-OPERATOR-ID             PIC X(8)  VALUE SPACES.
       01  WS-MENU-KEY                PIC X     VALUE SPACE.
       01  WS-SELECT-KEY              PIC X     VALUE SPACE.
       01  WS-CONFIRM-KEY             PIC X     VALUE SPACE.
       01  WS-CONSOLE-MSG             PIC X(79) VALUE SPACES.
       01  WS-SIGNED-OFF-SW           PIC X     VALUE "N".
           88 WS-SIGNED-OFF           VALUE "Y".
       01  WS-BACK-SW                 PIC X     VALUE "N".
           88 WS-BACK                 VALUE "Y".

      * Acknowledgments already on file - capped OCCURS 500 as
      * ALERTESC caps the same table.
       01  WS-ACK-TABLE.
           05 WS-ACK-NUM-ENTRY        PIC 9(4)  COMP-5 VALUE 0.
           05 WS-ACK-ENTRY OCCURS 500 TIMES INDEXED BY WS-AK-IDX.
               10 WS-ACK-TIMESTAMP    PIC X(14).
               10 WS-ACK-PROGRAM-ID   PIC X(8).
               10 WS-ACK-OBJECT       PIC X(30).
       01  WS-ACK-FOUND-SW            PIC X.
           88 WS-ACK-FOUND            VALUE "Y".

      * Dispatched CRITICALs still waiting for an acknowledgment.
       01  WS-OPEN-TABLE.
           05 WS-OPN-NUM-ENTRY        PIC 9(4)  COMP-5 VALUE 0.
           05 WS-OPN-ENTRY OCCURS 500 TIMES INDEXED BY WS-OPN-IDX.
               10 WS-OPN-TIMESTAMP    PIC X(14).
               10 WS-OPN-PROGRAM-ID   PIC X(8).
               10 WS-OPN-DBALIAS      PIC X(8).
               10 WS-OPN-OBJECT       PIC X(30).
               10 WS-OPN-MESSAGE      PIC X(80).

      * The whole token file, held while one request is approved and
      * the file rewritten; pending entries are those with no
      * approver yet.
       01  WS-TOKEN-TABLE.
           05 WS-TOK-NUM-ENTRY        PIC 9(4)  COMP-5 VALUE 0.
           05 WS-TOK-ENTRY OCCURS 500 TIMES INDEXED BY WS-TOK-IDX.
               10 WS-TOK-ACTION       PIC X(12).
               10 WS-TOK-OBJECT       PIC X(30).
               10 WS-TOK-REQUESTED-BY PIC X(8).
               10 WS-TOK-APPROVED-BY  PIC X(8).
               10 WS-TOK-EXPIRY-TS    PIC X(14).
       01  WS-TOKEN-OVERFLOW-SW       PIC X     VALUE "N".
           88 WS-TOKEN-OVERFLOW       VALUE "Y".
       01  WS-PENDING-TABLE.
           05 WS-PND-NUM-ENTRY        PIC 9(4)  COMP-5 VALUE 0.
           05 WS-PND-ENTRY OCCURS 500 TIMES INDEXED BY WS-PND-IDX.
               10 WS-PND-ACTION       PIC X(12).
               10 WS-PND-OBJECT       PIC X(30).
               10 WS-PND-REQUESTED-BY PIC X(8).

      * One screen page of ten numbered lines over either list.
       01  WS-PAGE-START              PIC 9(4)  VALUE 1.
       01  WS-PAGE-ROWS.
           05 WS-PAGE-ROW             PIC X(79) OCCURS 10 TIMES.
       01  WS-ROW-SUB                 PIC 9(4)  VALUE 0.
       01  WS-ROW-DIGIT               PIC 9     VALUE 0.
       01  WS-PICKED                  PIC 9(4)  VALUE 0.
       01  WS-LIST-COUNT              PIC 9(4)  VALUE 0.
       01  WS-LIST-COUNT-DISP         PIC Z(3)9.
       01  WS-PAGE-FROM-DISP          PIC Z(3)9.
       01  WS-SUB                     PIC 9(4)  VALUE 0.

      * Request entry fields.
       01  WS-REQ-ACTION              PIC X(12) VALUE SPACES.
       01  WS-REQ-OBJECT              PIC X(30) VALUE SPACES.
       01  WS-DUPLICATE-SW            PIC X     VALUE "N".
           88 WS-DUPLICATE            VALUE "Y".

      * Approval entry fields and the expiry arithmetic - minutes
      * since the INTEGER-OF-DATE epoch, as ALERTESC ages alerts.
       01  WS-VALID-HOURS             PIC 9(2)  VALUE 0.
       01  WS-NOW-TS                  PIC X(14) VALUE SPACES.
       01  WS-EXPIRY-TS               PIC X(14) VALUE SPACES.
       01  WS-TS-DATE-NUM             PIC 9(8)  VALUE 0.
       01  WS-TS-JULIAN               PIC S9(9) VALUE 0.
       01  WS-TS-HH                   PIC 9(2)  VALUE 0.
       01  WS-TS-MM                   PIC 9(2)  VALUE 0.
       01  WS-TS-TOTAL-MINUTES        PIC S9(12) VALUE 0.
       01  WS-TS-DAY-MINUTES          PIC S9(9) VALUE 0.
       01  WS-PICK-ACTION             PIC X(12) VALUE SPACES.
       01  WS-PICK-OBJECT             PIC X(30) VALUE SPACES.
       01  WS-PICK-REQUESTED-BY       PIC X(8)  VALUE SPACES.
       01  WS-TOKEN-UPDATED-SW        PIC X     VALUE "N".
           88 WS-TOKEN-UPDATED        VALUE "Y".

      * What the per-action audit record says.
       01  WS-AUDIT-VERB              PIC X(12) VALUE SPACES.
       01  WS-AUDIT-DBALIAS           PIC X(8)  VALUE SPACES.
       01  WS-ACTION-COUNT            PIC 9(9)  VALUE 0.

       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "OPCONSOL".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.

      * Scheduler return-code severity for this run: 0 clean, 4
      * warnings, 8 check failed / do not proceed, 12 driver
      * failed - the suite-wide condition-code convention.
       01  WS-JOB-SEVERITY            PIC 9(2)  VALUE 0.

       SCREEN SECTION.
       01  SIGNON-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "OPCONSOL  OPERATOR CONSOLE"
               HIGHLIGHT.
           05 LINE 4 COLUMN 1 VALUE "OPERATOR ID:".
           05 LINE 4 COLUMN 15 PIC X(8) USING WS-OPERATOR-ID.
           05 LINE 6 COLUMN 1
               VALUE "LEAVE BLANK AND PRESS ENTER TO QUIT".
           05 LINE 22 COLUMN 1 PIC X(79) FROM WS-CONSOLE-MSG.

       01  MENU-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "OPCONSOL  OPERATOR CONSOLE"
               HIGHLIGHT.
           05 LINE 1 COLUMN 60 VALUE "OPERATOR:".
           05 LINE 1 COLUMN 70 PIC X(8) FROM WS-OPERATOR-ID.
           05 LINE 4 COLUMN 5
               VALUE "1  ACKNOWLEDGE DISPATCHED CRITICAL ALERTS".
           05 LINE 5 COLUMN 5
               VALUE "2  REQUEST AN APPROVAL TOKEN".
           05 LINE 6 COLUMN 5
               VALUE "3  APPROVE PENDING TOKEN REQUESTS".
           05 LINE 7 COLUMN 5 VALUE "X  SIGN OFF".
           05 LINE 9 COLUMN 5 VALUE "SELECTION:".
           05 LINE 9 COLUMN 16 PIC X USING WS-MENU-KEY AUTO.
           05 LINE 22 COLUMN 1 PIC X(79) FROM WS-CONSOLE-MSG.

       01  LIST-ROWS-SCREEN.
           05 LINE 5 COLUMN 1 PIC X(79) FROM WS-PAGE-ROW (1).
           05 LINE 6 COLUMN 1 PIC X(79) FROM WS-PAGE-ROW (2).
           05 LINE 7 COLUMN 1 PIC X(79) FROM WS-PAGE-ROW (3).
           05 LINE 8 COLUMN 1 PIC X(79) FROM WS-PAGE-ROW (4).
           05 LINE 9 COLUMN 1 PIC X(79) FROM WS-PAGE-ROW (5).
           05 LINE 10 COLUMN 1 PIC X(79) FROM WS-PAGE-ROW (6).
           05 LINE 11 COLUMN 1 PIC X(79) FROM WS-PAGE-ROW (7).
           05 LINE 12 COLUMN 1 PIC X(79) FROM WS-PAGE-ROW (8).
           05 LINE 13 COLUMN 1 PIC X(79) FROM WS-PAGE-ROW (9).
           05 LINE 14 COLUMN 1 PIC X(79) FROM WS-PAGE-ROW (10).

       01  ACK-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "OPCONSOL  UNACKNOWLEDGED CRITICALS"
               HIGHLIGHT.
           05 LINE 1 COLUMN 60 VALUE "OPERATOR:".
           05 LINE 1 COLUMN 70 PIC X(8) FROM WS-OPERATOR-ID.
           05 LINE 2 COLUMN 1 VALUE "OPEN:".
           05 LINE 2 COLUMN 7 PIC Z(3)9 FROM WS-LIST-COUNT-DISP.
           05 LINE 2 COLUMN 13 VALUE "FROM:".
           05 LINE 2 COLUMN 19 PIC Z(3)9 FROM WS-PAGE-FROM-DISP.
           05 LINE 3 COLUMN 1 VALUE
               "K RAISED         PROGRAM  ALIAS    OBJECT".
           05 LINE 17 COLUMN 1 VALUE "0-9 ACKNOWLEDGE THAT LINE".
           05 LINE 17 COLUMN 29 VALUE "N NEXT   P PREVIOUS   X BACK".
           05 LINE 18 COLUMN 1 VALUE "KEY:".
           05 LINE 18 COLUMN 6 PIC X USING WS-SELECT-KEY AUTO.
           05 LINE 22 COLUMN 1 PIC X(79) FROM WS-CONSOLE-MSG.

       01  REQUEST-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "OPCONSOL  REQUEST APPROVAL TOKEN"
               HIGHLIGHT.
           05 LINE 1 COLUMN 60 VALUE "OPERATOR:".
           05 LINE 1 COLUMN 70 PIC X(8) FROM WS-OPERATOR-ID.
           05 LINE 4 COLUMN 1 VALUE "ACTION:".
           05 LINE 4 COLUMN 15 PIC X(12) USING WS-REQ-ACTION.
           05 LINE 5 COLUMN 1 VALUE "OBJECT:".
           05 LINE 5 COLUMN 15 PIC X(30) USING WS-REQ-OBJECT.
           05 LINE 6 COLUMN 1 VALUE "REQUESTER:".
           05 LINE 6 COLUMN 15 PIC X(8) FROM WS-OPERATOR-ID.
           05 LINE 8 COLUMN 1 VALUE "RAISE THE REQUEST (Y/N):".
           05 LINE 8 COLUMN 26 PIC X USING WS-CONFIRM-KEY AUTO.
           05 LINE 22 COLUMN 1 PIC X(79) FROM WS-CONSOLE-MSG.

       01  APPROVE-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "OPCONSOL  PENDING TOKEN REQUESTS"
               HIGHLIGHT.
           05 LINE 1 COLUMN 60 VALUE "OPERATOR:".
           05 LINE 1 COLUMN 70 PIC X(8) FROM WS-OPERATOR-ID.
           05 LINE 2 COLUMN 1 VALUE "PENDING:".
           05 LINE 2 COLUMN 10 PIC Z(3)9 FROM WS-LIST-COUNT-DISP.
           05 LINE 2 COLUMN 16 VALUE "FROM:".
           05 LINE 2 COLUMN 22 PIC Z(3)9 FROM WS-PAGE-FROM-DISP.
           05 LINE 3 COLUMN 1 VALUE "K ACTION       OBJECT".
           05 LINE 3 COLUMN 47 VALUE "REQUESTER".
           05 LINE 16 COLUMN 1 VALUE "VALID FOR HOURS:".
           05 LINE 16 COLUMN 18 PIC 9(2) USING WS-VALID-HOURS.
           05 LINE 17 COLUMN 1 VALUE "0-9 APPROVE THAT LINE".
           05 LINE 17 COLUMN 25 VALUE "N NEXT   P PREVIOUS   X BACK".
           05 LINE 18 COLUMN 1 VALUE "KEY:".
           05 LINE 18 COLUMN 6 PIC X USING WS-SELECT-KEY AUTO.
           05 LINE 22 COLUMN 1 PIC X(79) FROM WS-CONSOLE-MSG.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-SIGN-ON
           PERFORM UNTIL WS-SIGNED-OFF
               PERFORM 2000-MAIN-MENU
           END-PERFORM
           PERFORM 9000-TERMINATE
           MOVE WS-JOB-SEVERITY TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-START-TS
           CALL "RUNCORID" USING BY REFERENCE WS-RUN-PROGRAM-ID
                                 BY REFERENCE WS-RUN-ID
           OPEN INPUT CONSOLE-CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               READ CONSOLE-CONFIG-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CC-DEFAULT-HOURS > 0
                           MOVE CC-DEFAULT-HOURS TO WS-DEFAULT-HOURS
                       END-IF
                       IF CC-MAX-HOURS > 0
                           MOVE CC-MAX-HOURS TO WS-MAX-HOURS
                       END-IF
               END-READ
               CLOSE CONSOLE-CONFIG-FILE
           END-IF
           IF WS-DEFAULT-HOURS > WS-MAX-HOURS
               MOVE WS-MAX-HOURS TO WS-DEFAULT-HOURS
           END-IF
           OPEN EXTEND CONSOLE-LOG-FILE
           IF WS-LOG-STATUS = "35"
               CLOSE CONSOLE-LOG-FILE
               OPEN OUTPUT CONSOLE-LOG-FILE
           END-IF
           MOVE SPACES TO CONSOLE-LOG-REC
           STRING "OPCONSOL  RUN ID=" WS-RUN-ID
                  "  START=" WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO CONSOLE-LOG-REC
           WRITE CONSOLE-LOG-REC
           MOVE SPACES TO CONSOLE-LOG-REC.

      * No ID, no console - everything written from here on carries
      * the signed-on ID.
       1100-SIGN-ON.
           MOVE SPACES TO WS-OPERATOR-ID
           MOVE SPACES TO WS-CONSOLE-MSG
           DISPLAY SIGNON-SCREEN
           ACCEPT SIGNON-SCREEN
           IF WS-OPERATOR-ID = SPACES
               MOVE "Y" TO WS-SIGNED-OFF-SW
           ELSE
               MOVE FUNCTION UPPER-CASE (WS-OPERATOR-ID)
                   TO WS-OPERATOR-ID
               MOVE SPACES TO CONSOLE-LOG-REC
               STRING FUNCTION CURRENT-DATE (1:14)
                      " SIGN-ON  " WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO CONSOLE-LOG-REC
               WRITE CONSOLE-LOG-REC
           END-IF.

       2000-MAIN-MENU.
           MOVE SPACE TO WS-MENU-KEY
           DISPLAY MENU-SCREEN
           ACCEPT MENU-SCREEN
           MOVE SPACES TO WS-CONSOLE-MSG
           EVALUATE WS-MENU-KEY
               WHEN "1"
                   PERFORM 3000-ACKNOWLEDGE-ALERTS
               WHEN "2"
                   PERFORM 4000-REQUEST-TOKEN
               WHEN "3"
                   PERFORM 5000-APPROVE-REQUESTS
               WHEN "X"
               WHEN "x"
                   MOVE "Y" TO WS-SIGNED-OFF-SW
                   MOVE SPACES TO CONSOLE-LOG-REC
                   STRING FUNCTION CURRENT-DATE (1:14)
                          " SIGN-OFF " WS-OPERATOR-ID
                       DELIMITED BY SIZE INTO CONSOLE-LOG-REC
                   WRITE CONSOLE-LOG-REC
               WHEN OTHER
                   MOVE "SELECT 1, 2, 3 OR X" TO WS-CONSOLE-MSG
           END-EVALUATE.

       3000-ACKNOWLEDGE-ALERTS.
           MOVE "N" TO WS-BACK-SW
           MOVE 1 TO WS-PAGE-START
           PERFORM 3100-LOAD-OPEN-ALERTS
           PERFORM UNTIL WS-BACK
               PERFORM 3200-BUILD-ALERT-PAGE
               MOVE SPACE TO WS-SELECT-KEY
               DISPLAY ACK-SCREEN
               DISPLAY LIST-ROWS-SCREEN
               ACCEPT ACK-SCREEN
               MOVE SPACES TO WS-CONSOLE-MSG
               PERFORM 3300-ACT-ON-ACK-KEY
           END-PERFORM
           MOVE SPACES TO WS-CONSOLE-MSG.

      * Reloaded after every acknowledgment, so an alert another
      * operator acknowledged meanwhile drops off this list as well.
       3100-LOAD-OPEN-ALERTS.
           MOVE 0 TO WS-ACK-NUM-ENTRY
           MOVE 0 TO WS-OPN-NUM-ENTRY
           OPEN INPUT ALERT-ACK-FILE
           IF WS-ACK-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ALERT-ACK-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 3150-STORE-ONE-ACK
                   END-READ
               END-PERFORM
               CLOSE ALERT-ACK-FILE
           END-IF
           OPEN INPUT ALERT-HISTORY-FILE
           IF WS-ALERTHIS-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ALERT-HISTORY-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF AH-SEVERITY = "CRITICAL"
                                   AND AH-DISPATCHED-SW = "Y"
                               PERFORM 3170-STORE-IF-UNACKED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-HISTORY-FILE
           END-IF
           MOVE WS-OPN-NUM-ENTRY TO WS-LIST-COUNT
           IF WS-PAGE-START > WS-LIST-COUNT
               MOVE 1 TO WS-PAGE-START
           END-IF.

       3150-STORE-ONE-ACK.
           IF WS-ACK-NUM-ENTRY < 500
               ADD 1 TO WS-ACK-NUM-ENTRY
               SET WS-AK-IDX TO WS-ACK-NUM-ENTRY
               MOVE AK-ALERT-TIMESTAMP TO WS-ACK-TIMESTAMP (WS-AK-IDX)
               MOVE AK-PROGRAM-ID TO WS-ACK-PROGRAM-ID (WS-AK-IDX)
               MOVE AK-OBJECT TO WS-ACK-OBJECT (WS-AK-IDX)
           ELSE
               MOVE "ACK TABLE FULL (500) - OLDEST ALERTS MAY SHOW"
                   TO WS-CONSOLE-MSG
           END-IF.

       3170-STORE-IF-UNACKED.
           MOVE "N" TO WS-ACK-FOUND-SW
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ACK-NUM-ENTRY
               IF WS-ACK-TIMESTAMP (WS-SUB) = AH-TIMESTAMP
                       AND WS-ACK-PROGRAM-ID (WS-SUB) = AH-PROGRAM-ID
                       AND WS-ACK-OBJECT (WS-SUB) = AH-OBJECT
                   MOVE "Y" TO WS-ACK-FOUND-SW
               END-IF
           END-PERFORM
           IF NOT WS-ACK-FOUND
               IF WS-OPN-NUM-ENTRY < 500
                   ADD 1 TO WS-OPN-NUM-ENTRY
                   SET WS-OPN-IDX TO WS-OPN-NUM-ENTRY
                   MOVE AH-TIMESTAMP TO WS-OPN-TIMESTAMP (WS-OPN-IDX)
                   MOVE AH-PROGRAM-ID
                       TO WS-OPN-PROGRAM-ID (WS-OPN-IDX)
                   MOVE AH-DBALIAS TO WS-OPN-DBALIAS (WS-OPN-IDX)
                   MOVE AH-OBJECT TO WS-OPN-OBJECT (WS-OPN-IDX)
                   MOVE AH-MESSAGE TO WS-OPN-MESSAGE (WS-OPN-IDX)
               ELSE
                   MOVE "OPEN ALERT LIST FULL (500) - ACK THESE FIRST"
                       TO WS-CONSOLE-MSG
               END-IF
           END-IF.

       3200-BUILD-ALERT-PAGE.
           MOVE WS-LIST-COUNT TO WS-LIST-COUNT-DISP
           MOVE WS-PAGE-START TO WS-PAGE-FROM-DISP
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1 UNTIL WS-ROW-SUB > 10
               MOVE SPACES TO WS-PAGE-ROW (WS-ROW-SUB)
               COMPUTE WS-SUB = WS-PAGE-START + WS-ROW-SUB - 1
               IF WS-SUB <= WS-OPN-NUM-ENTRY
                   COMPUTE WS-ROW-DIGIT = WS-ROW-SUB - 1
                   STRING WS-ROW-DIGIT
                          " " WS-OPN-TIMESTAMP (WS-SUB)
                          " " WS-OPN-PROGRAM-ID (WS-SUB)
                          " " WS-OPN-DBALIAS (WS-SUB)
                          " " WS-OPN-OBJECT (WS-SUB)
                          " " WS-OPN-MESSAGE (WS-SUB)
                       DELIMITED BY SIZE
                       INTO WS-PAGE-ROW (WS-ROW-SUB)
               END-IF
           END-PERFORM
           IF WS-OPN-NUM-ENTRY = 0 AND WS-CONSOLE-MSG = SPACES
               MOVE "NO UNACKNOWLEDGED DISPATCHED CRITICALS"
                   TO WS-CONSOLE-MSG
           END-IF.

       3300-ACT-ON-ACK-KEY.
           EVALUATE TRUE
               WHEN WS-SELECT-KEY = "X" OR "x"
                   MOVE "Y" TO WS-BACK-SW
               WHEN WS-SELECT-KEY = "N" OR "n"
                   IF WS-PAGE-START + 10 <= WS-OPN-NUM-ENTRY
                       ADD 10 TO WS-PAGE-START
                   END-IF
               WHEN WS-SELECT-KEY = "P" OR "p"
                   IF WS-PAGE-START > 10
                       SUBTRACT 10 FROM WS-PAGE-START
                   ELSE
                       MOVE 1 TO WS-PAGE-START
                   END-IF
               WHEN WS-SELECT-KEY >= "0" AND WS-SELECT-KEY <= "9"
                   MOVE WS-SELECT-KEY TO WS-ROW-DIGIT
                   COMPUTE WS-PICKED = WS-PAGE-START + WS-ROW-DIGIT
                   IF WS-PICKED > WS-OPN-NUM-ENTRY
                       MOVE "NO ALERT ON THAT LINE" TO WS-CONSOLE-MSG
                   ELSE
                       PERFORM 3400-WRITE-ACKNOWLEDGMENT
                       PERFORM 3100-LOAD-OPEN-ALERTS
                   END-IF
               WHEN OTHER
                   MOVE "KEY A LINE DIGIT, N, P OR X" TO WS-CONSOLE-MSG
           END-EVALUATE.

      * The acknowledgment is built from the history entry itself -
      * the key ALERTESC matches on is copied, never typed.
       3400-WRITE-ACKNOWLEDGMENT.
           OPEN EXTEND ALERT-ACK-FILE
           IF WS-ACK-STATUS = "35"
               CLOSE ALERT-ACK-FILE
               OPEN OUTPUT ALERT-ACK-FILE
           END-IF
           IF WS-ACK-STATUS NOT = "00"
               MOVE SPACES TO WS-CONSOLE-MSG
               STRING "ALERTACK.DAT NOT WRITABLE - STATUS "
                      WS-ACK-STATUS " - NOTHING ACKNOWLEDGED"
                   DELIMITED BY SIZE INTO WS-CONSOLE-MSG
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW-TS
               MOVE WS-OPN-TIMESTAMP (WS-PICKED) TO AK-ALERT-TIMESTAMP
               MOVE WS-OPN-PROGRAM-ID (WS-PICKED) TO AK-PROGRAM-ID
               MOVE WS-OPN-OBJECT (WS-PICKED) TO AK-OBJECT
               MOVE WS-OPERATOR-ID TO AK-OPERATOR-ID
               MOVE WS-NOW-TS TO AK-ACK-TIMESTAMP
               WRITE ALERT-ACK-REC
               CLOSE ALERT-ACK-FILE
               MOVE SPACES TO CONSOLE-LOG-REC
               STRING WS-NOW-TS " ACK      " WS-OPERATOR-ID
                      " " AK-ALERT-TIMESTAMP
                      " " AK-PROGRAM-ID
                      " " WS-OPN-DBALIAS (WS-PICKED)
                      " " AK-OBJECT
                   DELIMITED BY SIZE INTO CONSOLE-LOG-REC
               WRITE CONSOLE-LOG-REC
               MOVE "ACKNOWLEDGE" TO WS-AUDIT-VERB
               MOVE WS-OPN-DBALIAS (WS-PICKED) TO WS-AUDIT-DBALIAS
               PERFORM 9500-WRITE-AUDIT-RECORD
               MOVE SPACES TO WS-CONSOLE-MSG
               STRING "ACKNOWLEDGED " AK-PROGRAM-ID
                      " " AK-OBJECT
                   DELIMITED BY SIZE INTO WS-CONSOLE-MSG
           END-IF.

       4000-REQUEST-TOKEN.
           MOVE SPACES TO WS-REQ-ACTION
           MOVE SPACES TO WS-REQ-OBJECT
           MOVE SPACE TO WS-CONFIRM-KEY
           DISPLAY REQUEST-SCREEN
           ACCEPT REQUEST-SCREEN
           MOVE FUNCTION UPPER-CASE (WS-REQ-ACTION) TO WS-REQ-ACTION
           EVALUATE TRUE
               WHEN WS-CONFIRM-KEY NOT = "Y" AND NOT = "y"
                   MOVE "REQUEST NOT RAISED" TO WS-CONSOLE-MSG
               WHEN WS-REQ-ACTION = SPACES OR WS-REQ-OBJECT = SPACES
                   MOVE "ACTION AND OBJECT ARE BOTH REQUIRED"
                       TO WS-CONSOLE-MSG
               WHEN OTHER
                   PERFORM 4100-CHECK-DUPLICATE-TOKEN
                   IF NOT WS-DUPLICATE
                       PERFORM 4200-APPEND-REQUEST
                   END-IF
           END-EVALUATE.

      * A second request for an action and object that already has a
      * pending or still-live token would only give APPRVCHK two
      * tokens to choose between.
       4100-CHECK-DUPLICATE-TOKEN.
           MOVE "N" TO WS-DUPLICATE-SW
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW-TS
           OPEN INPUT APPROVAL-TOKEN-FILE
           IF WS-TOKEN-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ APPROVAL-TOKEN-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF AT-ACTION = WS-REQ-ACTION
                                   AND AT-OBJECT = WS-REQ-OBJECT
                                   AND (AT-APPROVED-BY = SPACES
                                     OR AT-EXPIRY-TS >= WS-NOW-TS)
                               MOVE "Y" TO WS-DUPLICATE-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-TOKEN-FILE
           END-IF
           IF WS-DUPLICATE
               MOVE "TOKEN ALREADY PENDING OR LIVE FOR ACTION/OBJECT"
                   TO WS-CONSOLE-MSG
           END-IF.

       4200-APPEND-REQUEST.
           OPEN EXTEND APPROVAL-TOKEN-FILE
           IF WS-TOKEN-STATUS = "35"
               CLOSE APPROVAL-TOKEN-FILE
               OPEN OUTPUT APPROVAL-TOKEN-FILE
           END-IF
           IF WS-TOKEN-STATUS NOT = "00"
               MOVE SPACES TO WS-CONSOLE-MSG
               STRING "APPRTOK.DAT NOT WRITABLE - STATUS "
                      WS-TOKEN-STATUS " - REQUEST NOT RAISED"
                   DELIMITED BY SIZE INTO WS-CONSOLE-MSG
           ELSE
               MOVE WS-REQ-ACTION TO AT-ACTION
               MOVE WS-REQ-OBJECT TO AT-OBJECT
               MOVE WS-OPERATOR-ID TO AT-REQUESTED-BY
               MOVE SPACES TO AT-APPROVED-BY
               MOVE SPACES TO AT-EXPIRY-TS
               WRITE APPROVAL-TOKEN-REC
               CLOSE APPROVAL-TOKEN-FILE
               MOVE SPACES TO CONSOLE-LOG-REC
               STRING WS-NOW-TS " REQUEST  " WS-OPERATOR-ID
                      " " WS-REQ-ACTION
                      " " WS-REQ-OBJECT
                   DELIMITED BY SIZE INTO CONSOLE-LOG-REC
               WRITE CONSOLE-LOG-REC
               MOVE "TOKENREQUEST" TO WS-AUDIT-VERB
               MOVE SPACES TO WS-AUDIT-DBALIAS
               PERFORM 9500-WRITE-AUDIT-RECORD
               MOVE "REQUEST RAISED - A SECOND OPERATOR MUST APPROVE IT"
                   TO WS-CONSOLE-MSG
           END-IF.

       5000-APPROVE-REQUESTS.
           MOVE "N" TO WS-BACK-SW
           MOVE 1 TO WS-PAGE-START
           MOVE WS-DEFAULT-HOURS TO WS-VALID-HOURS
           PERFORM 5100-LOAD-TOKEN-FILE
           PERFORM UNTIL WS-BACK
               PERFORM 5200-BUILD-PENDING-PAGE
               MOVE SPACE TO WS-SELECT-KEY
               DISPLAY APPROVE-SCREEN
               DISPLAY LIST-ROWS-SCREEN
               ACCEPT APPROVE-SCREEN
               MOVE SPACES TO WS-CONSOLE-MSG
               PERFORM 5300-ACT-ON-APPROVE-KEY
           END-PERFORM
           MOVE SPACES TO WS-CONSOLE-MSG.

      * The whole token file is held so an approval can rewrite it;
      * a file too big to hold is never rewritten, since the entries
      * past the table would be lost.
       5100-LOAD-TOKEN-FILE.
           MOVE 0 TO WS-TOK-NUM-ENTRY
           MOVE 0 TO WS-PND-NUM-ENTRY
           MOVE "N" TO WS-TOKEN-OVERFLOW-SW
           OPEN INPUT APPROVAL-TOKEN-FILE
           IF WS-TOKEN-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ APPROVAL-TOKEN-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 5150-STORE-ONE-TOKEN
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-TOKEN-FILE
           END-IF
           MOVE WS-PND-NUM-ENTRY TO WS-LIST-COUNT
           IF WS-PAGE-START > WS-LIST-COUNT
               MOVE 1 TO WS-PAGE-START
           END-IF.

       5150-STORE-ONE-TOKEN.
           IF WS-TOK-NUM-ENTRY < 500
               ADD 1 TO WS-TOK-NUM-ENTRY
               SET WS-TOK-IDX TO WS-TOK-NUM-ENTRY
               MOVE AT-ACTION TO WS-TOK-ACTION (WS-TOK-IDX)
               MOVE AT-OBJECT TO WS-TOK-OBJECT (WS-TOK-IDX)
               MOVE AT-REQUESTED-BY TO WS-TOK-REQUESTED-BY (WS-TOK-IDX)
               MOVE AT-APPROVED-BY TO WS-TOK-APPROVED-BY (WS-TOK-IDX)
               MOVE AT-EXPIRY-TS TO WS-TOK-EXPIRY-TS (WS-TOK-IDX)
           ELSE
               MOVE "Y" TO WS-TOKEN-OVERFLOW-SW
           END-IF
           IF AT-APPROVED-BY = SPACES AND WS-PND-NUM-ENTRY < 500
               ADD 1 TO WS-PND-NUM-ENTRY
               SET WS-PND-IDX TO WS-PND-NUM-ENTRY
               MOVE AT-ACTION TO WS-PND-ACTION (WS-PND-IDX)
               MOVE AT-OBJECT TO WS-PND-OBJECT (WS-PND-IDX)
               MOVE AT-REQUESTED-BY TO WS-PND-REQUESTED-BY (WS-PND-IDX)
           END-IF.

       5200-BUILD-PENDING-PAGE.
           MOVE WS-LIST-COUNT TO WS-LIST-COUNT-DISP
           MOVE WS-PAGE-START TO WS-PAGE-FROM-DISP
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1 UNTIL WS-ROW-SUB > 10
               MOVE SPACES TO WS-PAGE-ROW (WS-ROW-SUB)
               COMPUTE WS-SUB = WS-PAGE-START + WS-ROW-SUB - 1
               IF WS-SUB <= WS-PND-NUM-ENTRY
                   COMPUTE WS-ROW-DIGIT = WS-ROW-SUB - 1
                   STRING WS-ROW-DIGIT
                          " " WS-PND-ACTION (WS-SUB)
                          " " WS-PND-OBJECT (WS-SUB)
                          " " WS-PND-REQUESTED-BY (WS-SUB)
                       DELIMITED BY SIZE
                       INTO WS-PAGE-ROW (WS-ROW-SUB)
               END-IF
           END-PERFORM
           IF WS-PND-NUM-ENTRY = 0 AND WS-CONSOLE-MSG = SPACES
               MOVE "NO PENDING TOKEN REQUESTS" TO WS-CONSOLE-MSG
           END-IF.

       5300-ACT-ON-APPROVE-KEY.
           EVALUATE TRUE
               WHEN WS-SELECT-KEY = "X" OR "x"
                   MOVE "Y" TO WS-BACK-SW
               WHEN WS-SELECT-KEY = "N" OR "n"
                   IF WS-PAGE-START + 10 <= WS-PND-NUM-ENTRY
                       ADD 10 TO WS-PAGE-START
                   END-IF
               WHEN WS-SELECT-KEY = "P" OR "p"
                   IF WS-PAGE-START > 10
                       SUBTRACT 10 FROM WS-PAGE-START
                   ELSE
                       MOVE 1 TO WS-PAGE-START
                   END-IF
               WHEN WS-SELECT-KEY >= "0" AND WS-SELECT-KEY <= "9"
                   MOVE WS-SELECT-KEY TO WS-ROW-DIGIT
                   COMPUTE WS-PICKED = WS-PAGE-START + WS-ROW-DIGIT
                   IF WS-PICKED > WS-PND-NUM-ENTRY
                       MOVE "NO REQUEST ON THAT LINE" TO WS-CONSOLE-MSG
                   ELSE
                       PERFORM 5400-APPROVE-ONE-REQUEST
                       PERFORM 5100-LOAD-TOKEN-FILE
                   END-IF
               WHEN OTHER
                   MOVE "KEY A LINE DIGIT, N, P OR X" TO WS-CONSOLE-MSG
           END-EVALUATE.

      * Refusals are audited too - an attempted self-approval is part
      * of the trail the auditors want to see.
       5400-APPROVE-ONE-REQUEST.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW-TS
           MOVE WS-PND-ACTION (WS-PICKED) TO WS-PICK-ACTION
           MOVE WS-PND-OBJECT (WS-PICKED) TO WS-PICK-OBJECT
           MOVE WS-PND-REQUESTED-BY (WS-PICKED) TO WS-PICK-REQUESTED-BY
           EVALUATE TRUE
               WHEN WS-PICK-REQUESTED-BY = WS-OPERATOR-ID
                   MOVE "OWN REQUEST - A SECOND OPERATOR MUST APPROVE"
                       TO WS-CONSOLE-MSG
                   MOVE "TOKENREFUSED" TO WS-AUDIT-VERB
                   PERFORM 5700-LOG-APPROVAL-ACTION
               WHEN WS-VALID-HOURS = 0
                       OR WS-VALID-HOURS > WS-MAX-HOURS
                   MOVE SPACES TO WS-CONSOLE-MSG
                   STRING "VALID FOR HOURS MUST BE 1 TO " WS-MAX-HOURS
                       DELIMITED BY SIZE INTO WS-CONSOLE-MSG
               WHEN WS-TOKEN-OVERFLOW
                   MOVE "APPRTOK.DAT OVER 500 TOKENS - PRUNE FIRST"
                       TO WS-CONSOLE-MSG
               WHEN OTHER
                   PERFORM 5500-COMPUTE-EXPIRY
                   PERFORM 5600-REWRITE-TOKEN-FILE
                   IF WS-TOKEN-UPDATED
                       MOVE "TOKENAPPROVE" TO WS-AUDIT-VERB
                       PERFORM 5700-LOG-APPROVAL-ACTION
                       MOVE SPACES TO WS-CONSOLE-MSG
                       STRING "APPROVED " WS-PICK-ACTION
                              " " WS-PICK-OBJECT
                              " UNTIL " WS-EXPIRY-TS
                           DELIMITED BY SIZE INTO WS-CONSOLE-MSG
                   END-IF
           END-EVALUATE.

      * Expiry = now plus the hours keyed, carried across midnight
      * and month ends through INTEGER-OF-DATE / DATE-OF-INTEGER.
       5500-COMPUTE-EXPIRY.
           MOVE WS-NOW-TS (1:8) TO WS-TS-DATE-NUM
           COMPUTE WS-TS-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-TS-DATE-NUM)
           MOVE WS-NOW-TS (9:2) TO WS-TS-HH
           MOVE WS-NOW-TS (11:2) TO WS-TS-MM
           COMPUTE WS-TS-TOTAL-MINUTES =
               WS-TS-JULIAN * 1440 + WS-TS-HH * 60 + WS-TS-MM
               + WS-VALID-HOURS * 60
           DIVIDE WS-TS-TOTAL-MINUTES BY 1440
               GIVING WS-TS-JULIAN REMAINDER WS-TS-DAY-MINUTES
           COMPUTE WS-TS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-TS-JULIAN)
           DIVIDE WS-TS-DAY-MINUTES BY 60
               GIVING WS-TS-HH REMAINDER WS-TS-MM
           MOVE SPACES TO WS-EXPIRY-TS
           STRING WS-TS-DATE-NUM WS-TS-HH WS-TS-MM WS-NOW-TS (13:2)
               DELIMITED BY SIZE INTO WS-EXPIRY-TS.

      * The file is re-read just before the rewrite so a request
      * raised or approved at another console since the list was
      * shown is neither lost nor approved twice.
       5600-REWRITE-TOKEN-FILE.
           MOVE "N" TO WS-TOKEN-UPDATED-SW
           PERFORM 5100-LOAD-TOKEN-FILE
           IF WS-TOKEN-OVERFLOW
               MOVE "APPRTOK.DAT OVER 500 TOKENS - PRUNE FIRST"
                   TO WS-CONSOLE-MSG
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-TOK-NUM-ENTRY
                          OR WS-TOKEN-UPDATED
                   IF WS-TOK-ACTION (WS-SUB) = WS-PICK-ACTION
                       AND WS-TOK-OBJECT (WS-SUB)
                           = WS-PICK-OBJECT
                       AND WS-TOK-REQUESTED-BY (WS-SUB)
                           = WS-PICK-REQUESTED-BY
                       AND WS-TOK-APPROVED-BY (WS-SUB) = SPACES
                       MOVE WS-OPERATOR-ID
                           TO WS-TOK-APPROVED-BY (WS-SUB)
                       MOVE WS-EXPIRY-TS TO WS-TOK-EXPIRY-TS (WS-SUB)
                       MOVE "Y" TO WS-TOKEN-UPDATED-SW
                   END-IF
               END-PERFORM
               IF NOT WS-TOKEN-UPDATED
                   MOVE "REQUEST NO LONGER PENDING - LIST REFRESHED"
                       TO WS-CONSOLE-MSG
               ELSE
                   PERFORM 5650-WRITE-TOKEN-FILE
               END-IF
           END-IF.

      * A token file that will not open for output leaves the
      * approval unrecorded: the operator is told, the approval is
      * not logged as given and the session ends at severity 12.
       5650-WRITE-TOKEN-FILE.
           OPEN OUTPUT APPROVAL-TOKEN-FILE
           IF WS-TOKEN-STATUS NOT = "00"
               MOVE "N" TO WS-TOKEN-UPDATED-SW
               MOVE SPACES TO WS-CONSOLE-MSG
               STRING "APPRTOK.DAT NOT WRITABLE - STATUS "
                      WS-TOKEN-STATUS " - APPROVAL NOT RECORDED"
                   DELIMITED BY SIZE INTO WS-CONSOLE-MSG
               IF WS-JOB-SEVERITY < 12
                   MOVE 12 TO WS-JOB-SEVERITY
               END-IF
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-TOK-NUM-ENTRY
                   MOVE WS-TOK-ACTION (WS-SUB) TO AT-ACTION
                   MOVE WS-TOK-OBJECT (WS-SUB) TO AT-OBJECT
                   MOVE WS-TOK-REQUESTED-BY (WS-SUB)
                       TO AT-REQUESTED-BY
                   MOVE WS-TOK-APPROVED-BY (WS-SUB)
                       TO AT-APPROVED-BY
                   MOVE WS-TOK-EXPIRY-TS (WS-SUB) TO AT-EXPIRY-TS
                   WRITE APPROVAL-TOKEN-REC
               END-PERFORM
               CLOSE APPROVAL-TOKEN-FILE
           END-IF.

       5700-LOG-APPROVAL-ACTION.
           MOVE SPACES TO CONSOLE-LOG-REC
           IF WS-AUDIT-VERB = "TOKENAPPROVE"
               STRING WS-NOW-TS " APPROVE  " WS-OPERATOR-ID
                      " " WS-PICK-ACTION
                      " " WS-PICK-OBJECT
                      " REQUESTED-BY=" WS-PICK-REQUESTED-BY
                      " EXPIRES=" WS-EXPIRY-TS
                   DELIMITED BY SIZE INTO CONSOLE-LOG-REC
           ELSE
               STRING WS-NOW-TS " REFUSED  " WS-OPERATOR-ID
                      " " WS-PICK-ACTION
                      " " WS-PICK-OBJECT
                      " SELF-APPROVAL"
                   DELIMITED BY SIZE INTO CONSOLE-LOG-REC
           END-IF
           WRITE CONSOLE-LOG-REC
           MOVE SPACES TO WS-AUDIT-DBALIAS
           PERFORM 9500-WRITE-AUDIT-RECORD.

       9000-TERMINATE.
           CLOSE CONSOLE-LOG-FILE.

      * One record per console action, filed under the operator's ID
      * rather than the program's.
       9500-WRITE-AUDIT-RECORD.
           ADD 1 TO WS-ACTION-COUNT
           OPEN EXTEND OPS-AUDIT-FILE
           IF WS-OPSAUDIT-STATUS = "35"
               CLOSE OPS-AUDIT-FILE
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE WS-OPERATOR-ID TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-NOW-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE WS-AUDIT-DBALIAS TO OA-DBALIAS
           MOVE WS-AUDIT-VERB TO OA-ACTION-VERB
           MOVE 1 TO OA-KEY-COUNT-1
           MOVE WS-ACTION-COUNT TO OA-KEY-COUNT-2
           MOVE 0 TO OA-FINAL-SQLCODE
           WRITE OPS-AUDIT-REC
           CLOSE OPS-AUDIT-FILE.

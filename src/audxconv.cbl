      ******************************************************************
      *
      * Program: AUDXCONV
      *
      * Function: One-off conversion of the two keyed masters AUDROLLR
      *           maintains, OPSAUDIX.DAT and ALERTHIX.DAT, to the
      *           wider records that carry the run correlation ID
      *           (OX-RUN-ID and AX-RUN-ID, 25 bytes each, appended).
      *           An indexed file cannot be reopened under a longer
      *           record, so each master is unloaded in key order on
      *           its old layout to a flat file - OPSAUDIX.UNL and
      *           ALERTHIX.UNL, already in the new layout with the run
      *           ID blank, since the rolled records predate it - and
      *           then recreated and reloaded from that file.  Run it
      *           once, after the new AUDROLLR and AUDQUERY are in
      *           place and before AUDROLLR next runs.
      *
      *           The unload and reload counts must agree; if they do
      *           not, or any open, read or write fails, the run ends
      *           at severity 12 and the .UNL file is left as the copy
      *           to reload from.  A master that is not there is
      *           nothing to convert.  A master that will not open on
      *           the old layout but opens on the new one, or whose
      *           records read back longer than the old layout, has
      *           already been converted and is left alone.  The .UNL
      *           files are kept after a clean run as the pre-conversion
      *           copy and may be removed once the masters are checked.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDXCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-OPS-MASTER-FILE ASSIGN TO WS-OPS-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OO-KEY
               FILE STATUS IS WS-OPS-OLD-STATUS.
           SELECT OPS-AUDIT-MASTER-FILE ASSIGN TO WS-OPS-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OX-KEY
               FILE STATUS IS WS-OPS-MASTER-STATUS.
           SELECT OPS-UNLOAD-FILE ASSIGN TO WS-OPS-UNLOAD-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPS-UNLOAD-STATUS.
           SELECT OLD-ALERT-MASTER-FILE ASSIGN TO WS-ALT-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-KEY
               FILE STATUS IS WS-ALT-OLD-STATUS.
           SELECT ALERT-HISTORY-MASTER-FILE ASSIGN TO WS-ALT-MASTER-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-KEY
               FILE STATUS IS WS-ALT-MASTER-STATUS.
           SELECT ALERT-UNLOAD-FILE ASSIGN TO WS-ALT-UNLOAD-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALT-UNLOAD-STATUS.
           SELECT CONVERT-LOG-FILE ASSIGN TO WS-LOG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT OPS-AUDIT-FILE ASSIGN TO WS-OPSAUDIT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * OPSAUDIX.DAT as AUDROLLR wrote it before the run ID was
      * carried - the new record less its trailing 25 bytes.
       FD  OLD-OPS-MASTER-FILE.
       01  OLD-OPS-MASTER-REC.
           05 OO-KEY.
               10 OO-START-TS         PIC X(14).
               10 OO-PROGRAM-ID       PIC X(8).
               10 OO-SEQ              PIC 9(3).
           05 FILLER                  PIC X(62).

       FD  OPS-AUDIT-MASTER-FILE.
           COPY "opsaudix.cpy".

       FD  OPS-UNLOAD-FILE
           RECORDING MODE IS F.
       01  OPS-UNLOAD-REC             PIC X(112).

      * ALERTHIX.DAT on its old layout, likewise without AX-RUN-ID.
       FD  OLD-ALERT-MASTER-FILE.
       01  OLD-ALERT-MASTER-REC.
           05 AO-KEY.
               10 AO-TIMESTAMP        PIC X(14).
               10 AO-PROGRAM-ID       PIC X(8).
               10 AO-SEQ              PIC 9(3).
           05 FILLER                  PIC X(127).

       FD  ALERT-HISTORY-MASTER-FILE.
           COPY "alerthix.cpy".

       FD  ALERT-UNLOAD-FILE
           RECORDING MODE IS F.
       01  ALERT-UNLOAD-REC           PIC X(177).

       FD  CONVERT-LOG-FILE
           RECORDING MODE IS F.
       01  CONVERT-LOG-REC            PIC X(132).

       FD  OPS-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "opsaudit.cpy".

       WORKING-STORAGE SECTION.
       01  WS-OPS-MASTER-DD           PIC X(40) VALUE "OPSAUDIX.DAT".
       01  WS-OPS-UNLOAD-DD           PIC X(40) VALUE "OPSAUDIX.UNL".
       01  WS-ALT-MASTER-DD           PIC X(40) VALUE "ALERTHIX.DAT".
       01  WS-ALT-UNLOAD-DD           PIC X(40) VALUE "ALERTHIX.UNL".
       01  WS-LOG-DD                  PIC X(40) VALUE "AUDXCONV.LOG".
       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".

       01  WS-OPS-OLD-STATUS          PIC XX.
       01  WS-OPS-MASTER-STATUS       PIC XX.
       01  WS-OPS-UNLOAD-STATUS       PIC XX.
       01  WS-ALT-OLD-STATUS          PIC XX.
       01  WS-ALT-MASTER-STATUS       PIC XX.
       01  WS-ALT-UNLOAD-STATUS       PIC XX.
       01  WS-LOG-STATUS              PIC XX.
       01  WS-OPSAUDIT-STATUS         PIC XX.

       01  WS-EOF-SW                  PIC X     VALUE "N".
           88 WS-EOF                  VALUE "Y".
      * Set when the unload finished cleanly and the master may be
      * recreated from the .UNL file.
       01  WS-UNLOAD-OK-SW            PIC X     VALUE "N".
           88 WS-UNLOAD-OK            VALUE "Y".

      * Old record lengths - the new record is the old one with the
      * 25-byte run ID appended.
       01  WS-OLD-OPS-LEN             PIC 9(3)  VALUE 87.
       01  WS-OLD-ALERT-LEN           PIC 9(3)  VALUE 152.

       01  WS-OPS-UNLOADED-COUNT      PIC 9(9)  VALUE 0.
       01  WS-OPS-RELOADED-COUNT      PIC 9(9)  VALUE 0.
       01  WS-ALT-UNLOADED-COUNT      PIC 9(9)  VALUE 0.
       01  WS-ALT-RELOADED-COUNT      PIC 9(9)  VALUE 0.

       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "AUDXCONV".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.

      * Scheduler return-code severity for this run: 0 clean, 4
      * warnings, 8 check failed / do not proceed, 12 driver
      * failed - the suite-wide condition-code convention.
       01  WS-JOB-SEVERITY            PIC 9(2)  VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONVERT-OPS-MASTER
           PERFORM 3000-CONVERT-ALERT-MASTER
           PERFORM 9500-WRITE-AUDIT-RECORD
           PERFORM 9000-TERMINATE
           MOVE WS-JOB-SEVERITY TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-START-TS
           CALL "RUNCORID" USING BY REFERENCE WS-RUN-PROGRAM-ID
                                 BY REFERENCE WS-RUN-ID
           OPEN EXTEND CONVERT-LOG-FILE
           IF WS-LOG-STATUS = "35"
               CLOSE CONVERT-LOG-FILE
               OPEN OUTPUT CONVERT-LOG-FILE
           END-IF
           MOVE SPACES TO CONVERT-LOG-REC
           STRING "AUDXCONV  RUN ID=" WS-RUN-ID
                  "  START=" WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO CONVERT-LOG-REC
           WRITE CONVERT-LOG-REC.

      * Unload on the old layout, then - only if that went cleanly -
      * recreate the master and reload it on the new one.
       2000-CONVERT-OPS-MASTER.
           MOVE 0 TO WS-OPS-UNLOADED-COUNT
           MOVE 0 TO WS-OPS-RELOADED-COUNT
           MOVE "N" TO WS-UNLOAD-OK-SW
           OPEN INPUT OLD-OPS-MASTER-FILE
           EVALUATE WS-OPS-OLD-STATUS
               WHEN "00"
                   PERFORM 2100-UNLOAD-OPS-MASTER
                   CLOSE OLD-OPS-MASTER-FILE
               WHEN "35"
                   MOVE "NO OPSAUDIX.DAT - NOTHING TO CONVERT"
                       TO CONVERT-LOG-REC
                   WRITE CONVERT-LOG-REC
               WHEN OTHER
                   PERFORM 2050-CHECK-OPS-CONVERTED
           END-EVALUATE
           IF WS-UNLOAD-OK
               PERFORM 2200-RELOAD-OPS-MASTER
           END-IF.

      * An old-layout open can fail only because the file is already
      * on the new layout - which a new-layout open confirms - or
      * because it cannot be read at all.
       2050-CHECK-OPS-CONVERTED.
           OPEN INPUT OPS-AUDIT-MASTER-FILE
           MOVE SPACES TO CONVERT-LOG-REC
           IF WS-OPS-MASTER-STATUS = "00"
               CLOSE OPS-AUDIT-MASTER-FILE
               MOVE "OPSAUDIX.DAT ALREADY CONVERTED - LEFT AS IS"
                   TO CONVERT-LOG-REC
           ELSE
               STRING "OPSAUDIX.DAT WOULD NOT OPEN STATUS="
                      WS-OPS-OLD-STATUS "/" WS-OPS-MASTER-STATUS
                      " - NOT CONVERTED"
                   DELIMITED BY SIZE INTO CONVERT-LOG-REC
               MOVE 12 TO WS-JOB-SEVERITY
           END-IF
           WRITE CONVERT-LOG-REC.

       2100-UNLOAD-OPS-MASTER.
           OPEN OUTPUT OPS-UNLOAD-FILE
           IF WS-OPS-UNLOAD-STATUS NOT = "00"
               MOVE SPACES TO CONVERT-LOG-REC
               STRING "OPSAUDIX.UNL WOULD NOT OPEN STATUS="
                      WS-OPS-UNLOAD-STATUS
                      " - OPSAUDIX.DAT NOT CONVERTED"
                   DELIMITED BY SIZE INTO CONVERT-LOG-REC
               WRITE CONVERT-LOG-REC
               MOVE 12 TO WS-JOB-SEVERITY
           ELSE
               MOVE "Y" TO WS-UNLOAD-OK-SW
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ OLD-OPS-MASTER-FILE NEXT
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
                   EVALUATE TRUE
                       WHEN WS-EOF
                           CONTINUE
                       WHEN WS-OPS-OLD-STATUS = "00"
                           MOVE SPACES TO OPS-UNLOAD-REC
                           MOVE OLD-OPS-MASTER-REC
                               TO OPS-UNLOAD-REC (1:WS-OLD-OPS-LEN)
                           WRITE OPS-UNLOAD-REC
                           ADD 1 TO WS-OPS-UNLOADED-COUNT
                       WHEN WS-OPS-OLD-STATUS = "04"
                           MOVE "Y" TO WS-EOF-SW
                           MOVE "N" TO WS-UNLOAD-OK-SW
                           MOVE SPACES TO CONVERT-LOG-REC
                           STRING "OPSAUDIX.DAT RECORDS LONGER THAN"
                                  " THE OLD LAYOUT - ALREADY"
                                  " CONVERTED, LEFT AS IS"
                               DELIMITED BY SIZE INTO CONVERT-LOG-REC
                           WRITE CONVERT-LOG-REC
                       WHEN OTHER
                           MOVE "Y" TO WS-EOF-SW
                           MOVE "N" TO WS-UNLOAD-OK-SW
                           MOVE SPACES TO CONVERT-LOG-REC
                           STRING "OPSAUDIX.DAT READ FAILED STATUS="
                                  WS-OPS-OLD-STATUS
                                  " - NOT CONVERTED"
                               DELIMITED BY SIZE INTO CONVERT-LOG-REC
                           WRITE CONVERT-LOG-REC
                           MOVE 12 TO WS-JOB-SEVERITY
                   END-EVALUATE
               END-PERFORM
               CLOSE OPS-UNLOAD-FILE
               MOVE SPACES TO CONVERT-LOG-REC
               STRING "OPSAUDIX.DAT UNLOADED=" WS-OPS-UNLOADED-COUNT
                      " TO OPSAUDIX.UNL"
                   DELIMITED BY SIZE INTO CONVERT-LOG-REC
               WRITE CONVERT-LOG-REC
           END-IF.

       2200-RELOAD-OPS-MASTER.
           OPEN INPUT OPS-UNLOAD-FILE
           OPEN OUTPUT OPS-AUDIT-MASTER-FILE
           IF WS-OPS-UNLOAD-STATUS NOT = "00"
                   OR WS-OPS-MASTER-STATUS NOT = "00"
               MOVE SPACES TO CONVERT-LOG-REC
               STRING "OPSAUDIX RELOAD WOULD NOT OPEN STATUS="
                      WS-OPS-UNLOAD-STATUS "/" WS-OPS-MASTER-STATUS
                      " - RELOAD FROM OPSAUDIX.UNL"
                   DELIMITED BY SIZE INTO CONVERT-LOG-REC
               WRITE CONVERT-LOG-REC
               MOVE 12 TO WS-JOB-SEVERITY
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ OPS-UNLOAD-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           MOVE OPS-UNLOAD-REC TO OPS-AUDIT-MASTER-REC
                           WRITE OPS-AUDIT-MASTER-REC
                               INVALID KEY CONTINUE
                           END-WRITE
                           IF WS-OPS-MASTER-STATUS (1:1) = "0"
                               ADD 1 TO WS-OPS-RELOADED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-OPS-UNLOAD-STATUS NOT = "35"
               CLOSE OPS-UNLOAD-FILE
           END-IF
           IF WS-OPS-MASTER-STATUS NOT = "35"
               CLOSE OPS-AUDIT-MASTER-FILE
           END-IF
           MOVE SPACES TO CONVERT-LOG-REC
           IF WS-OPS-RELOADED-COUNT = WS-OPS-UNLOADED-COUNT
               STRING "OPSAUDIX.DAT RELOADED=" WS-OPS-RELOADED-COUNT
                      " - CONVERTED"
                   DELIMITED BY SIZE INTO CONVERT-LOG-REC
           ELSE
               STRING "OPSAUDIX.DAT RELOADED=" WS-OPS-RELOADED-COUNT
                      " OF " WS-OPS-UNLOADED-COUNT
                      " - RELOAD FROM OPSAUDIX.UNL"
                   DELIMITED BY SIZE INTO CONVERT-LOG-REC
               MOVE 12 TO WS-JOB-SEVERITY
           END-IF
           WRITE CONVERT-LOG-REC.

       3000-CONVERT-ALERT-MASTER.
           MOVE 0 TO WS-ALT-UNLOADED-COUNT
           MOVE 0 TO WS-ALT-RELOADED-COUNT
           MOVE "N" TO WS-UNLOAD-OK-SW
           OPEN INPUT OLD-ALERT-MASTER-FILE
           EVALUATE WS-ALT-OLD-STATUS
               WHEN "00"
                   PERFORM 3100-UNLOAD-ALERT-MASTER
                   CLOSE OLD-ALERT-MASTER-FILE
               WHEN "35"
                   MOVE "NO ALERTHIX.DAT - NOTHING TO CONVERT"
                       TO CONVERT-LOG-REC
                   WRITE CONVERT-LOG-REC
               WHEN OTHER
                   PERFORM 3050-CHECK-ALERT-CONVERTED
           END-EVALUATE
           IF WS-UNLOAD-OK
               PERFORM 3200-RELOAD-ALERT-MASTER
           END-IF.

       3050-CHECK-ALERT-CONVERTED.
           OPEN INPUT ALERT-HISTORY-MASTER-FILE
           MOVE SPACES TO CONVERT-LOG-REC
           IF WS-ALT-MASTER-STATUS = "00"
               CLOSE ALERT-HISTORY-MASTER-FILE
               MOVE "ALERTHIX.DAT ALREADY CONVERTED - LEFT AS IS"
                   TO CONVERT-LOG-REC
           ELSE
               STRING "ALERTHIX.DAT WOULD NOT OPEN STATUS="
                      WS-ALT-OLD-STATUS "/" WS-ALT-MASTER-STATUS
                      " - NOT CONVERTED"
                   DELIMITED BY SIZE INTO CONVERT-LOG-REC
               MOVE 12 TO WS-JOB-SEVERITY
           END-IF
           WRITE CONVERT-LOG-REC.

       3100-UNLOAD-ALERT-MASTER.
           OPEN OUTPUT ALERT-UNLOAD-FILE
           IF WS-ALT-UNLOAD-STATUS NOT = "00"
               MOVE SPACES TO CONVERT-LOG-REC
               STRING "ALERTHIX.UNL WOULD NOT OPEN STATUS="
                      WS-ALT-UNLOAD-STATUS
                      " - ALERTHIX.DAT NOT CONVERTED"
                   DELIMITED BY SIZE INTO CONVERT-LOG-REC
               WRITE CONVERT-LOG-REC
               MOVE 12 TO WS-JOB-SEVERITY
           ELSE
               MOVE "Y" TO WS-UNLOAD-OK-SW
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ OLD-ALERT-MASTER-FILE NEXT
                       AT END MOVE "Y" TO WS-EOF-SW
                   END-READ
                   EVALUATE TRUE
                       WHEN WS-EOF
                           CONTINUE
                       WHEN WS-ALT-OLD-STATUS = "00"
                           MOVE SPACES TO ALERT-UNLOAD-REC
                           MOVE OLD-ALERT-MASTER-REC
                               TO ALERT-UNLOAD-REC (1:WS-OLD-ALERT-LEN)
                           WRITE ALERT-UNLOAD-REC
                           ADD 1 TO WS-ALT-UNLOADED-COUNT
                       WHEN WS-ALT-OLD-STATUS = "04"
                           MOVE "Y" TO WS-EOF-SW
                           MOVE "N" TO WS-UNLOAD-OK-SW
                           MOVE SPACES TO CONVERT-LOG-REC
                           STRING "ALERTHIX.DAT RECORDS LONGER THAN"
                                  " THE OLD LAYOUT - ALREADY"
                                  " CONVERTED, LEFT AS IS"
                               DELIMITED BY SIZE INTO CONVERT-LOG-REC
                           WRITE CONVERT-LOG-REC
                       WHEN OTHER
                           MOVE "Y" TO WS-EOF-SW
                           MOVE "N" TO WS-UNLOAD-OK-SW
                           MOVE SPACES TO CONVERT-LOG-REC
                           STRING "ALERTHIX.DAT READ FAILED STATUS="
                                  WS-ALT-OLD-STATUS
                                  " - NOT CONVERTED"
                               DELIMITED BY SIZE INTO CONVERT-LOG-REC
                           WRITE CONVERT-LOG-REC
                           MOVE 12 TO WS-JOB-SEVERITY
                   END-EVALUATE
               END-PERFORM
               CLOSE ALERT-UNLOAD-FILE
               MOVE SPACES TO CONVERT-LOG-REC
               STRING "ALERTHIX.DAT UNLOADED=" WS-ALT-UNLOADED-COUNT
                      " TO ALERTHIX.UNL"
                   DELIMITED BY SIZE INTO CONVERT-LOG-REC
               WRITE CONVERT-LOG-REC
           END-IF.

       3200-RELOAD-ALERT-MASTER.
           OPEN INPUT ALERT-UNLOAD-FILE
           OPEN OUTPUT ALERT-HISTORY-MASTER-FILE
           IF WS-ALT-UNLOAD-STATUS NOT = "00"
                   OR WS-ALT-MASTER-STATUS NOT = "00"
               MOVE SPACES TO CONVERT-LOG-REC
               STRING "ALERTHIX RELOAD WOULD NOT OPEN STATUS="
                      WS-ALT-UNLOAD-STATUS "/" WS-ALT-MASTER-STATUS
                      " - RELOAD FROM ALERTHIX.UNL"
                   DELIMITED BY SIZE INTO CONVERT-LOG-REC
               WRITE CONVERT-LOG-REC
               MOVE 12 TO WS-JOB-SEVERITY
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ALERT-UNLOAD-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           MOVE ALERT-UNLOAD-REC
                               TO ALERT-HISTORY-MASTER-REC
                           WRITE ALERT-HISTORY-MASTER-REC
                               INVALID KEY CONTINUE
                           END-WRITE
                           IF WS-ALT-MASTER-STATUS (1:1) = "0"
                               ADD 1 TO WS-ALT-RELOADED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-ALT-UNLOAD-STATUS NOT = "35"
               CLOSE ALERT-UNLOAD-FILE
           END-IF
           IF WS-ALT-MASTER-STATUS NOT = "35"
               CLOSE ALERT-HISTORY-MASTER-FILE
           END-IF
           MOVE SPACES TO CONVERT-LOG-REC
           IF WS-ALT-RELOADED-COUNT = WS-ALT-UNLOADED-COUNT
               STRING "ALERTHIX.DAT RELOADED=" WS-ALT-RELOADED-COUNT
                      " - CONVERTED"
                   DELIMITED BY SIZE INTO CONVERT-LOG-REC
           ELSE
               STRING "ALERTHIX.DAT RELOADED=" WS-ALT-RELOADED-COUNT
                      " OF " WS-ALT-UNLOADED-COUNT
                      " - RELOAD FROM ALERTHIX.UNL"
                   DELIMITED BY SIZE INTO CONVERT-LOG-REC
               MOVE 12 TO WS-JOB-SEVERITY
           END-IF
           WRITE CONVERT-LOG-REC.

       9000-TERMINATE.
           CLOSE CONVERT-LOG-FILE.

       9500-WRITE-AUDIT-RECORD.
           OPEN EXTEND OPS-AUDIT-FILE
           IF WS-OPSAUDIT-STATUS = "35"
               CLOSE OPS-AUDIT-FILE
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "AUDXCONV" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS
           MOVE "CONVERT" TO OA-ACTION-VERB
           MOVE WS-OPS-RELOADED-COUNT TO OA-KEY-COUNT-1
           MOVE WS-ALT-RELOADED-COUNT TO OA-KEY-COUNT-2
           MOVE 0 TO OA-FINAL-SQLCODE
           WRITE OPS-AUDIT-REC
           CLOSE OPS-AUDIT-FILE.

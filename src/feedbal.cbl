      *           clean) and loads without error; only this line
      *           catches that thousands of records never arrived.
      *
      *           For a table loaded under an XML validation profile
      *           the LDHIST record in the XMLVALID.DAT validation
      *           report whose run timestamp matches the history row
      *           being balanced is taken too, and its count of
      *           documents that failed schema validation is shown on
      *           the balance line as the part of the rejected rows
      *           that were bad XML - those rows are already inside
      *           the rejected count, so the equation itself does not
      *           change.
      *
      *           A feed that arrived compressed is counted through a
      *           named pipe its decompressor writes into - the same
      *           way FEEDGATE scans it - so the records-in-feed side
      *           of the line is the real record count, not a count
      *           of compressed bytes.
      *
      *           Rejected rows corrected through LDREJWB and taken by
      *           REFRESHD's import are counted from the LDREJCOR.DAT
      *           correction trail - acceptances of rejects from the
      *           latest LDHIST run of the table or any restart after
      *           it - and the rejected side of the line is split into
      *           corrected-and-resubmitted and still-outstanding:
      *             records-in-feed = rows loaded + rows resubmitted
      *                             + rejects outstanding
      *                             + rows skipped + records diverted.
      *           More corrections than the load rejected means the
      *           trail is being counted against the wrong run, and
      *           fails the balance line like any other imbalance.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDBAL.
           SELECT LOAD-HISTORY-FILE ASSIGN TO WS-LOAD-HIST-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-HIST-STATUS.
           SELECT XML-VALID-FILE ASSIGN TO WS-XML-VALID-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XML-VALID-STATUS.
           SELECT CORRECTION-TRAIL-FILE ASSIGN TO WS-TRAIL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAIL-STATUS.
           SELECT BALANCE-REPORT-FILE ASSIGN TO WS-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FILE SECTION.
       FD  LOAD-CONTROL-FILE
           RECORDING MODE IS F.
           COPY "ldctl.cpy".

       FD  FEED-INPUT-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  LOAD-HISTORY-REC           PIC X(256).

       FD  XML-VALID-FILE
           RECORDING MODE IS F.
           COPY "xmlvalid.cpy".

       FD  CORRECTION-TRAIL-FILE
           RECORDING MODE IS F.
           COPY "ldrjcor.cpy".

       FD  BALANCE-REPORT-FILE
           RECORDING MODE IS F.
       01  BALANCE-REPORT-REC         PIC X(132).
       01  WS-REJECT-DD               PIC X(40) VALUE "FEEDGATE.REJ".
       01  WS-LOAD-HIST-DD            PIC X(40) VALUE "LDHIST.CSV".
       01  WS-REPORT-DD               PIC X(40) VALUE "FEEDBAL.RPT".
       01  WS-XML-VALID-DD            PIC X(40) VALUE "XMLVALID.DAT".
       01  WS-TRAIL-DD                PIC X(40) VALUE "LDREJCOR.DAT".
       01  WS-FEED-PATH               PIC X(100) VALUE SPACES.

       01  WS-CONTROL-STATUS          PIC XX.
       01  WS-REJECT-STATUS           PIC XX.
       01  WS-LOAD-HIST-STATUS        PIC XX.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-XML-VALID-STATUS        PIC XX.
       01  WS-TRAIL-STATUS            PIC XX.
       01  WS-EOF-SW                  PIC X     VALUE "N".
           88 WS-EOF                  VALUE "Y".
       01  WS-FEED-EOF-SW             PIC X     VALUE "N".
               10 WS-FD-DELETED       PIC 9(18).
               10 WS-FD-HIST-SEEN-SW  PIC X.
                  88 WS-FD-HIST-SEEN  VALUE "Y".
               10 WS-FD-HIST-TS       PIC X(14).
               10 WS-FD-RESUBMITTED   PIC 9(18).
               10 WS-FD-XML-REJECTED  PIC 9(18).
               10 WS-FD-XML-SEEN-SW   PIC X.
                  88 WS-FD-XML-SEEN   VALUE "Y".
               10 WS-FD-COMPRESS-TYPE PIC X(4).
                  88 WS-FD-UNCOMPRESSED VALUE SPACES "NONE".

       01  WS-SUB                     PIC 9(4)  VALUE 0.

      * Named pipe a compressed feed is decompressed into for
      * counting, started through the shell and removed afterwards.
       01  WS-PIPE-PATH               PIC X(40) VALUE "FEEDBAL.PIPE".
       01  WS-DECOMPRESS-TOOL         PIC X(12) VALUE SPACES.
       01  WS-PIPE-COMMAND            PIC X(256) VALUE SPACES.
       01  WS-PIPE-STARTED-SW         PIC X     VALUE "N".
           88 WS-PIPE-STARTED         VALUE "Y".
       01  WS-ACCOUNTED               PIC 9(18) VALUE 0.
       01  WS-IMBALANCE               PIC S9(18) VALUE 0.
       01  WS-OUTSTANDING             PIC S9(18) VALUE 0.

       01  WS-IN-FEED-DISP            PIC Z(8)9.
       01  WS-DIVERTED-DISP           PIC Z(8)9.
       01  WS-REJECTED-DISP           PIC Z(17)9.
       01  WS-SKIPPED-DISP            PIC Z(17)9.
       01  WS-IMBALANCE-DISP          PIC -(17)9.
       01  WS-RESUBMITTED-DISP        PIC Z(17)9.
       01  WS-OUTSTANDING-DISP        PIC -(17)9.
       01  WS-RESUBMITTED-TOTAL       PIC 9(18) VALUE 0.
       01  WS-XML-REJECTED-DISP       PIC Z(17)9.
       01  WS-XML-REJECTED-TOTAL      PIC 9(18) VALUE 0.
       01  WS-IMBALANCE-COUNT         PIC 9(9)  VALUE 0.
       01  WS-FEEDS-DISP              PIC Z(3)9.

       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "FEEDBAL".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.

      * Scheduler return-code severity for this run: 0 clean, 4
      * warnings, 8 check failed / do not proceed, 12 driver
           PERFORM 2000-COUNT-FEED-RECORDS
           PERFORM 3000-COUNT-DIVERTED-RECORDS
           PERFORM 4000-TAKE-LOAD-COUNTERS
           PERFORM 4500-TAKE-XML-VALIDATION
           PERFORM 4800-TAKE-RESUBMISSIONS
           PERFORM 5000-PROVE-BALANCE-LINES
           PERFORM 9500-WRITE-AUDIT-RECORD
           PERFORM 9000-TERMINATE
           MOVE WS-JOB-SEVERITY TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-START-TS
           CALL "RUNCORID" USING BY REFERENCE WS-RUN-PROGRAM-ID
                                 BY REFERENCE WS-RUN-ID
           OPEN OUTPUT BALANCE-REPORT-FILE
           STRING "FEED BALANCE RECONCILIATION  RUN="
                  FUNCTION CURRENT-DATE (1:14)
                  "  RUN ID=" WS-RUN-ID
               DELIMITED BY SIZE INTO BALANCE-REPORT-REC
           WRITE BALANCE-REPORT-REC
           MOVE SPACES TO BALANCE-REPORT-REC
               MOVE 0 TO WS-FD-SKIPPED (WS-FD-IDX)
               MOVE 0 TO WS-FD-DELETED (WS-FD-IDX)
               MOVE "N" TO WS-FD-HIST-SEEN-SW (WS-FD-IDX)
               MOVE SPACES TO WS-FD-HIST-TS (WS-FD-IDX)
               MOVE 0 TO WS-FD-RESUBMITTED (WS-FD-IDX)
               MOVE 0 TO WS-FD-XML-REJECTED (WS-FD-IDX)
               MOVE "N" TO WS-FD-XML-SEEN-SW (WS-FD-IDX)
               MOVE LC-COMPRESS-TYPE TO WS-FD-COMPRESS-TYPE (WS-FD-IDX)
           ELSE
               DISPLAY "FEEDBAL: feed table full (50) - skipping "
                   LC-TABLE-NAME
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FD-NUM-ENTRY
               MOVE WS-FD-SOURCE-PATH (WS-SUB) TO WS-FEED-PATH
               MOVE "N" TO WS-PIPE-STARTED-SW
               IF NOT WS-FD-UNCOMPRESSED (WS-SUB)
                   PERFORM 2100-START-DECOMPRESS-PIPE
               END-IF
               OPEN INPUT FEED-INPUT-FILE
               IF WS-FEED-STATUS = "00"
                   MOVE "N" TO WS-FEED-EOF-SW
                   END-PERFORM
                   CLOSE FEED-INPUT-FILE
               END-IF
               IF WS-PIPE-STARTED
                   PERFORM 2190-REMOVE-DECOMPRESS-PIPE
               END-IF
           END-PERFORM.

      * A compressed source that is missing, or of a type with no
      * known decompressor, is left to count as an empty feed - the
      * balance line then shows it plainly.
       2100-START-DECOMPRESS-PIPE.
           OPEN INPUT FEED-INPUT-FILE
           IF WS-FEED-STATUS = "00"
               CLOSE FEED-INPUT-FILE
               MOVE SPACES TO WS-DECOMPRESS-TOOL
               EVALUATE WS-FD-COMPRESS-TYPE (WS-SUB)
                   WHEN "GZIP"
                       MOVE "gzip -dc" TO WS-DECOMPRESS-TOOL
                   WHEN "BZ2 "
                       MOVE "bzip2 -dc" TO WS-DECOMPRESS-TOOL
                   WHEN "XZ  "
                       MOVE "xz -dc" TO WS-DECOMPRESS-TOOL
               END-EVALUATE
               IF WS-DECOMPRESS-TOOL = SPACES
                   MOVE SPACES TO WS-FEED-PATH
               ELSE
                   MOVE SPACES TO WS-PIPE-COMMAND
                   STRING "rm -f " DELIMITED BY SIZE
                          WS-PIPE-PATH DELIMITED BY SPACE
                          " && mkfifo " DELIMITED BY SIZE
                          WS-PIPE-PATH DELIMITED BY SPACE
                          " && (" DELIMITED BY SIZE
                          WS-DECOMPRESS-TOOL DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          WS-FEED-PATH DELIMITED BY SPACE
                          " > " DELIMITED BY SIZE
                          WS-PIPE-PATH DELIMITED BY SPACE
                          " 2>/dev/null &)" DELIMITED BY SIZE
                       INTO WS-PIPE-COMMAND
                   CALL "SYSTEM" USING WS-PIPE-COMMAND
                   MOVE WS-PIPE-PATH TO WS-FEED-PATH
                   MOVE "Y" TO WS-PIPE-STARTED-SW
               END-IF
           END-IF.

       2190-REMOVE-DECOMPRESS-PIPE.
           MOVE SPACES TO WS-PIPE-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  WS-PIPE-PATH DELIMITED BY SPACE
               INTO WS-PIPE-COMMAND
           CALL "SYSTEM" USING WS-PIPE-COMMAND.

       3000-COUNT-DIVERTED-RECORDS.
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-STATUS = "00"
               IF WS-FD-TABLE-NAME (WS-SUB)
                       = LOAD-HISTORY-REC (16:30)
                   MOVE "Y" TO WS-FD-HIST-SEEN-SW (WS-SUB)
                   MOVE LOAD-HISTORY-REC (1:14)
                       TO WS-FD-HIST-TS (WS-SUB)
                   COMPUTE WS-FD-SKIPPED (WS-SUB) =
                       FUNCTION NUMVAL (LOAD-HISTORY-REC (66:18))
                   COMPUTE WS-FD-LOADED (WS-SUB) =
               END-IF
           END-PERFORM.

      * Only LDHIST's validation records join the balance line, and
      * only the one written by the very load whose history row is
      * being balanced - its run timestamp is the history row's.
       4500-TAKE-XML-VALIDATION.
           OPEN INPUT XML-VALID-FILE
           IF WS-XML-VALID-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ XML-VALID-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF XV-PROGRAM-ID = "LDHIST"
                               PERFORM 4600-APPLY-ONE-XML-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XML-VALID-FILE
           END-IF.

       4600-APPLY-ONE-XML-RECORD.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FD-NUM-ENTRY
               IF WS-FD-TABLE-NAME (WS-SUB) = XV-TABLE-NAME
                       AND WS-FD-HIST-TS (WS-SUB) = XV-RUN-TS
                   MOVE "Y" TO WS-FD-XML-SEEN-SW (WS-SUB)
                   MOVE XV-DOCS-REJECTED TO WS-FD-XML-REJECTED (WS-SUB)
               END-IF
           END-PERFORM.

      * Only acceptances count - a correction still waiting on its
      * import, or refused by it, has not put the row in the table.
      * A restart's rejects carry the restart's later timestamp, so
      * everything from the latest history row on belongs to it.
       4800-TAKE-RESUBMISSIONS.
           OPEN INPUT CORRECTION-TRAIL-FILE
           IF WS-TRAIL-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ CORRECTION-TRAIL-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF LX-EVENT-ACCEPTED
                               PERFORM 4900-APPLY-ONE-RESUBMISSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORRECTION-TRAIL-FILE
           END-IF.

       4900-APPLY-ONE-RESUBMISSION.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FD-NUM-ENTRY
               IF WS-FD-TABLE-NAME (WS-SUB) = LX-TABLE-NAME
                       AND WS-FD-HIST-SEEN (WS-SUB)
                       AND LX-RUN-TS NOT < WS-FD-HIST-TS (WS-SUB)
                   ADD 1 TO WS-FD-RESUBMITTED (WS-SUB)
               END-IF
           END-PERFORM.

       5000-PROVE-BALANCE-LINES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FD-NUM-ENTRY
           MOVE SPACES TO BALANCE-REPORT-REC
           WRITE BALANCE-REPORT-REC
           MOVE WS-FD-NUM-ENTRY TO WS-FEEDS-DISP
           MOVE WS-XML-REJECTED-TOTAL TO WS-XML-REJECTED-DISP
           MOVE WS-RESUBMITTED-TOTAL TO WS-RESUBMITTED-DISP
           STRING "BALANCE TOTALS  FEEDS=" WS-FEEDS-DISP
                  " IMBALANCED=" WS-IMBALANCE-COUNT
                  " XML-INVALID=" WS-XML-REJECTED-DISP
                  " RESUBMITTED=" WS-RESUBMITTED-DISP
               DELIMITED BY SIZE INTO BALANCE-REPORT-REC
           WRITE BALANCE-REPORT-REC
           IF WS-IMBALANCE-COUNT > 0
               WRITE BALANCE-REPORT-REC
           END-IF.

      * records-in-feed = loaded + resubmitted + outstanding
      *                 + skipped + diverted, where outstanding is the
      * rejected rows not yet corrected and accepted.
      * Rows the load itself deleted as duplicates were loaded first,
      * so they are already inside the loaded count and do not join
      * the balance line - they print for the eye instead.
       5100-PROVE-ONE-FEED.
           COMPUTE WS-OUTSTANDING =
               WS-FD-REJECTED (WS-SUB) - WS-FD-RESUBMITTED (WS-SUB)
           COMPUTE WS-ACCOUNTED =
               WS-FD-LOADED (WS-SUB) + WS-FD-RESUBMITTED (WS-SUB)
               + WS-OUTSTANDING
               + WS-FD-SKIPPED (WS-SUB) + WS-FD-DIVERTED (WS-SUB)
           COMPUTE WS-IMBALANCE =
               WS-FD-IN-FEED (WS-SUB) - WS-ACCOUNTED
           MOVE WS-FD-REJECTED (WS-SUB) TO WS-REJECTED-DISP
           MOVE WS-FD-SKIPPED (WS-SUB) TO WS-SKIPPED-DISP
           MOVE WS-IMBALANCE TO WS-IMBALANCE-DISP
           MOVE SPACES TO BALANCE-REPORT-REC
           STRING "FEED " WS-FD-TABLE-NAME (WS-SUB)
                  " IN-FEED=" WS-IN-FEED-DISP
                  " LOADED=" WS-LOADED-DISP
                  " REJECTED=" WS-REJECTED-DISP
               DELIMITED BY SIZE INTO BALANCE-REPORT-REC
           WRITE BALANCE-REPORT-REC
           MOVE SPACES TO BALANCE-REPORT-REC
           STRING "     SKIPPED=" WS-SKIPPED-DISP
                  " DIVERTED=" WS-DIVERTED-DISP
                  " IMBALANCE=" WS-IMBALANCE-DISP
               DELIMITED BY SIZE INTO BALANCE-REPORT-REC
           WRITE BALANCE-REPORT-REC
           IF WS-FD-XML-SEEN (WS-SUB)
               ADD WS-FD-XML-REJECTED (WS-SUB) TO WS-XML-REJECTED-TOTAL
               MOVE WS-FD-XML-REJECTED (WS-SUB) TO WS-XML-REJECTED-DISP
               MOVE SPACES TO BALANCE-REPORT-REC
               STRING "     OF WHICH XML-INVALID=" WS-XML-REJECTED-DISP
                      " (DOCUMENTS FAILING SCHEMA VALIDATION)"
                   DELIMITED BY SIZE INTO BALANCE-REPORT-REC
               WRITE BALANCE-REPORT-REC
           END-IF
           IF WS-FD-RESUBMITTED (WS-SUB) > 0
               ADD WS-FD-RESUBMITTED (WS-SUB) TO WS-RESUBMITTED-TOTAL
               MOVE WS-FD-RESUBMITTED (WS-SUB) TO WS-RESUBMITTED-DISP
               MOVE WS-OUTSTANDING TO WS-OUTSTANDING-DISP
               MOVE SPACES TO BALANCE-REPORT-REC
               STRING "     OF WHICH RESUBMITTED=" WS-RESUBMITTED-DISP
                      " (CORRECTED THROUGH LDREJWB)"
                      " OUTSTANDING=" WS-OUTSTANDING-DISP
                   DELIMITED BY SIZE INTO BALANCE-REPORT-REC
               WRITE BALANCE-REPORT-REC
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-FD-HIST-SEEN (WS-SUB)
                   ADD 1 TO WS-IMBALANCE-COUNT
                   MOVE "  *** NO LOAD HISTORY ROW FOR THIS FEED ***"
                       TO BALANCE-REPORT-REC
                   WRITE BALANCE-REPORT-REC
               WHEN WS-OUTSTANDING < 0
                   ADD 1 TO WS-IMBALANCE-COUNT
                   IF WS-JOB-SEVERITY < 8
                       MOVE 8 TO WS-JOB-SEVERITY
                   END-IF
                   MOVE SPACES TO BALANCE-REPORT-REC
                   STRING "  *** MORE ROWS RESUBMITTED THAN THE LOAD"
                          " REJECTED ***"
                       DELIMITED BY SIZE INTO BALANCE-REPORT-REC
                   WRITE BALANCE-REPORT-REC
               WHEN WS-IMBALANCE NOT = 0
                   ADD 1 TO WS-IMBALANCE-COUNT
                   IF WS-JOB-SEVERITY < 8
                       MOVE 8 TO WS-JOB-SEVERITY
                   END-IF
                   MOVE SPACES TO BALANCE-REPORT-REC
                   STRING "  *** DOES NOT BALANCE - RECORDS LOST OR"
                          " NEVER ARRIVED ***"
                       DELIMITED BY SIZE INTO BALANCE-REPORT-REC
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "FEEDBAL" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS

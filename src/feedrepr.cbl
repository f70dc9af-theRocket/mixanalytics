      *           LDHIST's own control layout, pointing at the
      *           repaired copy; every quarantine/repair/replay step
      *           is logged and stamped into the manifest.
      *           A NO-GO feed that arrived compressed is not repaired
      *           here - its bytes are the vendor's archive, not text
      *           - and is logged for hand repair; replayed feeds are
      *           always written uncompressed (compression type
      *           blank) and keep the file type the feed's own
      *           LDHIST.DAT entry gives it, so LDHIST reloads a
      *           delimited feed's repaired copy as delimited.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.

       FD  LOAD-CONTROL-FILE
           RECORDING MODE IS F.
           COPY "ldctl.cpy".

       FD  REJECT-FILE
           RECORDING MODE IS F.
           05 RP-SOURCE-PATH          PIC X(100).
           05 RP-RESTART-COUNT        PIC 9(9).
           05 RP-SAVE-COUNT           PIC 9(9).
           05 RP-COMPRESS-TYPE        PIC X(4).
           05 RP-FILE-TYPE            PIC X(3).

       FD  REPAIR-LOG-FILE
           RECORDING MODE IS F.
               10 WS-NG-SOURCE-PATH   PIC X(100).
               10 WS-NG-PATH-KNOWN-SW PIC X.
                  88 WS-NG-PATH-KNOWN VALUE "Y".
               10 WS-NG-COMPRESS-TYPE PIC X(4).
                  88 WS-NG-UNCOMPRESSED VALUE SPACES "NONE".
               10 WS-NG-FILE-TYPE     PIC X(3).

       01  WS-SUB                     PIC 9(4)  VALUE 0.
       01  WS-POS                     PIC 9(4)  VALUE 0.
       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "FEEDREPR".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.

      * Scheduler return-code severity for this run: 0 clean, 4
      * warnings, 8 check failed / do not proceed, 12 driver
           PERFORM 9500-WRITE-AUDIT-RECORD
           PERFORM 9000-TERMINATE
           MOVE WS-JOB-SEVERITY TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-START-TS
           CALL "RUNCORID" USING BY REFERENCE WS-RUN-PROGRAM-ID
                                 BY REFERENCE WS-RUN-ID
           OPEN EXTEND REPAIR-LOG-FILE
           IF WS-LOG-STATUS = "35"
               CLOSE REPAIR-LOG-FILE
               OPEN OUTPUT REPAIR-LOG-FILE
           END-IF
           MOVE SPACES TO REPAIR-LOG-REC
           STRING "FEEDREPR  RUN ID=" WS-RUN-ID
                  "  START=" WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO REPAIR-LOG-REC
           WRITE REPAIR-LOG-REC
           MOVE SPACES TO REPAIR-LOG-REC
           OPEN EXTEND QUARANTINE-MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "35"
               CLOSE QUARANTINE-MANIFEST-FILE
                           TO WS-NG-SOURCE-PATH (WS-NG-IDX)
                       MOVE "N"
                           TO WS-NG-PATH-KNOWN-SW (WS-NG-IDX)
                       MOVE SPACES
                           TO WS-NG-COMPRESS-TYPE (WS-NG-IDX)
                       MOVE SPACES
                           TO WS-NG-FILE-TYPE (WS-NG-IDX)
                   ELSE
                       DISPLAY "FEEDREPR: NO-GO table full (50) - "
                           "skipping " GATE-REPORT-REC (6:30)
                                       TO WS-NG-SOURCE-PATH (WS-SUB)
                                   MOVE "Y"
                                       TO WS-NG-PATH-KNOWN-SW (WS-SUB)
                                   MOVE LC-COMPRESS-TYPE
                                       TO WS-NG-COMPRESS-TYPE (WS-SUB)
                                   MOVE LC-FILE-TYPE
                                       TO WS-NG-FILE-TYPE (WS-SUB)
                               END-IF
                           END-PERFORM
                   END-READ
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-NG-NUM-ENTRY
               MOVE WS-NG-TABLE-NAME (WS-SUB) TO WS-TABLE-NAME
               EVALUATE TRUE
                   WHEN NOT WS-NG-PATH-KNOWN (WS-SUB)
                       STRING "FEED " WS-TABLE-NAME
                              " NOT IN LOAD CONTROL - CANNOT REPAIR"
                           DELIMITED BY SIZE INTO REPAIR-LOG-REC
                       WRITE REPAIR-LOG-REC
                       IF WS-JOB-SEVERITY < 4
                           MOVE 4 TO WS-JOB-SEVERITY
                       END-IF
                   WHEN NOT WS-NG-UNCOMPRESSED (WS-SUB)
                       STRING "FEED " WS-TABLE-NAME
                              " ARRIVED COMPRESSED ("
                              WS-NG-COMPRESS-TYPE (WS-SUB)
                              ") - REPAIR BY HAND"
                           DELIMITED BY SIZE INTO REPAIR-LOG-REC
                       WRITE REPAIR-LOG-REC
                       IF WS-JOB-SEVERITY < 4
                           MOVE 4 TO WS-JOB-SEVERITY
                       END-IF
                   WHEN OTHER
                       PERFORM 3000-QUARANTINE-ONE-FEED
                       PERFORM 4000-SNIFF-ENCODING
                       PERFORM 5000-TRANSCODE-FEED
                       PERFORM 6000-REGATE-REPAIRED-FEED
               END-EVALUATE
           END-PERFORM.

      * The quarantine copy preserves the feed exactly as it failed
               MOVE WS-REPAIRED-PATH TO RP-SOURCE-PATH
               MOVE 0 TO RP-RESTART-COUNT
               MOVE 0 TO RP-SAVE-COUNT
               MOVE SPACES TO RP-COMPRESS-TYPE
               MOVE WS-NG-FILE-TYPE (WS-SUB) TO RP-FILE-TYPE
               WRITE REPLAY-CONTROL-REC
               MOVE "REPLAYED    " TO QM-STEP
               MOVE WS-ENCODING TO QM-ENCODING
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "FEEDREPR" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS

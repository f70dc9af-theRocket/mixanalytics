      *           and restoring over a production database by typo is
      *           structurally impossible, not just discouraged.
      *
      *           A clone of production data is not ready for the
      *           team until it has been masked.  Every successful
      *           restore over a non-production target is handed to
      *           DATAMASK through MASKREQ.DAT; the log records the
      *           refresh as complete and releasable only when
      *           DATAMASK ends 0 with every masked table verified.
      *           Anything else holds the refresh with severity 8 and
      *           the reason in DATAMASK.RPT.  An approved restore
      *           over a PROD target is production data going back to
      *           production and is not masked.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVCLONE.
           SELECT MEDIA-CONTROL-FILE ASSIGN TO WS-MEDIA-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEDIA-CTL-STATUS.
           SELECT MASK-REQUEST-FILE ASSIGN TO WS-MASK-REQUEST-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASK-REQUEST-STATUS.
           SELECT CLONE-LOG-FILE ASSIGN TO WS-LOG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           RECORDING MODE IS F.
       01  MEDIA-CONTROL-REC          PIC X(215).

       FD  MASK-REQUEST-FILE
           RECORDING MODE IS F.
       01  MASK-REQUEST-REC.
           05 MQ-TARGET-ALIAS         PIC X(8).
           05 MQ-SOURCE-ALIAS         PIC X(8).

       FD  CLONE-LOG-FILE
           RECORDING MODE IS F.
       01  CLONE-LOG-REC              PIC X(132).
       01  WS-COMPR-HIST-DD           PIC X(40) VALUE "COMPRHST.DAT".
       01  WS-MEDIA-CONTROL-DD        PIC X(40) VALUE "BKMEDCTL.DAT".
       01  WS-LOG-DD                  PIC X(40) VALUE "ENVCLONE.LOG".
       01  WS-MASK-REQUEST-DD         PIC X(40) VALUE "MASKREQ.DAT".

       01  WS-CONTROL-STATUS          PIC XX.
       01  WS-REGISTRY-STATUS         PIC XX.
       01  WS-COMPR-HIST-STATUS       PIC XX.
       01  WS-MEDIA-CTL-STATUS        PIC XX.
       01  WS-LOG-STATUS              PIC XX.
       01  WS-MASK-REQUEST-STATUS     PIC XX.
       01  WS-EOF-SW                  PIC X     VALUE "N".
           88 WS-EOF                  VALUE "Y".
       01  WS-CTL-EOF-SW              PIC X     VALUE "N".
           88 WS-APPROVAL-OK          VALUE "Y".
       01  WS-APPROVAL-REASON         PIC X(40) VALUE SPACES.

       01  WS-MASK-RC                 PIC S9(4) VALUE 0.
       01  WS-RC-DISP                 PIC -(3)9.

       01  WS-CLONE-COUNT             PIC 9(9)  VALUE 0.
       01  WS-REFUSED-COUNT           PIC 9(9)  VALUE 0.
       01  WS-SQLCODE-DISP            PIC -(8)9.
       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "ENVCLONE".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.

       01  WS-KB-SQLCODE              PIC S9(9) COMP-5 VALUE 0.
       01  WS-KB-EXPLAIN-LINE         PIC X(132) VALUE SPACES.
           PERFORM 9500-WRITE-AUDIT-RECORD
           PERFORM 9000-TERMINATE
           MOVE WS-JOB-SEVERITY TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-START-TS
           CALL "RUNCORID" USING BY REFERENCE WS-RUN-PROGRAM-ID
                                 BY REFERENCE WS-RUN-ID
           MOVE WS-AUDIT-START-TS (1:8) TO WS-TODAY-DATE-NUM
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-NUM)
               CLOSE CLONE-LOG-FILE
               OPEN OUTPUT CLONE-LOG-FILE
           END-IF
           MOVE SPACES TO CLONE-LOG-REC
           STRING "ENVCLONE  RUN ID=" WS-RUN-ID
                  "  START=" WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO CLONE-LOG-REC
           WRITE CLONE-LOG-REC
           MOVE SPACES TO CLONE-LOG-REC
           STRING "ENVIRONMENT REFRESH RUN " WS-AUDIT-START-TS
               DELIMITED BY SIZE INTO CLONE-LOG-REC
           WRITE CLONE-LOG-REC
           WRITE CLONE-LOG-REC
           PERFORM 9450-EXPLAIN-SQLCODE
           IF SQLCODE = 0
               IF WS-TARGET-TIER = "PROD"
                   STRING "REFRESH COMPLETE TARGET=" WS-TARGET-ALIAS
                          " - VERIFY AND RELEASE TO THE TEAM"
                       DELIMITED BY SIZE INTO CLONE-LOG-REC
                   WRITE CLONE-LOG-REC
               ELSE
                   PERFORM 5100-RUN-MASKING-PASS
               END-IF
           ELSE
               IF WS-JOB-SEVERITY < 12
                   MOVE 12 TO WS-JOB-SEVERITY
               WRITE CLONE-LOG-REC
           END-IF.

      * DATAMASK reads the request, masks and verifies the target and
      * ends 0 only when every table proved clean; the request is
      * emptied again so a stray standalone run masks nothing.
       5100-RUN-MASKING-PASS.
           OPEN OUTPUT MASK-REQUEST-FILE
           MOVE WS-TARGET-ALIAS TO MQ-TARGET-ALIAS
           MOVE WS-SOURCE-ALIAS TO MQ-SOURCE-ALIAS
           WRITE MASK-REQUEST-REC
           CLOSE MASK-REQUEST-FILE

           MOVE 0 TO RETURN-CODE
           CALL "DATAMASK"
               ON EXCEPTION
                   MOVE 12 TO RETURN-CODE
                   DISPLAY "ENVCLONE: DATAMASK could not be loaded"
           END-CALL
           MOVE RETURN-CODE TO WS-MASK-RC
           CANCEL "DATAMASK"

           OPEN OUTPUT MASK-REQUEST-FILE
           CLOSE MASK-REQUEST-FILE

           MOVE WS-MASK-RC TO WS-RC-DISP
           MOVE SPACES TO CLONE-LOG-REC
           STRING "MASKING TARGET=" WS-TARGET-ALIAS
                  " DATAMASK RC=" WS-RC-DISP
                  " - SEE DATAMASK.RPT"
               DELIMITED BY SIZE INTO CLONE-LOG-REC
           WRITE CLONE-LOG-REC
           IF WS-MASK-RC = 0
               MOVE SPACES TO CLONE-LOG-REC
               STRING "REFRESH COMPLETE TARGET=" WS-TARGET-ALIAS
                      " - MASKED AND VERIFIED, RELEASE TO THE TEAM"
                   DELIMITED BY SIZE INTO CLONE-LOG-REC
               WRITE CLONE-LOG-REC
           ELSE
               IF WS-JOB-SEVERITY < 8
                   MOVE 8 TO WS-JOB-SEVERITY
               END-IF
               MOVE SPACES TO CLONE-LOG-REC
               STRING "*** REFRESH HELD TARGET=" WS-TARGET-ALIAS
                      " - MASKING NOT VERIFIED, DO NOT RELEASE ***"
                   DELIMITED BY SIZE INTO CLONE-LOG-REC
               WRITE CLONE-LOG-REC
           END-IF.

       9000-TERMINATE.
           CLOSE CLONE-LOG-FILE.

               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "ENVCLONE" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE WS-TARGET-ALIAS TO OA-DBALIAS

      ******************************************************************
      *
      * Program: BKFCAST
      *
      * Function: Backup storage demand forecast.  Every quarter the
      *           storage team asks how much backup disk and how many
      *           offsite tapes the next quarter needs; BKLASTSZ.DAT
      *           only ever holds the last image's size, so the answer
      *           used to be a guess.  METLOAD now carries the size of
      *           every image BKRECON writes (its BKCHAIN.DAT entry)
      *           into the shared metrics store METRICIX.DAT as
      *           BACKUP_IMAGE_KB, keyed by alias and backup ID with
      *           the image type (F, I or D) as the object - that is
      *           the per-image size history this report projects
      *           from.
      *
      *           For each alias DBREGIST.DAT flags for backup:
      *
      *             - a least-squares growth line (KB per day) is
      *               fitted to each image type's sizes, as METQUERY
      *               fits its daily averages;
      *             - the alias's cycle is read from the same history
      *               (the average days between fulls, and whichever
      *               of incremental or delta fills the nights
      *               between), started from tonight's BKCYCLE.DAT
      *               type - a full tonight restarts the cycle;
      *             - the retention policy comes from BKRETPOL.DAT
      *               (days an image is kept on backup disk, days a
      *               shipped tape is kept in the vault, and which
      *               image types go offsite), the BKFCAST.CFG
      *               defaults standing in for an alias with no entry;
      *             - the images the history snapshot (HISTSNAP.DAT,
      *               the view BKRETAIN reports from) still holds -
      *               every backup entry not expired or deleted - are
      *               the starting stock, sized from the store where
      *               it has them and from the fitted full otherwise;
      *               an entry carrying a VAULTUPD vault location is
      *               held offsite whatever its type;
      *
      *           and every night of the horizon (90 days unless
      *           BKFCAST.CFG says otherwise) gets its projected image,
      *           held on disk and, for a shipped type, in the vault
      *           for as long as the policy keeps it.  The report
      *           gives each alias's growth, cycle and peak holdings,
      *           the estate's peak backup disk and peak vault holding
      *           in tapes (at the BKFCAST.CFG cartridge capacity), and
      *           every BKMEDCTL.DAT media path ordered by the day it
      *           runs out: each image is spread over all the paths
      *           BKRECON hands to the backup, and a path is out the
      *           first night its remaining free space (MEDIACHK.DAT,
      *           less its share of the growth in disk held) is below
      *           the night's largest image - the test MEDIACHK's own
      *           pre-flight would fail.  A path out within the
      *           horizon is alerted and warns (RC 4).
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKFCAST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORECAST-CONFIG-FILE ASSIGN TO WS-CONFIG-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT RETENTION-POLICY-FILE ASSIGN TO WS-POLICY-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT CYCLE-CONTROL-FILE ASSIGN TO WS-CYCLE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.
           SELECT HISTORY-SNAPSHOT-FILE ASSIGN TO WS-SNAPSHOT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.
           SELECT MEDIA-CONTROL-FILE ASSIGN TO WS-MEDIA-CONTROL-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEDIA-CTL-STATUS.
           SELECT FREE-SPACE-CONTROL-FILE ASSIGN TO WS-FREESPACE-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREESPACE-STATUS.
           SELECT METRICS-STORE-FILE ASSIGN TO WS-STORE-DD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-KEY
               FILE STATUS IS WS-STORE-STATUS.
           SELECT FORECAST-REPORT-FILE ASSIGN TO WS-REPORT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT ALERT-QUEUE-FILE ASSIGN TO WS-ALERTQ-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTQ-STATUS.
           SELECT OPS-AUDIT-FILE ASSIGN TO WS-OPSAUDIT-DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FORECAST-CONFIG-FILE
           RECORDING MODE IS F.
       01  FORECAST-CONFIG-REC.
           05 FC-HORIZON-DAYS         PIC 9(3).
           05 FC-TAPE-CAPACITY-GB     PIC 9(6).
           05 FC-DISK-DAYS            PIC 9(4).
           05 FC-VAULT-DAYS           PIC 9(4).
           05 FC-VAULT-TYPES          PIC X(3).

       FD  RETENTION-POLICY-FILE
           RECORDING MODE IS F.
       01  RETENTION-POLICY-REC.
           05 RP-DBALIAS              PIC X(8).
           05 RP-DISK-DAYS            PIC 9(4).
           05 RP-VAULT-DAYS           PIC 9(4).
           05 RP-VAULT-TYPES          PIC X(3).

       FD  CYCLE-CONTROL-FILE
           RECORDING MODE IS F.
       01  CYCLE-CONTROL-REC.
           05 CY-CYCLE-TYPE           PIC X.

       FD  HISTORY-SNAPSHOT-FILE
           RECORDING MODE IS F.
           COPY "histsnap.cpy".

       FD  MEDIA-CONTROL-FILE
           RECORDING MODE IS F.
       01  MEDIA-CONTROL-REC          PIC X(215).

       FD  FREE-SPACE-CONTROL-FILE
           RECORDING MODE IS F.
       01  FREE-SPACE-CONTROL-REC.
           05 FS-MEDIA-PATH           PIC X(215).
           05 FS-FREE-KB              PIC 9(9).

       FD  METRICS-STORE-FILE.
           COPY "metric.cpy".

       FD  FORECAST-REPORT-FILE
           RECORDING MODE IS F.
       01  FORECAST-REPORT-REC        PIC X(132).

       FD  ALERT-QUEUE-FILE
           RECORDING MODE IS F.
           COPY "alertq.cpy".

       FD  OPS-AUDIT-FILE
           RECORDING MODE IS F.
           COPY "opsaudit.cpy".

       WORKING-STORAGE SECTION.
           COPY "db2ApiDf.cbl".

       01  WS-CONFIG-DD               PIC X(40) VALUE "BKFCAST.CFG".
       01  WS-POLICY-DD               PIC X(40) VALUE "BKRETPOL.DAT".
       01  WS-CYCLE-DD                PIC X(40) VALUE "BKCYCLE.DAT".
       01  WS-SNAPSHOT-DD             PIC X(40) VALUE "HISTSNAP.DAT".
       01  WS-MEDIA-CONTROL-DD        PIC X(40) VALUE "BKMEDCTL.DAT".
       01  WS-FREESPACE-DD            PIC X(40) VALUE "MEDIACHK.DAT".
       01  WS-STORE-DD                PIC X(40) VALUE "METRICIX.DAT".
       01  WS-REPORT-DD               PIC X(40) VALUE "BKFCAST.RPT".

       01  WS-CONFIG-STATUS           PIC XX.
       01  WS-POLICY-STATUS           PIC XX.
       01  WS-CYCLE-STATUS            PIC XX.
       01  WS-SNAPSHOT-STATUS         PIC XX.
       01  WS-MEDIA-CTL-STATUS        PIC XX.
       01  WS-FREESPACE-STATUS        PIC XX.
       01  WS-STORE-STATUS            PIC XX.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-EOF-SW                  PIC X     VALUE "N".
           88 WS-EOF                  VALUE "Y".
       01  WS-STORE-EOF-SW            PIC X     VALUE "N".
           88 WS-STORE-EOF            VALUE "Y".
       01  WS-STORE-OPEN-SW           PIC X     VALUE "N".
           88 WS-STORE-OPEN           VALUE "Y".

      * Forecast settings - BKFCAST.CFG overrides, and its retention
      * fields are the default policy for an alias BKRETPOL.DAT does
      * not name.  Tape capacity is the cartridge's native capacity.
       01  WS-HORIZON-DAYS            PIC 9(3)  VALUE 90.
       01  WS-TAPE-CAPACITY-GB        PIC 9(6)  VALUE 12000.
       01  WS-TAPE-CAPACITY-KB        PIC 9(15) VALUE 0.
       01  WS-DEFAULT-DISK-DAYS       PIC 9(4)  VALUE 14.
       01  WS-DEFAULT-VAULT-DAYS      PIC 9(4)  VALUE 90.
       01  WS-DEFAULT-VAULT-TYPES     PIC X(3)  VALUE "F".

      * Tonight's backup type, as BKRECON will read it.
       01  WS-TONIGHT-TYPE            PIC X     VALUE SPACE.

      * Selection handed back by the shared DBREGSEL registry routine
      * for the backup function.
       01  WS-REGISTRY-FUNCTION       PIC X(8)  VALUE "BACKUP  ".
       01  WS-REGISTRY-SELECTION.
           05 WS-REG-COUNT            PIC 9(4).
           05 WS-REG-ALIAS            PIC X(8) OCCURS 50 TIMES.
       01  WS-REG-SUB                 PIC 9(4)  VALUE 0.

      * Retention policy - capped OCCURS 200, the bound this shop puts
      * on any table loaded from an operator-maintained file.
       01  WS-POLICY-TABLE.
           05 WS-RP-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-RP-ENTRY OCCURS 200 TIMES.
               10 WS-RP-DBALIAS       PIC X(8).
               10 WS-RP-DISK-DAYS     PIC 9(4).
               10 WS-RP-VAULT-DAYS    PIC 9(4).
               10 WS-RP-VAULT-TYPES   PIC X(3).

      * Backup entries still on file in the history snapshot - capped
      * OCCURS 500 as RTOPROJ caps the image chain.
       01  WS-HELD-IMAGE-TABLE.
           05 WS-HI-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-HI-ENTRY OCCURS 500 TIMES.
               10 WS-HI-DBALIAS       PIC X(8).
               10 WS-HI-BACKUP-ID     PIC X(14).
               10 WS-HI-VAULTED-SW    PIC X.
                  88 WS-HI-VAULTED    VALUE "Y".

      * Media paths and their measured free space, as MEDIACHK loads
      * them (BKRECON takes at most 10 paths).
       01  WS-MEDIA-PATH-TABLE.
           05 WS-MP-NUM-ENTRY         PIC 9(4)  COMP-5 VALUE 0.
           05 WS-MP-ENTRY OCCURS 10 TIMES.
               10 WS-MP-PATH          PIC X(215).
               10 WS-MP-FREE-KB       PIC 9(9).
               10 WS-MP-FREE-KNOWN-SW PIC X.
                  88 WS-MP-FREE-KNOWN VALUE "Y".
               10 WS-MP-OUT-DAY       PIC 9(4).
               10 WS-MP-LOW-KB        PIC S9(15).
       01  WS-MP-SWAP-ENTRY           PIC X(244).

      * Size history per image type for the alias in hand: 1 full,
      * 2 incremental, 3 delta.  x is the image's day counted from
      * today (negative in the past), y its size in KB.
       01  WS-TYPE-CODES              PIC X(3)  VALUE "FID".
       01  WS-TYPE-TABLE.
           05 WS-TY-ENTRY OCCURS 3 TIMES.
               10 WS-TY-COUNT         PIC 9(5).
               10 WS-TY-SUM-X         PIC S9(9).
               10 WS-TY-SUM-XX        PIC S9(15).
               10 WS-TY-SUM-Y         PIC 9(18).
               10 WS-TY-SUM-XY        PIC S9(24).
               10 WS-TY-FIRST-X       PIC S9(7).
               10 WS-TY-LAST-X        PIC S9(7).
               10 WS-TY-LAST-KB       PIC 9(15).
               10 WS-TY-SLOPE         PIC S9(13)V9(3).
               10 WS-TY-MEAN-X        PIC S9(7)V9(3).
               10 WS-TY-MEAN-Y        PIC 9(15)V9(3).
       01  WS-TY-SUB                  PIC 9(4)  COMP-5 VALUE 0.
       01  WS-FIT-DENOMINATOR         PIC S9(18) VALUE 0.

      * Holdings by day of the horizon - subscript 1 is today, the
      * last entry is the horizon's last night.  The alias's own
      * figures are folded into the estate's after each alias.
       01  WS-HOLDING-TABLE.
           05 WS-HD-ENTRY OCCURS 367 TIMES.
               10 WS-AD-DISK-KB       PIC 9(15).
               10 WS-AD-VAULT-KB      PIC 9(15).
               10 WS-ED-DISK-KB       PIC 9(15).
               10 WS-ED-VAULT-KB      PIC 9(15).
               10 WS-ED-LARGEST-KB    PIC 9(15).
       01  WS-DAY-SUB                 PIC 9(4)  COMP-5 VALUE 0.
       01  WS-LAST-DAY-SUB            PIC 9(4)  COMP-5 VALUE 0.
       01  WS-DAY-SUB2                PIC S9(4) COMP-5 VALUE 0.

       01  WS-TODAY-DATE              PIC 9(8)  VALUE 0.
       01  WS-TODAY-NUM               PIC 9(7)  VALUE 0.
       01  WS-ROW-DATE-NUM            PIC 9(8)  VALUE 0.
       01  WS-ROW-X                   PIC S9(7) VALUE 0.
       01  WS-DAY-DATE                PIC 9(8)  VALUE 0.

      * The alias in hand: its policy, cycle and results.
       01  WS-DBALIAS                 PIC X(8)  VALUE SPACES.
       01  WS-DISK-DAYS               PIC 9(4)  VALUE 0.
       01  WS-VAULT-DAYS              PIC 9(4)  VALUE 0.
       01  WS-VAULT-TYPES             PIC X(3)  VALUE SPACES.
       01  WS-POLICY-SOURCE           PIC X(8)  VALUE SPACES.
       01  WS-FULL-INTERVAL           PIC 9(4)  VALUE 0.
       01  WS-NEXT-FULL               PIC S9(7) VALUE 0.
       01  WS-FIRST-FULL              PIC 9(4)  VALUE 0.
       01  WS-BETWEEN-TYPE            PIC X     VALUE SPACE.
       01  WS-BETWEEN-SUB             PIC 9(4)  COMP-5 VALUE 0.
       01  WS-SAMPLE-COUNT            PIC 9(9)  VALUE 0.
       01  WS-ON-FILE-COUNT           PIC 9(9)  VALUE 0.
       01  WS-SIZED-COUNT             PIC 9(9)  VALUE 0.
       01  WS-ESTIMATED-COUNT         PIC 9(9)  VALUE 0.
       01  WS-PAST-POLICY-COUNT       PIC 9(9)  VALUE 0.
       01  WS-PROJECTED-COUNT         PIC 9(9)  VALUE 0.
       01  WS-PEAK-DISK-KB            PIC 9(15) VALUE 0.
       01  WS-PEAK-DISK-DAY           PIC 9(4)  VALUE 0.
       01  WS-PEAK-VAULT-KB           PIC 9(15) VALUE 0.
       01  WS-PEAK-VAULT-DAY          PIC 9(4)  VALUE 0.

      * One image to hold: day counted from today, size, and whether
      * it also goes to the vault.
       01  WS-IMG-X                   PIC S9(7) VALUE 0.
       01  WS-IMG-TYPE                PIC X     VALUE SPACE.
       01  WS-IMG-KB                  PIC 9(15) VALUE 0.
       01  WS-IMG-VAULT-SW            PIC X     VALUE "N".
           88 WS-IMG-VAULTED          VALUE "Y".
       01  WS-FITTED-KB               PIC S9(15) VALUE 0.
       01  WS-HOLD-FROM               PIC S9(7) VALUE 0.
       01  WS-HOLD-TO                 PIC S9(7) VALUE 0.
       01  WS-HI-SUB                  PIC 9(4)  COMP-5 VALUE 0.
       01  WS-SUB                     PIC 9(4)  COMP-5 VALUE 0.
       01  WS-SUB2                    PIC 9(4)  COMP-5 VALUE 0.
       01  WS-FOUND-SUB               PIC 9(4)  COMP-5 VALUE 0.

      * Estate and media results.
       01  WS-TAPES-NOW               PIC 9(7)  VALUE 0.
       01  WS-TAPES-PEAK              PIC 9(7)  VALUE 0.
       01  WS-TAPES-ADDED             PIC S9(7) VALUE 0.
       01  WS-PATH-USED-KB            PIC S9(15) VALUE 0.
       01  WS-PATH-LEFT-KB            PIC S9(15) VALUE 0.
       01  WS-ALIAS-COUNT             PIC 9(9)  VALUE 0.
       01  WS-PATHS-OUT-COUNT         PIC 9(9)  VALUE 0.

       01  WS-KB-DISP                 PIC Z(14)9.
       01  WS-KB2-DISP                PIC Z(14)9.
       01  WS-KB3-DISP                PIC Z(14)9.
       01  WS-SIGNED-KB-DISP          PIC -(14)9.
       01  WS-SLOPE-DISP              PIC -(12)9.999.
       01  WS-COUNT-DISP              PIC Z(6)9.
       01  WS-COUNT2-DISP             PIC Z(6)9.
       01  WS-COUNT3-DISP             PIC Z(6)9.
       01  WS-COUNT4-DISP             PIC Z(6)9.
       01  WS-DAY-DISP                PIC ZZ9.
       01  WS-DAY2-DISP               PIC ZZ9.

       01  WS-ALERTQ-DD               PIC X(40) VALUE "ALERTQ.DAT".
       01  WS-ALERTQ-STATUS           PIC XX.
       01  WS-OPSAUDIT-DD             PIC X(40) VALUE "OPSAUDIT.DAT".
       01  WS-OPSAUDIT-STATUS         PIC XX.
       01  WS-AUDIT-START-TS          PIC X(14) VALUE SPACES.
       01  WS-RUN-PROGRAM-ID          PIC X(8)  VALUE "BKFCAST".
       01  WS-RUN-ID                  PIC X(25) VALUE SPACES.

      * Scheduler return-code severity for this run: 0 clean, 4
      * warnings, 8 check failed / do not proceed, 12 driver
      * failed - the suite-wide condition-code convention.
       01  WS-JOB-SEVERITY            PIC 9(2)  VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-REGISTRY-ALIASES
           PERFORM 1300-LOAD-RETENTION-POLICY
           PERFORM 1500-LOAD-HISTORY-SNAPSHOT
           PERFORM 1600-LOAD-MEDIA-PATHS
           PERFORM 1700-LOAD-FREE-SPACE
           PERFORM 1800-OPEN-METRICS-STORE
           IF WS-STORE-OPEN
               PERFORM 2000-FORECAST-ONE-ALIAS
                   VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
               CLOSE METRICS-STORE-FILE
               PERFORM 3000-WRITE-ESTATE-DEMAND
               PERFORM 4000-PROJECT-MEDIA-PATHS
           END-IF
           PERFORM 8000-WRITE-TOTALS
           PERFORM 9500-WRITE-AUDIT-RECORD
           PERFORM 9000-TERMINATE
           MOVE WS-JOB-SEVERITY TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-AUDIT-START-TS
           CALL "RUNCORID" USING BY REFERENCE WS-RUN-PROGRAM-ID
                                 BY REFERENCE WS-RUN-ID
           MOVE WS-AUDIT-START-TS (1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-NUM =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
           OPEN INPUT FORECAST-CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               READ FORECAST-CONFIG-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM 1100-APPLY-CONFIG
               END-READ
               CLOSE FORECAST-CONFIG-FILE
           END-IF
           COMPUTE WS-TAPE-CAPACITY-KB =
               WS-TAPE-CAPACITY-GB * 1048576
           COMPUTE WS-LAST-DAY-SUB = WS-HORIZON-DAYS + 1
           INITIALIZE WS-HOLDING-TABLE
           OPEN INPUT CYCLE-CONTROL-FILE
           IF WS-CYCLE-STATUS = "00"
               READ CYCLE-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CY-CYCLE-TYPE = "F" OR "I" OR "D"
                           MOVE CY-CYCLE-TYPE TO WS-TONIGHT-TYPE
                       END-IF
               END-READ
               CLOSE CYCLE-CONTROL-FILE
           END-IF
           OPEN OUTPUT FORECAST-REPORT-FILE
           MOVE WS-HORIZON-DAYS TO WS-DAY-DISP
           MOVE SPACES TO FORECAST-REPORT-REC
           STRING "BACKUP STORAGE DEMAND FORECAST  RUN="
                  WS-AUDIT-START-TS
                  "  HORIZON=" WS-DAY-DISP " DAYS"
                  "  TONIGHT=" WS-TONIGHT-TYPE
                  "  RUN ID=" WS-RUN-ID
               DELIMITED BY SIZE INTO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           MOVE SPACES TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC.

      * The horizon is bounded by the holding table - a year.
       1100-APPLY-CONFIG.
           IF FC-HORIZON-DAYS IS NUMERIC
                   AND FC-HORIZON-DAYS > 0
               MOVE FC-HORIZON-DAYS TO WS-HORIZON-DAYS
               IF WS-HORIZON-DAYS > 366
                   MOVE 366 TO WS-HORIZON-DAYS
               END-IF
           END-IF
           IF FC-TAPE-CAPACITY-GB IS NUMERIC
                   AND FC-TAPE-CAPACITY-GB > 0
               MOVE FC-TAPE-CAPACITY-GB TO WS-TAPE-CAPACITY-GB
           END-IF
           IF FC-DISK-DAYS IS NUMERIC
                   AND FC-DISK-DAYS > 0
               MOVE FC-DISK-DAYS TO WS-DEFAULT-DISK-DAYS
           END-IF
           IF FC-VAULT-DAYS IS NUMERIC
               MOVE FC-VAULT-DAYS TO WS-DEFAULT-VAULT-DAYS
           END-IF
           IF FC-VAULT-TYPES NOT = SPACES
               MOVE FC-VAULT-TYPES TO WS-DEFAULT-VAULT-TYPES
           END-IF.

       1200-LOAD-REGISTRY-ALIASES.
           CALL "DBREGSEL" USING
                     BY REFERENCE WS-REGISTRY-FUNCTION
                     BY REFERENCE WS-REGISTRY-SELECTION
           IF WS-REG-COUNT = 0
               MOVE "NO REGISTRY ENTRY FLAGGED FOR BACKUP"
                   TO FORECAST-REPORT-REC
               WRITE FORECAST-REPORT-REC
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           END-IF.

       1300-LOAD-RETENTION-POLICY.
           OPEN INPUT RETENTION-POLICY-FILE
           IF WS-POLICY-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ RETENTION-POLICY-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 1350-STORE-ONE-POLICY
                   END-READ
               END-PERFORM
               CLOSE RETENTION-POLICY-FILE
           END-IF.

       1350-STORE-ONE-POLICY.
           IF RP-DBALIAS = SPACES
                   OR RP-DISK-DAYS NOT NUMERIC
                   OR RP-VAULT-DAYS NOT NUMERIC
               DISPLAY "BKFCAST: retention policy entry not valid - "
                   "skipping " RETENTION-POLICY-REC
           ELSE
               IF WS-RP-NUM-ENTRY < 200
                   ADD 1 TO WS-RP-NUM-ENTRY
                   MOVE RP-DBALIAS TO WS-RP-DBALIAS (WS-RP-NUM-ENTRY)
                   MOVE RP-DISK-DAYS
                       TO WS-RP-DISK-DAYS (WS-RP-NUM-ENTRY)
                   MOVE RP-VAULT-DAYS
                       TO WS-RP-VAULT-DAYS (WS-RP-NUM-ENTRY)
                   MOVE RP-VAULT-TYPES
                       TO WS-RP-VAULT-TYPES (WS-RP-NUM-ENTRY)
               ELSE
                   DISPLAY "BKFCAST: policy table full (200) - "
                       "skipping " RP-DBALIAS
               END-IF
           END-IF.

      * Expired and deleted entries no longer occupy media; every
      * other backup entry - superseded ones included, as BKRETAIN
      * points out - still does.
       1500-LOAD-HISTORY-SNAPSHOT.
           OPEN INPUT HISTORY-SNAPSHOT-FILE
           IF WS-SNAPSHOT-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ HISTORY-SNAPSHOT-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF HS-OPERATION = DB2HIST-OP-BACKUP
                               AND HS-STATUS NOT =
                                   DB2HISTORY-STATUS-EXPIRED
                               AND HS-STATUS NOT =
                                   DB2HISTORY-STATUS-DELETED
                               AND HS-ID (1:8) IS NUMERIC
                               PERFORM 1550-STORE-ONE-HELD-IMAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-SNAPSHOT-FILE
           ELSE
               MOVE "NO HISTORY SNAPSHOT ON FILE - RUN HISTEXTR"
                   TO FORECAST-REPORT-REC
               WRITE FORECAST-REPORT-REC
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           END-IF.

       1550-STORE-ONE-HELD-IMAGE.
           IF WS-HI-NUM-ENTRY < 500
               ADD 1 TO WS-HI-NUM-ENTRY
               MOVE HS-DBALIAS TO WS-HI-DBALIAS (WS-HI-NUM-ENTRY)
               MOVE HS-ID (1:14) TO WS-HI-BACKUP-ID (WS-HI-NUM-ENTRY)
               IF HS-LOCATION NOT = SPACES
                   MOVE "Y" TO WS-HI-VAULTED-SW (WS-HI-NUM-ENTRY)
               ELSE
                   MOVE "N" TO WS-HI-VAULTED-SW (WS-HI-NUM-ENTRY)
               END-IF
           ELSE
               DISPLAY "BKFCAST: held image table full (500) - "
                   "skipping " HS-ID (1:14)
           END-IF.

       1600-LOAD-MEDIA-PATHS.
           OPEN INPUT MEDIA-CONTROL-FILE
           IF WS-MEDIA-CTL-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ MEDIA-CONTROL-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF WS-MP-NUM-ENTRY < 10
                               ADD 1 TO WS-MP-NUM-ENTRY
                               MOVE MEDIA-CONTROL-REC
                                   TO WS-MP-PATH (WS-MP-NUM-ENTRY)
                               MOVE 0 TO WS-MP-FREE-KB (WS-MP-NUM-ENTRY)
                               MOVE "N" TO
                                   WS-MP-FREE-KNOWN-SW (WS-MP-NUM-ENTRY)
                           ELSE
                               DISPLAY "BKFCAST: media list full "
                                   "(10) - skipping " MEDIA-CONTROL-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEDIA-CONTROL-FILE
           END-IF.

       1700-LOAD-FREE-SPACE.
           OPEN INPUT FREE-SPACE-CONTROL-FILE
           IF WS-FREESPACE-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ FREE-SPACE-CONTROL-FILE
                       AT END MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 1750-MATCH-FREE-SPACE
                   END-READ
               END-PERFORM
               CLOSE FREE-SPACE-CONTROL-FILE
           END-IF.

       1750-MATCH-FREE-SPACE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MP-NUM-ENTRY
               IF WS-MP-PATH (WS-SUB) = FS-MEDIA-PATH
                       AND FS-FREE-KB IS NUMERIC
                   MOVE FS-FREE-KB TO WS-MP-FREE-KB (WS-SUB)
                   MOVE "Y" TO WS-MP-FREE-KNOWN-SW (WS-SUB)
               END-IF
           END-PERFORM.

       1800-OPEN-METRICS-STORE.
           OPEN INPUT METRICS-STORE-FILE
           IF WS-STORE-STATUS = "00"
               MOVE "Y" TO WS-STORE-OPEN-SW
           ELSE
               MOVE SPACES TO FORECAST-REPORT-REC
               STRING "METRICS STORE " WS-STORE-DD (1:12)
                      " NOT AVAILABLE STATUS=" WS-STORE-STATUS
                      " - NO SIZE HISTORY - NOTHING FORECAST"
                   DELIMITED BY SIZE INTO FORECAST-REPORT-REC
               WRITE FORECAST-REPORT-REC
               IF WS-JOB-SEVERITY < 8
                   MOVE 8 TO WS-JOB-SEVERITY
               END-IF
           END-IF.

       2000-FORECAST-ONE-ALIAS.
           MOVE WS-REG-ALIAS (WS-REG-SUB) TO WS-DBALIAS
           PERFORM 2100-RESOLVE-POLICY
           PERFORM 2200-READ-SIZE-HISTORY
           IF WS-TY-COUNT (1) = 0
               MOVE SPACES TO FORECAST-REPORT-REC
               STRING "ALIAS=" WS-DBALIAS
                      "  NO FULL IMAGE SIZES IN THE METRICS STORE - "
                      "RUN METLOAD - NOT FORECAST"
                   DELIMITED BY SIZE INTO FORECAST-REPORT-REC
               WRITE FORECAST-REPORT-REC
               MOVE SPACES TO FORECAST-REPORT-REC
               WRITE FORECAST-REPORT-REC
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           ELSE
               ADD 1 TO WS-ALIAS-COUNT
               PERFORM 2300-FIT-GROWTH
                   VARYING WS-TY-SUB FROM 1 BY 1
                   UNTIL WS-TY-SUB > 3
               PERFORM 2400-RESOLVE-CYCLE
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > WS-LAST-DAY-SUB
                   MOVE 0 TO WS-AD-DISK-KB (WS-DAY-SUB)
                   MOVE 0 TO WS-AD-VAULT-KB (WS-DAY-SUB)
               END-PERFORM
               PERFORM 2500-HOLD-EXISTING-IMAGES
               PERFORM 2600-PROJECT-BACKUPS
               PERFORM 2800-WRITE-ALIAS-LINES
           END-IF.

       2100-RESOLVE-POLICY.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RP-NUM-ENTRY
               IF WS-RP-DBALIAS (WS-SUB) = WS-DBALIAS
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB > 0
               MOVE WS-RP-DISK-DAYS (WS-FOUND-SUB) TO WS-DISK-DAYS
               MOVE WS-RP-VAULT-DAYS (WS-FOUND-SUB) TO WS-VAULT-DAYS
               MOVE WS-RP-VAULT-TYPES (WS-FOUND-SUB) TO WS-VAULT-TYPES
               MOVE "BKRETPOL" TO WS-POLICY-SOURCE
           ELSE
               MOVE WS-DEFAULT-DISK-DAYS TO WS-DISK-DAYS
               MOVE WS-DEFAULT-VAULT-DAYS TO WS-VAULT-DAYS
               MOVE WS-DEFAULT-VAULT-TYPES TO WS-VAULT-TYPES
               MOVE "DEFAULT" TO WS-POLICY-SOURCE
           END-IF.

      * Positioned read of the alias's image sizes, as METQUERY reads
      * a metric for one alias.
       2200-READ-SIZE-HISTORY.
           INITIALIZE WS-TYPE-TABLE
           MOVE 0 TO WS-SAMPLE-COUNT
           MOVE SPACES TO MT-KEY
           MOVE "BACKUP_IMAGE_KB" TO MT-METRIC-NAME
           MOVE WS-DBALIAS TO MT-DBALIAS
           MOVE "N" TO WS-STORE-EOF-SW
           START METRICS-STORE-FILE
               KEY IS >= MT-KEY
               INVALID KEY MOVE "Y" TO WS-STORE-EOF-SW
           END-START
           PERFORM UNTIL WS-STORE-EOF
               READ METRICS-STORE-FILE NEXT
                   AT END MOVE "Y" TO WS-STORE-EOF-SW
                   NOT AT END
                       IF MT-METRIC-NAME NOT = "BACKUP_IMAGE_KB"
                               OR MT-DBALIAS NOT = WS-DBALIAS
                           MOVE "Y" TO WS-STORE-EOF-SW
                       ELSE
                           PERFORM 2250-ADD-ONE-SIZE-SAMPLE
                       END-IF
               END-READ
           END-PERFORM.

      * Keys arrive in backup-ID order, so the last sample of a type
      * is its newest image.
       2250-ADD-ONE-SIZE-SAMPLE.
           MOVE 0 TO WS-TY-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 3
               IF MT-OBJECT (1:1) = WS-TYPE-CODES (WS-SUB:1)
                   MOVE WS-SUB TO WS-TY-SUB
               END-IF
           END-PERFORM
           IF WS-TY-SUB > 0
                   AND MT-TIMESTAMP (1:8) IS NUMERIC
               ADD 1 TO WS-SAMPLE-COUNT
               MOVE MT-TIMESTAMP (1:8) TO WS-ROW-DATE-NUM
               COMPUTE WS-ROW-X =
                   FUNCTION INTEGER-OF-DATE (WS-ROW-DATE-NUM)
                   - WS-TODAY-NUM
               IF WS-TY-COUNT (WS-TY-SUB) = 0
                   MOVE WS-ROW-X TO WS-TY-FIRST-X (WS-TY-SUB)
               END-IF
               ADD 1 TO WS-TY-COUNT (WS-TY-SUB)
               ADD WS-ROW-X TO WS-TY-SUM-X (WS-TY-SUB)
               COMPUTE WS-TY-SUM-XX (WS-TY-SUB) =
                   WS-TY-SUM-XX (WS-TY-SUB) + WS-ROW-X * WS-ROW-X
               ADD MT-VALUE TO WS-TY-SUM-Y (WS-TY-SUB)
               COMPUTE WS-TY-SUM-XY (WS-TY-SUB) =
                   WS-TY-SUM-XY (WS-TY-SUB) + WS-ROW-X * MT-VALUE
               MOVE WS-ROW-X TO WS-TY-LAST-X (WS-TY-SUB)
               MOVE MT-VALUE TO WS-TY-LAST-KB (WS-TY-SUB)
           END-IF.

      * slope = (n.Sxy - Sx.Sy) / (n.Sxx - Sx.Sx), the line passing
      * through the mean image; one image, or all on one day, gives
      * a flat line at their average.
       2300-FIT-GROWTH.
           MOVE 0 TO WS-TY-SLOPE (WS-TY-SUB)
           MOVE 0 TO WS-TY-MEAN-X (WS-TY-SUB)
           MOVE 0 TO WS-TY-MEAN-Y (WS-TY-SUB)
           IF WS-TY-COUNT (WS-TY-SUB) > 0
               COMPUTE WS-TY-MEAN-X (WS-TY-SUB) ROUNDED =
                   WS-TY-SUM-X (WS-TY-SUB) / WS-TY-COUNT (WS-TY-SUB)
               COMPUTE WS-TY-MEAN-Y (WS-TY-SUB) ROUNDED =
                   WS-TY-SUM-Y (WS-TY-SUB) / WS-TY-COUNT (WS-TY-SUB)
               COMPUTE WS-FIT-DENOMINATOR =
                   WS-TY-COUNT (WS-TY-SUB) * WS-TY-SUM-XX (WS-TY-SUB)
                   - WS-TY-SUM-X (WS-TY-SUB) * WS-TY-SUM-X (WS-TY-SUB)
               IF WS-FIT-DENOMINATOR NOT = 0
                   COMPUTE WS-TY-SLOPE (WS-TY-SUB) ROUNDED =
                       (WS-TY-COUNT (WS-TY-SUB)
                         * WS-TY-SUM-XY (WS-TY-SUB)
                       - WS-TY-SUM-X (WS-TY-SUB)
                         * WS-TY-SUM-Y (WS-TY-SUB))
                       / WS-FIT-DENOMINATOR
               END-IF
           END-IF.

      * The full cadence is the average gap between fulls on record
      * (a week where only one full is on record), and the nights
      * between are whichever of incremental or delta the alias has
      * taken more of - none at all means fulls only.  A full tonight
      * restarts the cycle; otherwise the next full is due one
      * cadence after the last, and one already overdue is taken as
      * tonight's.
       2400-RESOLVE-CYCLE.
           IF WS-TY-COUNT (1) > 1
               COMPUTE WS-FULL-INTERVAL ROUNDED =
                   (WS-TY-LAST-X (1) - WS-TY-FIRST-X (1))
                   / (WS-TY-COUNT (1) - 1)
           ELSE
               MOVE 7 TO WS-FULL-INTERVAL
           END-IF
           IF WS-FULL-INTERVAL < 1
               MOVE 1 TO WS-FULL-INTERVAL
           END-IF
           EVALUATE TRUE
               WHEN WS-TY-COUNT (2) = 0 AND WS-TY-COUNT (3) = 0
                   MOVE SPACE TO WS-BETWEEN-TYPE
                   MOVE 0 TO WS-BETWEEN-SUB
               WHEN WS-TY-COUNT (3) > WS-TY-COUNT (2)
                   MOVE "D" TO WS-BETWEEN-TYPE
                   MOVE 3 TO WS-BETWEEN-SUB
               WHEN OTHER
                   MOVE "I" TO WS-BETWEEN-TYPE
                   MOVE 2 TO WS-BETWEEN-SUB
           END-EVALUATE
           IF WS-TONIGHT-TYPE = "F"
               MOVE 1 TO WS-NEXT-FULL
           ELSE
               COMPUTE WS-NEXT-FULL =
                   WS-TY-LAST-X (1) + WS-FULL-INTERVAL
               IF WS-NEXT-FULL < 1
                   MOVE 1 TO WS-NEXT-FULL
               END-IF
           END-IF
           MOVE WS-NEXT-FULL TO WS-FIRST-FULL.

      * Each image still on file is sized from the store by its
      * backup ID; one the store no longer has (rolled out by AUDROLLR,
      * or older than the size itself) is taken at the fitted full.
       2500-HOLD-EXISTING-IMAGES.
           MOVE 0 TO WS-ON-FILE-COUNT
           MOVE 0 TO WS-SIZED-COUNT
           MOVE 0 TO WS-ESTIMATED-COUNT
           MOVE 0 TO WS-PAST-POLICY-COUNT
           PERFORM VARYING WS-HI-SUB FROM 1 BY 1
                   UNTIL WS-HI-SUB > WS-HI-NUM-ENTRY
               IF WS-HI-DBALIAS (WS-HI-SUB) = WS-DBALIAS
                   ADD 1 TO WS-ON-FILE-COUNT
                   PERFORM 2550-SIZE-ONE-HELD-IMAGE
                   IF WS-IMG-X + WS-DISK-DAYS < 1
                       ADD 1 TO WS-PAST-POLICY-COUNT
                   END-IF
                   IF WS-HI-VAULTED (WS-HI-SUB)
                       MOVE "Y" TO WS-IMG-VAULT-SW
                   END-IF
                   PERFORM 2700-HOLD-IMAGE
               END-IF
           END-PERFORM.

       2550-SIZE-ONE-HELD-IMAGE.
           MOVE WS-HI-BACKUP-ID (WS-HI-SUB) (1:8) TO WS-ROW-DATE-NUM
           COMPUTE WS-IMG-X =
               FUNCTION INTEGER-OF-DATE (WS-ROW-DATE-NUM)
               - WS-TODAY-NUM
           MOVE SPACES TO MT-KEY
           MOVE "BACKUP_IMAGE_KB" TO MT-METRIC-NAME
           MOVE WS-DBALIAS TO MT-DBALIAS
           MOVE WS-HI-BACKUP-ID (WS-HI-SUB) TO MT-TIMESTAMP
           MOVE "N" TO WS-STORE-EOF-SW
           START METRICS-STORE-FILE
               KEY IS >= MT-KEY
               INVALID KEY MOVE "Y" TO WS-STORE-EOF-SW
           END-START
           IF NOT WS-STORE-EOF
               READ METRICS-STORE-FILE NEXT
                   AT END MOVE "Y" TO WS-STORE-EOF-SW
               END-READ
           END-IF
           IF NOT WS-STORE-EOF
                   AND MT-METRIC-NAME = "BACKUP_IMAGE_KB"
                   AND MT-DBALIAS = WS-DBALIAS
                   AND MT-TIMESTAMP = WS-HI-BACKUP-ID (WS-HI-SUB)
               ADD 1 TO WS-SIZED-COUNT
               MOVE MT-OBJECT (1:1) TO WS-IMG-TYPE
               MOVE MT-VALUE TO WS-IMG-KB
           ELSE
               ADD 1 TO WS-ESTIMATED-COUNT
               MOVE "F" TO WS-IMG-TYPE
               MOVE 1 TO WS-TY-SUB
               PERFORM 2750-FITTED-SIZE
               MOVE WS-FITTED-KB TO WS-IMG-KB
           END-IF
           PERFORM 2650-SET-VAULT-FOR-TYPE.

       2600-PROJECT-BACKUPS.
           MOVE 0 TO WS-PROJECTED-COUNT
           PERFORM VARYING WS-DAY-SUB FROM 2 BY 1
                   UNTIL WS-DAY-SUB > WS-LAST-DAY-SUB
               COMPUTE WS-IMG-X = WS-DAY-SUB - 1
               MOVE 0 TO WS-TY-SUB
               IF WS-IMG-X = WS-NEXT-FULL
                   MOVE 1 TO WS-TY-SUB
                   ADD WS-FULL-INTERVAL TO WS-NEXT-FULL
               ELSE
                   MOVE WS-BETWEEN-SUB TO WS-TY-SUB
               END-IF
               IF WS-TY-SUB > 0
                   PERFORM 2610-PROJECT-ONE-IMAGE
               END-IF
           END-PERFORM.

       2610-PROJECT-ONE-IMAGE.
           ADD 1 TO WS-PROJECTED-COUNT
           MOVE WS-TYPE-CODES (WS-TY-SUB:1) TO WS-IMG-TYPE
           PERFORM 2750-FITTED-SIZE
           MOVE WS-FITTED-KB TO WS-IMG-KB
           IF WS-IMG-KB > WS-ED-LARGEST-KB (WS-DAY-SUB)
               MOVE WS-IMG-KB TO WS-ED-LARGEST-KB (WS-DAY-SUB)
           END-IF
           PERFORM 2650-SET-VAULT-FOR-TYPE
           PERFORM 2700-HOLD-IMAGE.

       2650-SET-VAULT-FOR-TYPE.
           MOVE "N" TO WS-IMG-VAULT-SW
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 3
               IF WS-VAULT-TYPES (WS-SUB:1) = WS-IMG-TYPE
                   MOVE "Y" TO WS-IMG-VAULT-SW
               END-IF
           END-PERFORM.

      * An image is held on disk from its night for the policy's disk
      * days, and a shipped one in the vault for its vault days; only
      * the days of the horizon are counted.
       2700-HOLD-IMAGE.
           IF WS-IMG-X < 0
               MOVE 0 TO WS-HOLD-FROM
           ELSE
               MOVE WS-IMG-X TO WS-HOLD-FROM
           END-IF
           COMPUTE WS-HOLD-TO = WS-IMG-X + WS-DISK-DAYS - 1
           IF WS-HOLD-TO > WS-HORIZON-DAYS
               MOVE WS-HORIZON-DAYS TO WS-HOLD-TO
           END-IF
           PERFORM VARYING WS-DAY-SUB2 FROM WS-HOLD-FROM BY 1
                   UNTIL WS-DAY-SUB2 > WS-HOLD-TO
               ADD WS-IMG-KB TO WS-AD-DISK-KB (WS-DAY-SUB2 + 1)
           END-PERFORM
           IF WS-IMG-VAULTED
               COMPUTE WS-HOLD-TO = WS-IMG-X + WS-VAULT-DAYS - 1
               IF WS-HOLD-TO > WS-HORIZON-DAYS
                   MOVE WS-HORIZON-DAYS TO WS-HOLD-TO
               END-IF
               PERFORM VARYING WS-DAY-SUB2 FROM WS-HOLD-FROM BY 1
                       UNTIL WS-DAY-SUB2 > WS-HOLD-TO
                   ADD WS-IMG-KB TO WS-AD-VAULT-KB (WS-DAY-SUB2 + 1)
               END-PERFORM
           END-IF.

      * Size on the type's growth line at the image's day; a line
      * that has fallen to nothing is taken at nothing.
       2750-FITTED-SIZE.
           COMPUTE WS-FITTED-KB ROUNDED =
               WS-TY-MEAN-Y (WS-TY-SUB)
               + WS-TY-SLOPE (WS-TY-SUB)
                 * (WS-IMG-X - WS-TY-MEAN-X (WS-TY-SUB))
           IF WS-FITTED-KB < 0
               MOVE 0 TO WS-FITTED-KB
           END-IF.

       2800-WRITE-ALIAS-LINES.
           MOVE WS-FULL-INTERVAL TO WS-DAY-DISP
           MOVE WS-FIRST-FULL TO WS-DAY2-DISP
           MOVE SPACES TO FORECAST-REPORT-REC
           STRING "ALIAS=" WS-DBALIAS
                  "  CYCLE: FULL EVERY " WS-DAY-DISP " DAYS"
                  "  BETWEEN=" WS-BETWEEN-TYPE
                  "  NEXT FULL IN " WS-DAY2-DISP " DAYS"
               DELIMITED BY SIZE INTO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           MOVE SPACES TO FORECAST-REPORT-REC
           STRING "  POLICY=" WS-POLICY-SOURCE
                  "  DISK DAYS=" WS-DISK-DAYS
                  "  VAULT DAYS=" WS-VAULT-DAYS
                  "  TYPES SHIPPED=" WS-VAULT-TYPES
               DELIMITED BY SIZE INTO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           PERFORM VARYING WS-TY-SUB FROM 1 BY 1 UNTIL WS-TY-SUB > 3
               IF WS-TY-COUNT (WS-TY-SUB) > 0
                   PERFORM 2850-WRITE-TYPE-LINE
               END-IF
           END-PERFORM
           MOVE 0 TO WS-PEAK-DISK-KB
           MOVE 0 TO WS-PEAK-VAULT-KB
           MOVE 0 TO WS-PEAK-DISK-DAY
           MOVE 0 TO WS-PEAK-VAULT-DAY
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-LAST-DAY-SUB
               IF WS-AD-DISK-KB (WS-DAY-SUB) > WS-PEAK-DISK-KB
                   MOVE WS-AD-DISK-KB (WS-DAY-SUB) TO WS-PEAK-DISK-KB
                   COMPUTE WS-PEAK-DISK-DAY = WS-DAY-SUB - 1
               END-IF
               IF WS-AD-VAULT-KB (WS-DAY-SUB) > WS-PEAK-VAULT-KB
                   MOVE WS-AD-VAULT-KB (WS-DAY-SUB) TO WS-PEAK-VAULT-KB
                   COMPUTE WS-PEAK-VAULT-DAY = WS-DAY-SUB - 1
               END-IF
               ADD WS-AD-DISK-KB (WS-DAY-SUB)
                   TO WS-ED-DISK-KB (WS-DAY-SUB)
               ADD WS-AD-VAULT-KB (WS-DAY-SUB)
                   TO WS-ED-VAULT-KB (WS-DAY-SUB)
           END-PERFORM
           MOVE WS-AD-DISK-KB (1) TO WS-KB-DISP
           MOVE WS-PEAK-DISK-KB TO WS-KB2-DISP
           MOVE WS-PEAK-DISK-DAY TO WS-DAY-DISP
           MOVE SPACES TO FORECAST-REPORT-REC
           STRING "  DISK   HELD NOW KB=" WS-KB-DISP
                  "  PEAK KB=" WS-KB2-DISP
                  " ON DAY " WS-DAY-DISP
               DELIMITED BY SIZE INTO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           MOVE WS-AD-VAULT-KB (1) TO WS-KB-DISP
           MOVE WS-PEAK-VAULT-KB TO WS-KB2-DISP
           MOVE WS-PEAK-VAULT-DAY TO WS-DAY-DISP
           MOVE SPACES TO FORECAST-REPORT-REC
           STRING "  VAULT  HELD NOW KB=" WS-KB-DISP
                  "  PEAK KB=" WS-KB2-DISP
                  " ON DAY " WS-DAY-DISP
               DELIMITED BY SIZE INTO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           MOVE WS-ON-FILE-COUNT TO WS-COUNT-DISP
           MOVE WS-SIZED-COUNT TO WS-COUNT2-DISP
           MOVE WS-ESTIMATED-COUNT TO WS-COUNT3-DISP
           MOVE WS-PAST-POLICY-COUNT TO WS-COUNT4-DISP
           MOVE SPACES TO FORECAST-REPORT-REC
           STRING "  IMAGES ON FILE=" WS-COUNT-DISP
                  "  SIZED FROM HISTORY=" WS-COUNT2-DISP
                  "  AT FITTED FULL=" WS-COUNT3-DISP
                  "  PAST DISK POLICY, NOT YET PRUNED=" WS-COUNT4-DISP
               DELIMITED BY SIZE INTO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           MOVE WS-PROJECTED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO FORECAST-REPORT-REC
           STRING "  IMAGES PROJECTED OVER THE HORIZON=" WS-COUNT-DISP
               DELIMITED BY SIZE INTO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           MOVE SPACES TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC.

       2850-WRITE-TYPE-LINE.
           MOVE WS-TY-COUNT (WS-TY-SUB) TO WS-COUNT-DISP
           MOVE WS-TY-LAST-KB (WS-TY-SUB) TO WS-KB-DISP
           MOVE WS-TY-SLOPE (WS-TY-SUB) TO WS-SLOPE-DISP
           MOVE WS-HORIZON-DAYS TO WS-IMG-X
           PERFORM 2750-FITTED-SIZE
           MOVE WS-FITTED-KB TO WS-KB2-DISP
           MOVE SPACES TO FORECAST-REPORT-REC
           STRING "  TYPE=" WS-TYPE-CODES (WS-TY-SUB:1)
                  "  IMAGES=" WS-COUNT-DISP
                  "  LAST KB=" WS-KB-DISP
                  "  GROWTH KB/DAY=" WS-SLOPE-DISP
                  "  AT HORIZON KB=" WS-KB2-DISP
               DELIMITED BY SIZE INTO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC.

       3000-WRITE-ESTATE-DEMAND.
           MOVE 0 TO WS-PEAK-DISK-KB
           MOVE 0 TO WS-PEAK-VAULT-KB
           MOVE 0 TO WS-PEAK-DISK-DAY
           MOVE 0 TO WS-PEAK-VAULT-DAY
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-LAST-DAY-SUB
               IF WS-ED-DISK-KB (WS-DAY-SUB) > WS-PEAK-DISK-KB
                   MOVE WS-ED-DISK-KB (WS-DAY-SUB) TO WS-PEAK-DISK-KB
                   COMPUTE WS-PEAK-DISK-DAY = WS-DAY-SUB - 1
               END-IF
               IF WS-ED-VAULT-KB (WS-DAY-SUB) > WS-PEAK-VAULT-KB
                   MOVE WS-ED-VAULT-KB (WS-DAY-SUB) TO WS-PEAK-VAULT-KB
                   COMPUTE WS-PEAK-VAULT-DAY = WS-DAY-SUB - 1
               END-IF
           END-PERFORM
           COMPUTE WS-TAPES-NOW =
               (WS-ED-VAULT-KB (1) + WS-TAPE-CAPACITY-KB - 1)
               / WS-TAPE-CAPACITY-KB
           COMPUTE WS-TAPES-PEAK =
               (WS-PEAK-VAULT-KB + WS-TAPE-CAPACITY-KB - 1)
               / WS-TAPE-CAPACITY-KB
           COMPUTE WS-TAPES-ADDED = WS-TAPES-PEAK - WS-TAPES-NOW
           MOVE "ESTATE BACKUP STORAGE DEMAND" TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           MOVE WS-ED-DISK-KB (1) TO WS-KB-DISP
           MOVE WS-PEAK-DISK-KB TO WS-KB2-DISP
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-NUM + WS-PEAK-DISK-DAY)
           MOVE WS-PEAK-DISK-DAY TO WS-DAY-DISP
           MOVE SPACES TO FORECAST-REPORT-REC
           STRING "  DISK   HELD NOW KB=" WS-KB-DISP
                  "  PEAK KB=" WS-KB2-DISP
                  " ON DAY " WS-DAY-DISP " (" WS-DAY-DATE ")"
               DELIMITED BY SIZE INTO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           MOVE WS-ED-VAULT-KB (1) TO WS-KB-DISP
           MOVE WS-PEAK-VAULT-KB TO WS-KB2-DISP
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-NUM + WS-PEAK-VAULT-DAY)
           MOVE WS-PEAK-VAULT-DAY TO WS-DAY-DISP
           MOVE SPACES TO FORECAST-REPORT-REC
           STRING "  VAULT  HELD NOW KB=" WS-KB-DISP
                  "  PEAK KB=" WS-KB2-DISP
                  " ON DAY " WS-DAY-DISP " (" WS-DAY-DATE ")"
               DELIMITED BY SIZE INTO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           MOVE WS-TAPES-NOW TO WS-COUNT-DISP
           MOVE WS-TAPES-PEAK TO WS-COUNT2-DISP
           MOVE WS-TAPES-ADDED TO WS-SIGNED-KB-DISP
           MOVE WS-TAPE-CAPACITY-GB TO WS-KB3-DISP
           MOVE SPACES TO FORECAST-REPORT-REC
           STRING "  TAPES  HELD NOW=" WS-COUNT-DISP
                  "  AT PEAK=" WS-COUNT2-DISP
                  "  CHANGE=" WS-SIGNED-KB-DISP
                  "  AT GB PER TAPE=" WS-KB3-DISP
               DELIMITED BY SIZE INTO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           MOVE SPACES TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC.

      * Each image is spread over every path BKRECON writes to, so a
      * path carries its share of the change in disk held since
      * today; MEDIACHK refuses the night's backup once a path's free
      * space is below the image, so that night is when it runs out.
       4000-PROJECT-MEDIA-PATHS.
           IF WS-MP-NUM-ENTRY = 0
               MOVE "NO MEDIA PATHS IN BKMEDCTL.DAT - NOTHING PROJECTED"
                   TO FORECAST-REPORT-REC
               WRITE FORECAST-REPORT-REC
               IF WS-JOB-SEVERITY < 4
                   MOVE 4 TO WS-JOB-SEVERITY
               END-IF
           ELSE
               PERFORM 4100-PROJECT-ONE-PATH
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MP-NUM-ENTRY
               PERFORM 4200-ORDER-PATHS-BY-EXHAUSTION
               MOVE WS-MP-NUM-ENTRY TO WS-COUNT-DISP
               MOVE SPACES TO FORECAST-REPORT-REC
               STRING "MEDIA PATHS IN ORDER OF RUNNING OUT  ("
                      WS-COUNT-DISP " PATHS SHARE EACH IMAGE)"
                   DELIMITED BY SIZE INTO FORECAST-REPORT-REC
               WRITE FORECAST-REPORT-REC
               PERFORM 4300-WRITE-ONE-PATH
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MP-NUM-ENTRY
           END-IF.

       4100-PROJECT-ONE-PATH.
           MOVE 9999 TO WS-MP-OUT-DAY (WS-SUB)
           MOVE WS-MP-FREE-KB (WS-SUB) TO WS-MP-LOW-KB (WS-SUB)
           IF WS-MP-FREE-KNOWN (WS-SUB)
               PERFORM VARYING WS-DAY-SUB FROM 2 BY 1
                       UNTIL WS-DAY-SUB > WS-LAST-DAY-SUB
                   COMPUTE WS-PATH-USED-KB =
                       (WS-ED-DISK-KB (WS-DAY-SUB) - WS-ED-DISK-KB (1))
                       / WS-MP-NUM-ENTRY
                   COMPUTE WS-PATH-LEFT-KB =
                       WS-MP-FREE-KB (WS-SUB) - WS-PATH-USED-KB
                   IF WS-PATH-LEFT-KB < WS-MP-LOW-KB (WS-SUB)
                       MOVE WS-PATH-LEFT-KB TO WS-MP-LOW-KB (WS-SUB)
                   END-IF
                   IF WS-PATH-LEFT-KB < WS-ED-LARGEST-KB (WS-DAY-SUB)
                           AND WS-MP-OUT-DAY (WS-SUB) = 9999
                       COMPUTE WS-MP-OUT-DAY (WS-SUB) = WS-DAY-SUB - 1
                   END-IF
               END-PERFORM
           END-IF.

      * Earliest to run out first; a path whose free space is unknown
      * cannot be projected and goes to the end with the survivors.
       4200-ORDER-PATHS-BY-EXHAUSTION.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB >= WS-MP-NUM-ENTRY
               PERFORM VARYING WS-SUB2 FROM WS-SUB BY 1
                       UNTIL WS-SUB2 > WS-MP-NUM-ENTRY
                   IF WS-MP-OUT-DAY (WS-SUB2) < WS-MP-OUT-DAY (WS-SUB)
                       MOVE WS-MP-ENTRY (WS-SUB) TO WS-MP-SWAP-ENTRY
                       MOVE WS-MP-ENTRY (WS-SUB2)
                           TO WS-MP-ENTRY (WS-SUB)
                       MOVE WS-MP-SWAP-ENTRY TO WS-MP-ENTRY (WS-SUB2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       4300-WRITE-ONE-PATH.
           MOVE WS-MP-FREE-KB (WS-SUB) TO WS-KB-DISP
           MOVE WS-MP-LOW-KB (WS-SUB) TO WS-SIGNED-KB-DISP
           MOVE SPACES TO FORECAST-REPORT-REC
           EVALUATE TRUE
               WHEN NOT WS-MP-FREE-KNOWN (WS-SUB)
                   STRING "  FREE SPACE UNKNOWN - RUN MEDIACHK    "
                          "  PATH=" WS-MP-PATH (WS-SUB) (1:60)
                       DELIMITED BY SIZE INTO FORECAST-REPORT-REC
                   IF WS-JOB-SEVERITY < 4
                       MOVE 4 TO WS-JOB-SEVERITY
                   END-IF
               WHEN WS-MP-OUT-DAY (WS-SUB) = 9999
                   STRING "  NOT WITHIN HORIZON  FREE KB="
                          WS-KB-DISP " LOWEST KB=" WS-SIGNED-KB-DISP
                          "  PATH=" WS-MP-PATH (WS-SUB) (1:40)
                       DELIMITED BY SIZE INTO FORECAST-REPORT-REC
               WHEN OTHER
                   ADD 1 TO WS-PATHS-OUT-COUNT
                   MOVE WS-MP-OUT-DAY (WS-SUB) TO WS-DAY-DISP
                   COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER
                       (WS-TODAY-NUM + WS-MP-OUT-DAY (WS-SUB))
                   STRING "  *** OUT ON DAY " WS-DAY-DISP
                          " (" WS-DAY-DATE ")  FREE KB=" WS-KB-DISP
                          "  PATH=" WS-MP-PATH (WS-SUB) (1:50)
                       DELIMITED BY SIZE INTO FORECAST-REPORT-REC
                   IF WS-JOB-SEVERITY < 4
                       MOVE 4 TO WS-JOB-SEVERITY
                   END-IF
                   MOVE "WARNING" TO AQ-SEVERITY
                   MOVE SPACES TO AQ-DBALIAS
                   MOVE WS-MP-PATH (WS-SUB) (1:30) TO AQ-OBJECT
                   MOVE SPACES TO AQ-MESSAGE
                   STRING "BACKUP MEDIA PATH PROJECTED FULL ON "
                          WS-DAY-DATE " - ADD SPACE BEFORE THEN"
                       DELIMITED BY SIZE INTO AQ-MESSAGE
                   PERFORM 9400-APPEND-ALERT
           END-EVALUATE
           WRITE FORECAST-REPORT-REC.

       8000-WRITE-TOTALS.
           MOVE SPACES TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC
           MOVE WS-ALIAS-COUNT TO WS-COUNT-DISP
           MOVE WS-PATHS-OUT-COUNT TO WS-COUNT2-DISP
           MOVE SPACES TO FORECAST-REPORT-REC
           STRING "BACKUP FORECAST TOTALS  ALIASES FORECAST="
                  WS-COUNT-DISP
                  "  PATHS RUNNING OUT=" WS-COUNT2-DISP
               DELIMITED BY SIZE INTO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC.

       9000-TERMINATE.
           CLOSE FORECAST-REPORT-FILE.

      * Callers set AQ-SEVERITY, AQ-DBALIAS, AQ-OBJECT and AQ-MESSAGE
      * before the PERFORM - the rest of the record is stamped here.
       9400-APPEND-ALERT.
           OPEN EXTEND ALERT-QUEUE-FILE
           IF WS-ALERTQ-STATUS = "35"
               CLOSE ALERT-QUEUE-FILE
               OPEN OUTPUT ALERT-QUEUE-FILE
           END-IF
           MOVE "BKFCAST" TO AQ-PROGRAM-ID
           MOVE WS-RUN-ID TO AQ-RUN-ID
           MOVE FUNCTION CURRENT-DATE (1:14) TO AQ-TIMESTAMP
           MOVE "N" TO AQ-DISPATCHED-SW
           WRITE ALERT-QUEUE-REC
           CLOSE ALERT-QUEUE-FILE.

       9500-WRITE-AUDIT-RECORD.
           OPEN EXTEND OPS-AUDIT-FILE
           IF WS-OPSAUDIT-STATUS = "35"
               CLOSE OPS-AUDIT-FILE
               OPEN OUTPUT OPS-AUDIT-FILE
           END-IF
           MOVE "BKFCAST" TO OA-PROGRAM-ID
           MOVE WS-RUN-ID TO OA-RUN-ID
           MOVE WS-AUDIT-START-TS TO OA-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO OA-END-TS
           MOVE SPACES TO OA-DBALIAS
           MOVE "BKFORECAST" TO OA-ACTION-VERB
           MOVE WS-ALIAS-COUNT TO OA-KEY-COUNT-1
           MOVE WS-PATHS-OUT-COUNT TO OA-KEY-COUNT-2
           MOVE 0 TO OA-FINAL-SQLCODE
           WRITE OPS-AUDIT-REC
           CLOSE OPS-AUDIT-FILE.

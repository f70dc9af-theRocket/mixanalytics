      ******************************************************************
      *
      * Program: RUNCORID
      *
      * Function: Shared run correlation routine - called once by
      *           every driver in the suite as it starts, with its
      *           program-id.  Builds the run's correlation ID (the
      *           program-id, a dot and the start time to the
      *           hundredth of a second, e.g. LOCKMON.2026101502100045)
      *           and sets it through sqlgseti (SQLE-CLIENT-INFO) as
      *           the client accounting string, with the program-id as
      *           the client application name, for every connection
      *           the run makes.  A lock holder or utility caller seen
      *           in a snapshot can then be told apart from user
      *           workload and tied to the exact run that caused it.
      *           The caller stamps the same ID into its OPS-AUDIT-REC,
      *           every ALERT-QUEUE-REC it raises and its log header,
      *           and AUDQUERY pulls that trail back together by ID.
      *           A client-information failure is reported on the
      *           console and never stops the run.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCORID.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY "sqlenv.cbl".
           COPY "sqlca.cpy".

       01  WS-ACCTSTR                 PIC X(25) VALUE SPACES.
       01  WS-APPLNAME                PIC X(8)  VALUE SPACES.
       01  WS-VALUE-LEN               PIC 9(4)  VALUE 0.

      * A zero-length alias applies the settings to every connection
      * this process has or makes, so a driver that connects later,
      * or to several aliases in turn, is covered by one call.
       01  WS-CI-ALIAS                PIC X(8)  VALUE SPACES.
       01  WS-CI-ALIAS-LEN            PIC 9(4)  COMP-5 VALUE 0.
       01  WS-CI-NUM-ITEMS            PIC 9(4)  COMP-5 VALUE 2.
       01  WS-SQLCODE-DISP            PIC -(8)9.

       LINKAGE SECTION.
       01  RUN-PROGRAM-ID             PIC X(8).
       01  RUN-CORRELATION-ID         PIC X(25).

       PROCEDURE DIVISION USING RUN-PROGRAM-ID
                                RUN-CORRELATION-ID.
       0000-MAIN.
           MOVE SPACES TO RUN-CORRELATION-ID
           STRING RUN-PROGRAM-ID DELIMITED BY SPACE
                  "." FUNCTION CURRENT-DATE (1:16) DELIMITED BY SIZE
               INTO RUN-CORRELATION-ID
           PERFORM 1000-SET-CLIENT-INFO
           GOBACK.

       1000-SET-CLIENT-INFO.
           MOVE RUN-CORRELATION-ID TO WS-ACCTSTR
           MOVE RUN-PROGRAM-ID TO WS-APPLNAME
           MOVE SQLE-CLIENT-INFO-ACCTSTR TO SQLE-CLIENT-INFO-TYPE (1)
           MOVE 0 TO WS-VALUE-LEN
           INSPECT WS-ACCTSTR
               TALLYING WS-VALUE-LEN FOR CHARACTERS BEFORE INITIAL " "
           MOVE WS-VALUE-LEN TO SQLE-CLIENT-INFO-LENGTH (1)
           SET SQLE-CLIENT-INFO-P-VALUE (1) TO ADDRESS OF WS-ACCTSTR
           MOVE SQLE-CLIENT-INFO-APPLNAME TO SQLE-CLIENT-INFO-TYPE (2)
           MOVE 0 TO WS-VALUE-LEN
           INSPECT WS-APPLNAME
               TALLYING WS-VALUE-LEN FOR CHARACTERS BEFORE INITIAL " "
           MOVE WS-VALUE-LEN TO SQLE-CLIENT-INFO-LENGTH (2)
           SET SQLE-CLIENT-INFO-P-VALUE (2) TO ADDRESS OF WS-APPLNAME
           CALL "sqlgseti" USING BY VALUE WS-CI-ALIAS-LEN
                     BY REFERENCE WS-CI-ALIAS
                     BY VALUE WS-CI-NUM-ITEMS
                     BY REFERENCE SQLE-CLIENT-INFO
                     BY REFERENCE SQLCA
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-DISP
               DISPLAY "RUNCORID: client information not set for "
                   RUN-CORRELATION-ID " SQLCODE=" WS-SQLCODE-DISP
           END-IF.

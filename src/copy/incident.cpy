      *************************************************************************
      *
      * Copybook: INCIDENT
      *
      * Function: Service desk incident register record - one per
      *           incident INCDTKT has raised from a dispatched
      *           CRITICAL alert, rewritten by INCDTKT every cycle.
      *           Carries our own reference (sent on every interface
      *           record so the service desk can correlate), the
      *           service desk's incident number once its response
      *           file has returned one, whether the incident is still
      *           open, the program/alias/object condition key the
      *           alerts are correlated on, and the raise timestamps
      *           of the first and latest alert folded into it.
      *           SHIFTHND reads the same file: an alert whose key
      *           matches and whose timestamp falls between the first
      *           and latest alert belongs to that incident, so the
      *           handover page can show its incident number.
      *
      *************************************************************************
       01  INCIDENT-REGISTER-REC.
           05 IR-REFERENCE             PIC 9(9).
           05 IR-INCIDENT-NUMBER       PIC X(15).
           05 IR-STATUS                PIC X.
               88 IR-OPEN              VALUE "O".
               88 IR-RESOLVED          VALUE "R".
           05 IR-PROGRAM-ID            PIC X(8).
           05 IR-DBALIAS               PIC X(8).
           05 IR-OBJECT                PIC X(30).
           05 IR-FIRST-ALERT-TS        PIC X(14).
           05 IR-LAST-ALERT-TS         PIC X(14).
           05 IR-ALERT-COUNT           PIC 9(5).
           05 IR-RESOLVED-TS           PIC X(14).

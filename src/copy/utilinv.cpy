      *************************************************************************
      *
      * Copybook: UTILINV
      *
      * Function: In-flight utility inventory record.  UTILINV
      *           rewrites UTILINV.DAT whole each cycle with one of
      *           these per running utility - alias, utility ID and
      *           type, target, start time, progress and the label of
      *           the suite run that owns it (blank when none does).
      *           BKTHROT and MNTWINDW read the same file.
      *
      *************************************************************************
       01  UTILITY-INVENTORY-REC.
           05 UI-DBALIAS              PIC X(8).
           05 UI-UTILITY-ID           PIC 9(9).
           05 UI-UTILITY-TYPE         PIC X(10).
           05 UI-TARGET               PIC X(30).
           05 UI-START-TS             PIC X(14).
           05 UI-PROGRESS-PCT         PIC 9(3).
           05 UI-OWNER-LABEL          PIC X(35).

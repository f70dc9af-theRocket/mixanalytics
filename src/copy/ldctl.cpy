      *************************************************************************
      *
      * Copybook: LDCTL
      *
      * Function: Load control record - one line of LDHIST.DAT per
      *           feed table LDHIST loads: the table, its source
      *           file, the db2gLoad restart and save counts, the
      *           compression type of the source (blank for a plain
      *           file, read through the decompression user exit
      *           otherwise) and its file type (blank means IXF).
      *           LDHIST drives the loads from it and the feed
      *           checkers FEEDGATE, FEEDBAL and FEEDREPR read the
      *           same list, so all of them share this one layout.
      *           FEEDREPR's FEEDRPLY.DAT replay entries are written
      *           field for field in it, so LDHIST can run them.
      *
      *************************************************************************
       01  LOAD-CONTROL-REC.
           05 LC-TABLE-NAME           PIC X(30).
           05 LC-SOURCE-PATH          PIC X(100).
           05 LC-RESTART-COUNT        PIC 9(9).
           05 LC-SAVE-COUNT           PIC 9(9).
           05 LC-COMPRESS-TYPE        PIC X(4).
           05 LC-FILE-TYPE            PIC X(3).

      ******************************************************************
      * Shared ArchIndex.dat archive index line, one per archive file
      * written: the archive file name, the records moved into it and
      * the earliest and latest dates among them. LOGARCH indexes the
      * log archives here and PERARCH the transaction-history
      * archives; STKHIST and INVREPRT find the archived history
      * through it. A file archived into twice has a line per run.
      * COPY AIXREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 IDX-ARCH-NAME PIC X(20).
           05 FILLER PIC X(1).
           05 IDX-COUNT PIC 9(7).
           05 FILLER PIC X(1).
           05 IDX-FROM-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 IDX-TO-DATE PIC 9(8).

       01 BACKUP-RECORD.
       05 BKP-TYPE          PIC X(1).
      *    'D' = DATA RECORD, 'T' = TRAILER
       05 BKP-IMAGE         PIC X(88).
       05 FILLER REDEFINES BKP-IMAGE.
           10 BKP-TRL-COUNT PIC 9(7).
           10 FILLER        PIC X(81).
      *
       WORKING-STORAGE SECTION.


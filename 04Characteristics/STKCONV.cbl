      * Author:
      * Date:
      * Purpose: One-time StockMaster.dat layout conversion - unloads
      *          the indexed master keyed on item within warehouse
      *          (warehouse, item code, on-hand, last-move date,
      *          cycle-count class and last-counted date) to a flat
      *          work file, then reloads StockMaster.dat in the
      *          extended layout with the moving-average unit cost
      *          appended. Every field is carried across as it
      *          stands; the average unit cost starts at zero until
      *          RECEIVE costs a receipt.
      *          Run with mode 'U' to unload, then mode 'R' to
      *          reload; the reload stamps a fresh integrity seal so
      *          the first reader does not refuse the converted
      *          master.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT OLD-STOCK ASSIGN TO "StockMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OLD-STK-KEY
           FILE STATUS IS OLD-FILESTATUS.
       SELECT NEW-STOCK ASSIGN TO "StockMaster.dat"
           ORGANIZATION IS INDEXED
       FILE SECTION.
       FD OLD-STOCK.
       01 OLD-STOCK-RECORD.
           05 OLD-STK-KEY.
               10 OLD-STK-WHSE PIC X(2).
               10 OLD-STK-ITEM-CODE PIC X(5).
           05 OLD-STK-ON-HAND PIC S9(5).
           05 OLD-STK-LAST-MOVE PIC 9(8).
           05 OLD-STK-COUNT-CLASS PIC X(1).
           05 OLD-STK-LAST-COUNT PIC 9(8).
       FD NEW-STOCK.
       COPY STKREC REPLACING ==:REC:== BY ==NEW-STOCK-RECORD==.
       FD UNLOAD-FILE.
       01 UNL-RECORD PIC X(36).

       WORKING-STORAGE SECTION.
       01 OLD-FILESTATUS PIC X(02).
       01 WS-RUN-MODE PIC X(1) VALUE SPACE.
           88 UNLOAD-MODE VALUE 'U'.
           88 RELOAD-MODE VALUE 'R'.
      *
      *    THE RELOADED MASTER CARRIES AN INTEGRITY SEAL (RECORD
      *    COUNT AND KEY HASH) THAT EVERY READER VERIFIES AT OPEN,
       MAIN-PROCEDURE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-RUN-MODE
           END-UNSTRING.
           IF UNLOAD-MODE
               PERFORM UNLOAD-OLD-MASTER-PARA
               GO TO PROGRAM-END-PARA
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-WORK-RECORD
                   MOVE OLD-STK-WHSE TO STK-WHSE OF WS-WORK-RECORD
                   MOVE OLD-STK-ITEM-CODE
                       TO STK-ITEM-CODE OF WS-WORK-RECORD
                   MOVE OLD-STK-ON-HAND
                       TO STK-ON-HAND OF WS-WORK-RECORD
                   MOVE OLD-STK-LAST-MOVE
                       TO STK-LAST-MOVE OF WS-WORK-RECORD
                   MOVE OLD-STK-COUNT-CLASS
                       TO STK-COUNT-CLASS OF WS-WORK-RECORD
                   MOVE OLD-STK-LAST-COUNT
                       TO STK-LAST-COUNT OF WS-WORK-RECORD
                   MOVE ZERO TO STK-AVG-COST OF WS-WORK-RECORD
                   WRITE UNL-RECORD FROM WS-WORK-RECORD
                   ADD 1 TO WS-UNLOAD-COUNT
           END-READ.

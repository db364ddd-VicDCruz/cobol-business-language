      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly lot expiry report. Reads the StockLot.dat
      *          lot sub-ledger that RECEIVE raises and lists, on
      *          LotExpiry.rpt, every lot still holding stock that
      *          has already expired and every lot expiring within
      *          the next 30 days - or the number of days given on
      *          the command line - soonest first, with the lot's
      *          value at the item's StockMaster.dat average cost
      *          and a value total per section. An expired lot is
      *          sold off or written off through STOCKADJ with the
      *          lot number on the approved line; a lot with no
      *          expiry on file is not listed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEXPRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT STOCK-LOT ASSIGN TO "StockLot.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOT-KEY
           FILE STATUS IS LOT-FILESTATUS.
       SELECT STOCK-MASTER ASSIGN TO "StockMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STK-KEY
           FILE STATUS IS STK-FILESTATUS.
       SELECT SORT-WORK ASSIGN TO "LotExpry.srt".
       SELECT EXPIRY-REPORT ASSIGN TO "LotExpiry.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STOCK-LOT.
       COPY LOTREC REPLACING ==:REC:== BY ==STOCK-LOT-RECORD==.
       FD STOCK-MASTER.
       COPY STKREC REPLACING ==:REC:== BY ==STOCK-RECORD==.
       SD SORT-WORK.
       01 SORT-RECORD.
           05 SRT-SECTION PIC X(1).
           05 SRT-EXPIRY PIC 9(8).
           05 SRT-WHSE PIC X(2).
           05 SRT-ITEM PIC X(5).
           05 SRT-LOT PIC X(10).
           05 SRT-ON-HAND PIC S9(5).
           05 SRT-DAYS PIC S9(5).
       FD EXPIRY-REPORT.
       01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 LOT-FILESTATUS PIC X(02).
       01 STK-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 LOT-EOF PIC X VALUE 'N'.
           88 LOT-END-OF-FILE VALUE 'Y'.
       01 SRT-EOF PIC X VALUE 'N'.
           88 SRT-END-OF-FILE VALUE 'Y'.
       01 WS-STK-FILE-SW PIC X(1) VALUE 'N'.
           88 STK-FILE-OPEN VALUE 'Y'.
      *
       01 WS-CMD-LINE PIC X(80).
       01 WS-DAYS-X PIC X(4).
       01 WS-WINDOW-DAYS PIC 9(4) VALUE 30.
       01 WS-CURR-DATE PIC 9(8).
       01 WS-DAYS-LEFT PIC S9(7).
      *
      *    SECTION 'E' IS EXPIRED, 'X' EXPIRING - THE SORT PRINTS THE
      *    EXPIRED LOTS FIRST.
       01 WS-LAST-SECTION PIC X(1) VALUE SPACE.
       01 WS-LOT-VALUE PIC 9(9)V99.
       01 WS-SECTION-VALUE PIC 9(9)V99 VALUE ZERO.
       01 WS-SECTION-COUNT PIC 9(5) VALUE ZERO.
       01 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EXPIRED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EXPIRING-COUNT PIC 9(5) VALUE ZERO.
       01 WS-EXPIRED-VALUE PIC 9(9)V99 VALUE ZERO.
       01 WS-EXPIRING-VALUE PIC 9(9)V99 VALUE ZERO.
      *
       01 RPT-HEADER-1.
           05 FILLER PIC X(30) VALUE "LOT EXPIRY REPORT - ".
           05 RPT-HDR-DATE PIC 9(8).
           05 FILLER PIC X(8) VALUE "  NEXT ".
           05 RPT-HDR-DAYS PIC ZZZ9.
           05 FILLER PIC X(5) VALUE " DAYS".
       01 RPT-SECTION-LINE.
           05 RPT-SECTION-TITLE PIC X(40).
       01 RPT-HEADER-2.
           05 FILLER PIC X(5) VALUE "WH".
           05 FILLER PIC X(7) VALUE "ITEM".
           05 FILLER PIC X(12) VALUE "LOT".
           05 FILLER PIC X(10) VALUE "EXPIRY".
           05 FILLER PIC X(7) VALUE "DAYS".
           05 FILLER PIC X(8) VALUE "ON HAND".
           05 FILLER PIC X(10) VALUE "AVG COST".
           05 FILLER PIC X(12) VALUE "VALUE".
       01 RPT-DETAIL-LINE.
           05 RPT-WHSE PIC X(5).
           05 RPT-ITEM PIC X(7).
           05 RPT-LOT PIC X(12).
           05 RPT-EXPIRY PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-DAYS PIC -(4)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-ON-HAND PIC -(4)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-AVG-COST PIC ZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-VALUE PIC ZZZZZZZZ9.99.
       01 RPT-SECTION-TOTAL.
           05 FILLER PIC X(10) VALUE "  LOTS : ".
           05 RPT-SEC-COUNT PIC ZZZZ9.
           05 FILLER PIC X(14) VALUE "   VALUE : ".
           05 RPT-SEC-VALUE PIC ZZZZZZZZ9.99.
       01 RPT-NOTE-LINE.
           05 FILLER PIC X(60) VALUE
               "SELL OFF, OR WRITE OFF THROUGH STOCKADJ WITH THE LOT".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-DAYS-X.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE INTO WS-DAYS-X
           END-UNSTRING.
           IF WS-DAYS-X NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-DAYS-X) NOT = ZERO
                   DISPLAY "USAGE: LOTEXPRY [DAYS]"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE WS-WINDOW-DAYS = FUNCTION NUMVAL(WS-DAYS-X)
           END-IF.
           OPEN INPUT STOCK-LOT.
           IF LOT-FILESTATUS NOT = "00"
               DISPLAY " STOCKLOT.DAT NOT FOUND - NO LOTS ON FILE "
               GOBACK
           END-IF.
           OPEN INPUT STOCK-MASTER.
           IF STK-FILESTATUS = "00"
               SET STK-FILE-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT EXPIRY-REPORT.
           MOVE WS-CURR-DATE TO RPT-HDR-DATE.
           MOVE WS-WINDOW-DAYS TO RPT-HDR-DAYS.
           WRITE RPT-LINE FROM RPT-HEADER-1.
           SORT SORT-WORK ON ASCENDING KEY SRT-SECTION SRT-EXPIRY
                   SRT-WHSE SRT-ITEM SRT-LOT
               INPUT PROCEDURE IS RELEASE-LOTS-PARA
               OUTPUT PROCEDURE IS PRINT-LOTS-PARA.
           IF WS-LAST-SECTION NOT = SPACE
               PERFORM SECTION-TOTAL-PARA
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           WRITE RPT-LINE FROM RPT-NOTE-LINE.
           CLOSE EXPIRY-REPORT.
           IF STK-FILE-OPEN
               CLOSE STOCK-MASTER
           END-IF.
           CLOSE STOCK-LOT.
           DISPLAY "LOTS READ           : " WS-READ-COUNT.
           DISPLAY "LOTS EXPIRED        : " WS-EXPIRED-COUNT.
           DISPLAY "EXPIRED VALUE       : " WS-EXPIRED-VALUE.
           DISPLAY "LOTS EXPIRING       : " WS-EXPIRING-COUNT.
           DISPLAY "EXPIRING VALUE      : " WS-EXPIRING-VALUE.
           GOBACK.

       RELEASE-LOTS-PARA.
           PERFORM RELEASE-ONE-PARA THRU RELEASE-ONE-EXIT
               UNTIL LOT-END-OF-FILE.

      *    ONLY A LOT STILL HOLDING STOCK WITH AN EXPIRY ON FILE,
      *    ALREADY PAST OR INSIDE THE WINDOW, GOES TO THE SORT.
       RELEASE-ONE-PARA.
           READ STOCK-LOT NEXT RECORD
               AT END
                   SET LOT-END-OF-FILE TO TRUE
                   GO TO RELEASE-ONE-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           IF LOT-ON-HAND NOT > ZERO OR LOT-EXPIRY = ZERO
               GO TO RELEASE-ONE-EXIT
           END-IF.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(LOT-EXPIRY)
               - FUNCTION INTEGER-OF-DATE(WS-CURR-DATE).
           IF WS-DAYS-LEFT > WS-WINDOW-DAYS
               GO TO RELEASE-ONE-EXIT
           END-IF.
           MOVE SPACES TO SORT-RECORD.
           IF WS-DAYS-LEFT < ZERO
               MOVE 'E' TO SRT-SECTION
           ELSE
               MOVE 'X' TO SRT-SECTION
           END-IF.
           MOVE LOT-EXPIRY TO SRT-EXPIRY.
           MOVE LOT-WHSE TO SRT-WHSE.
           MOVE LOT-ITEM-CODE TO SRT-ITEM.
           MOVE LOT-NUMBER TO SRT-LOT.
           MOVE LOT-ON-HAND TO SRT-ON-HAND.
           MOVE WS-DAYS-LEFT TO SRT-DAYS.
           RELEASE SORT-RECORD.
       RELEASE-ONE-EXIT.
           EXIT.

       PRINT-LOTS-PARA.
           PERFORM PRINT-ONE-PARA THRU PRINT-ONE-EXIT
               UNTIL SRT-END-OF-FILE.

       PRINT-ONE-PARA.
           RETURN SORT-WORK
               AT END
                   SET SRT-END-OF-FILE TO TRUE
                   GO TO PRINT-ONE-EXIT
           END-RETURN.
           IF SRT-SECTION NOT = WS-LAST-SECTION
               IF WS-LAST-SECTION NOT = SPACE
                   PERFORM SECTION-TOTAL-PARA
               END-IF
               PERFORM SECTION-HEADING-PARA
           END-IF.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE SRT-WHSE TO RPT-WHSE.
           MOVE SRT-ITEM TO RPT-ITEM.
           MOVE SRT-LOT TO RPT-LOT.
           MOVE SRT-EXPIRY TO RPT-EXPIRY.
           MOVE SRT-DAYS TO RPT-DAYS.
           MOVE SRT-ON-HAND TO RPT-ON-HAND.
      *    A LOT WHOSE ITEM HAS NO MASTER RECORD IS VALUED AT NOUGHT.
           MOVE ZERO TO STK-AVG-COST.
           IF STK-FILE-OPEN
               MOVE SRT-WHSE TO STK-WHSE
               MOVE SRT-ITEM TO STK-ITEM-CODE
               READ STOCK-MASTER
                   INVALID KEY
                       MOVE ZERO TO STK-AVG-COST
               END-READ
           END-IF.
           MOVE STK-AVG-COST TO RPT-AVG-COST.
           COMPUTE WS-LOT-VALUE = SRT-ON-HAND * STK-AVG-COST.
           MOVE WS-LOT-VALUE TO RPT-VALUE.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO WS-SECTION-COUNT.
           ADD WS-LOT-VALUE TO WS-SECTION-VALUE.
           IF SRT-SECTION = 'E'
               ADD 1 TO WS-EXPIRED-COUNT
               ADD WS-LOT-VALUE TO WS-EXPIRED-VALUE
           ELSE
               ADD 1 TO WS-EXPIRING-COUNT
               ADD WS-LOT-VALUE TO WS-EXPIRING-VALUE
           END-IF.
       PRINT-ONE-EXIT.
           EXIT.

       SECTION-HEADING-PARA.
           MOVE SRT-SECTION TO WS-LAST-SECTION.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE ZERO TO WS-SECTION-VALUE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-SECTION-TITLE.
           IF SRT-SECTION = 'E'
               MOVE "LOTS ALREADY EXPIRED" TO RPT-SECTION-TITLE
           ELSE
               MOVE "LOTS EXPIRING WITHIN THE WINDOW"
                   TO RPT-SECTION-TITLE
           END-IF.
           WRITE RPT-LINE FROM RPT-SECTION-LINE.
           WRITE RPT-LINE FROM RPT-HEADER-2.

       SECTION-TOTAL-PARA.
           MOVE WS-SECTION-COUNT TO RPT-SEC-COUNT.
           MOVE WS-SECTION-VALUE TO RPT-SEC-VALUE.
           WRITE RPT-LINE FROM RPT-SECTION-TOTAL.
       END PROGRAM LOTEXPRY.

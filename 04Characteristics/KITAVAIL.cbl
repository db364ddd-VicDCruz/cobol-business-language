      ******************************************************************
      * Author:
      * Date:
      * Purpose: Kit availability report. For every kit on the
      *          KitBom.dat bill of materials (kit code, component
      *          code, quantity per kit) it reads each component's
      *          on-hand from StockMaster.dat for the warehouse named
      *          on the command line (default 01) and prints
      *          KitAvail.rpt: per component the quantity per kit,
      *          the on-hand and how many kits that alone would
      *          build, then the number of the kit the current stock
      *          can build - the least of its components - and the
      *          component that limits it. The order batch relieves
      *          the components, never the kit, so this is the
      *          kit's real stock position.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITAVAIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT KIT-FILE ASSIGN TO "KitBom.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS KIT-FILESTATUS.
       SELECT STOCK-MASTER ASSIGN TO "StockMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STK-KEY
           FILE STATUS IS STK-FILESTATUS.
       SELECT AVAIL-REPORT ASSIGN TO "KitAvail.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KIT-FILE.
       01 KIT-LINE PIC X(30).
       FD STOCK-MASTER.
       COPY STKREC REPLACING ==:REC:== BY ==STOCK-RECORD==.
       FD AVAIL-REPORT.
       01 RPT-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       01 KIT-FILESTATUS PIC X(02).
       01 STK-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 KIT-EOF PIC X(1) VALUE 'N'.
           88 KIT-END-OF-FILE VALUE 'Y'.
      *
       01 WS-CMD-LINE PIC X(80).
       01 WS-WHSE PIC X(2) VALUE "01".
       01 WS-CURR-DATE PIC 9(8).
      *
      *    THE BILLS OF MATERIALS, LOADED AS THE ORDER BATCH LOADS
      *    THEM: A REPEATED COMPONENT IS HELD ONCE WITH THE
      *    QUANTITIES ADDED, AND A KIT LISTING ITSELF IS IGNORED.
       01 KIT-TABLE.
           05 KIT-ENTRY OCCURS 200 TIMES.
               10 KIT-T-KIT PIC X(5).
               10 KIT-T-COMP PIC X(5).
               10 KIT-T-QTY PIC 9(3).
       01 WS-KIT-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-KIT-MAX PIC 9(3) VALUE 200.
       01 WS-KIT-SUB PIC 9(3).
       01 WS-KIT-FIRST PIC 9(3).
       01 WS-COMP-SUB PIC 9(3).
       01 WS-KIT-SKIPPED PIC 9(3) VALUE ZERO.
       01 WS-KIT-FOUND-SW PIC X(1).
           88 KIT-FOUND VALUE 'Y'.
       01 WS-KIT-LINE-SW PIC X(1).
           88 KIT-LINE-FOUND VALUE 'Y'.
       01 WS-KIT-KIT-IN PIC X(5).
       01 WS-KIT-COMP-IN PIC X(5).
       01 WS-KIT-QTY-IN PIC X(5).
       01 WS-KIT-QTY-NUM PIC 9(5).
      *
       01 WS-COMP-ON-HAND PIC S9(5).
       01 WS-COMP-BUILDS PIC 9(5).
       01 WS-KIT-BUILDS PIC 9(5).
       01 WS-KIT-LIMIT PIC X(5).
       01 WS-KIT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-KIT-NONE-COUNT PIC 9(3) VALUE ZERO.
      *
       01 RPT-HEADER-1.
           05 FILLER PIC X(30) VALUE "KIT AVAILABILITY - WAREHOUSE ".
           05 RPT-HDR-WHSE PIC X(2).
           05 FILLER PIC X(3) VALUE " - ".
           05 RPT-HDR-DATE PIC 9(8).
       01 RPT-HEADER-2.
           05 FILLER PIC X(13) VALUE "KIT   COMP  ".
           05 FILLER PIC X(27) VALUE " PER KIT  ON HAND    BUILDS".
       01 RPT-KIT-LINE.
           05 RPT-KIT-CODE PIC X(5).
       01 RPT-COMP-LINE.
           05 FILLER PIC X(6) VALUE SPACES.
           05 RPT-COMP-CODE PIC X(5).
           05 FILLER PIC X(4) VALUE SPACES.
           05 RPT-COMP-PER PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RPT-COMP-ON-HAND PIC -(5)9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RPT-COMP-BUILDS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-COMP-NOTE PIC X(12).
       01 RPT-BUILD-LINE.
           05 RPT-BUILD-KIT PIC X(6).
           05 FILLER PIC X(10) VALUE "CAN BUILD ".
           05 RPT-BUILD-QTY PIC ZZZZ9.
           05 FILLER PIC X(15) VALUE " - LIMITED BY ".
           05 RPT-BUILD-LIMIT PIC X(5).
       01 RPT-TOTAL-LINE.
           05 RPT-TOTAL-LABEL PIC X(24).
           05 RPT-TOTAL-VALUE PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE INTO WS-WHSE
           END-UNSTRING.
           IF WS-WHSE = SPACES
               MOVE "01" TO WS-WHSE
           END-IF.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           OPEN INPUT KIT-FILE.
           IF KIT-FILESTATUS NOT = "00"
               DISPLAY " KITBOM.DAT NOT FOUND - NO KITS TO REPORT "
               STOP RUN
           END-IF.
           PERFORM LOAD-ONE-KIT-PARA THRU LOAD-ONE-KIT-EXIT
               UNTIL KIT-END-OF-FILE.
           CLOSE KIT-FILE.
      *    A KIT SHOWN WITHOUT ALL ITS COMPONENTS WOULD OVERSTATE
      *    WHAT CAN BE BUILT, SO THE REPORT IS REFUSED INSTEAD.
           IF WS-KIT-SKIPPED > ZERO
               DISPLAY "*** MORE THAN " WS-KIT-MAX " KIT COMPONENT "
               DISPLAY "*** LINES ON KITBOM.DAT - RUN REFUSED, RAISE "
               DISPLAY "*** THE KIT TABLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STOCK-MASTER.
           IF STK-FILESTATUS NOT = "00"
               DISPLAY " STOCKMASTER.DAT NOT FOUND "
               DISPLAY " FILE STATUS IS : " STK-FILESTATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT AVAIL-REPORT.
           MOVE WS-WHSE TO RPT-HDR-WHSE.
           MOVE WS-CURR-DATE TO RPT-HDR-DATE.
           WRITE RPT-LINE FROM RPT-HEADER-1.
           WRITE RPT-LINE FROM RPT-HEADER-2.
           PERFORM REPORT-KIT-PARA THRU REPORT-KIT-EXIT
               VARYING WS-KIT-SUB FROM 1 BY 1
               UNTIL WS-KIT-SUB > WS-KIT-TOTAL.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "KITS ON FILE          : " TO RPT-TOTAL-LABEL.
           MOVE WS-KIT-COUNT TO RPT-TOTAL-VALUE.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           MOVE "KITS NONE CAN BE BUILT: " TO RPT-TOTAL-LABEL.
           MOVE WS-KIT-NONE-COUNT TO RPT-TOTAL-VALUE.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           CLOSE AVAIL-REPORT.
           CLOSE STOCK-MASTER.
           DISPLAY "KITS REPORTED : " WS-KIT-COUNT.
           DISPLAY "NONE BUILDABLE: " WS-KIT-NONE-COUNT.
           STOP RUN.

       LOAD-ONE-KIT-PARA.
           READ KIT-FILE
               AT END
                   SET KIT-END-OF-FILE TO TRUE
                   GO TO LOAD-ONE-KIT-EXIT
           END-READ.
           MOVE SPACES TO WS-KIT-KIT-IN.
           MOVE SPACES TO WS-KIT-COMP-IN.
           MOVE SPACES TO WS-KIT-QTY-IN.
           UNSTRING KIT-LINE DELIMITED BY ALL SPACE
               INTO WS-KIT-KIT-IN WS-KIT-COMP-IN WS-KIT-QTY-IN
           END-UNSTRING.
           IF WS-KIT-KIT-IN = SPACES OR WS-KIT-COMP-IN = SPACES
                   OR WS-KIT-COMP-IN = WS-KIT-KIT-IN
               GO TO LOAD-ONE-KIT-EXIT
           END-IF.
           COMPUTE WS-KIT-QTY-NUM = FUNCTION NUMVAL(WS-KIT-QTY-IN).
           IF WS-KIT-QTY-NUM = ZERO
               GO TO LOAD-ONE-KIT-EXIT
           END-IF.
           MOVE 'N' TO WS-KIT-LINE-SW.
           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > WS-KIT-TOTAL OR KIT-LINE-FOUND
               IF KIT-T-KIT(WS-COMP-SUB) = WS-KIT-KIT-IN
                       AND KIT-T-COMP(WS-COMP-SUB) = WS-KIT-COMP-IN
                   SET KIT-LINE-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF KIT-LINE-FOUND
               SUBTRACT 1 FROM WS-COMP-SUB
               ADD WS-KIT-QTY-NUM TO KIT-T-QTY(WS-COMP-SUB)
               GO TO LOAD-ONE-KIT-EXIT
           END-IF.
           IF WS-KIT-TOTAL < WS-KIT-MAX
               ADD 1 TO WS-KIT-TOTAL
               MOVE WS-KIT-KIT-IN TO KIT-T-KIT(WS-KIT-TOTAL)
               MOVE WS-KIT-COMP-IN TO KIT-T-COMP(WS-KIT-TOTAL)
               MOVE WS-KIT-QTY-NUM TO KIT-T-QTY(WS-KIT-TOTAL)
           ELSE
               ADD 1 TO WS-KIT-SKIPPED
           END-IF.
       LOAD-ONE-KIT-EXIT.
           EXIT.

      *    A KIT IS REPORTED AT THE FIRST TABLE LINE THAT NAMES IT;
      *    ITS LATER LINES ARE PASSED OVER AS ALREADY SHOWN.
       REPORT-KIT-PARA.
           MOVE 'N' TO WS-KIT-FOUND-SW.
           PERFORM VARYING WS-KIT-FIRST FROM 1 BY 1
                   UNTIL WS-KIT-FIRST > WS-KIT-SUB OR KIT-FOUND
               IF KIT-T-KIT(WS-KIT-FIRST) = KIT-T-KIT(WS-KIT-SUB)
                   SET KIT-FOUND TO TRUE
               END-IF
           END-PERFORM.
           SUBTRACT 1 FROM WS-KIT-FIRST.
           IF WS-KIT-FIRST NOT = WS-KIT-SUB
               GO TO REPORT-KIT-EXIT
           END-IF.
           ADD 1 TO WS-KIT-COUNT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE KIT-T-KIT(WS-KIT-SUB) TO RPT-KIT-CODE.
           WRITE RPT-LINE FROM RPT-KIT-LINE.
           MOVE 99999 TO WS-KIT-BUILDS.
           MOVE SPACES TO WS-KIT-LIMIT.
           PERFORM REPORT-COMP-PARA
               VARYING WS-COMP-SUB FROM WS-KIT-SUB BY 1
               UNTIL WS-COMP-SUB > WS-KIT-TOTAL.
           IF WS-KIT-BUILDS = ZERO
               ADD 1 TO WS-KIT-NONE-COUNT
           END-IF.
           MOVE KIT-T-KIT(WS-KIT-SUB) TO RPT-BUILD-KIT.
           MOVE WS-KIT-BUILDS TO RPT-BUILD-QTY.
           MOVE WS-KIT-LIMIT TO RPT-BUILD-LIMIT.
           WRITE RPT-LINE FROM RPT-BUILD-LINE.
       REPORT-KIT-EXIT.
           EXIT.

      *    EACH COMPONENT BUILDS ITS ON-HAND OVER ITS QUANTITY PER
      *    KIT, ROUNDED DOWN; THE KIT BUILDS THE LEAST OF THOSE. A
      *    COMPONENT NOT STOCKED IN THE WAREHOUSE BUILDS NONE.
       REPORT-COMP-PARA.
           IF KIT-T-KIT(WS-COMP-SUB) = KIT-T-KIT(WS-KIT-SUB)
               MOVE SPACES TO RPT-COMP-NOTE
               MOVE WS-WHSE TO STK-WHSE
               MOVE KIT-T-COMP(WS-COMP-SUB) TO STK-ITEM-CODE
               READ STOCK-MASTER
                   INVALID KEY
                       MOVE ZERO TO STK-ON-HAND
                       MOVE "NOT STOCKED" TO RPT-COMP-NOTE
               END-READ
               MOVE STK-ON-HAND TO WS-COMP-ON-HAND
               IF WS-COMP-ON-HAND > ZERO
                   DIVIDE WS-COMP-ON-HAND BY KIT-T-QTY(WS-COMP-SUB)
                       GIVING WS-COMP-BUILDS
               ELSE
                   MOVE ZERO TO WS-COMP-BUILDS
               END-IF
               IF WS-COMP-BUILDS < WS-KIT-BUILDS
                   MOVE WS-COMP-BUILDS TO WS-KIT-BUILDS
                   MOVE KIT-T-COMP(WS-COMP-SUB) TO WS-KIT-LIMIT
               END-IF
               MOVE KIT-T-COMP(WS-COMP-SUB) TO RPT-COMP-CODE
               MOVE KIT-T-QTY(WS-COMP-SUB) TO RPT-COMP-PER
               MOVE WS-COMP-ON-HAND TO RPT-COMP-ON-HAND
               MOVE WS-COMP-BUILDS TO RPT-COMP-BUILDS
               WRITE RPT-LINE FROM RPT-COMP-LINE
           END-IF.
       END PROGRAM KITAVAIL.

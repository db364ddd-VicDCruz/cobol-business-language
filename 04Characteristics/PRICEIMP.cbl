      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supplier price-list import - the supplier's CSV price
      *          list stops being read and keyed by hand. Reads
      *          SupplierPriceList.csv (supplier's item reference, our
      *          item code, unit cost, effective date YYYYMMDD - blank
      *          is the run date) for the supplier code given on the
      *          command line, parses each row with the shared
      *          FLDPARSE routine, checks the supplier against
      *          Supplier.dat and each item against the Catalog.dat
      *          table TABL4 loads, and merges the accepted costs into
      *          the SupplierPrice.dat price list POGEN costs its
      *          orders from (supplier, item, unit cost, effective
      *          date, supplier reference). A cost with a later
      *          effective date waits beside the one in force until
      *          its day comes; one already superseded by a cost in
      *          force is dropped as the list is rewritten.
      *          PriceVariance.rpt lists every cost that moved from
      *          the previous list by more than PRC-VAR-PCT percent
      *          (GETPARM, default 5) with the catalog selling price
      *          and the margin before and after, flags a cost that
      *          leaves the item selling below cost, and lists the
      *          rejected rows with the reason.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICEIMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PRICE-LIST-FILE ASSIGN TO "SupplierPriceList.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CSV-FILESTATUS.
       SELECT SUPPLIER-FILE ASSIGN TO "Supplier.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUP-FILESTATUS.
       SELECT CATALOG-FILE ASSIGN TO "Catalog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAT-FILESTATUS.
       SELECT SUPPLIER-PRICE-FILE ASSIGN TO "SupplierPrice.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SPR-FILESTATUS.
       SELECT VARIANCE-REPORT ASSIGN TO "PriceVariance.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRICE-LIST-FILE.
       01 PRICE-LIST-LINE PIC X(256).
       FD SUPPLIER-FILE.
       01 SUPPLIER-LINE PIC X(40).
       FD CATALOG-FILE.
       01 CATALOG-LINE PIC X(50).
       FD SUPPLIER-PRICE-FILE.
       01 SPR-LINE PIC X(60).
       FD VARIANCE-REPORT.
       01 RPT-LINE PIC X(90).

       WORKING-STORAGE SECTION.
      *    THE SAME ARTICLE/CODE TABLE SHAPE TABL4 LOADS, PRICES AND
      *    ALL.
       01 WS-TABLE .
           02 WS-ARTICLE OCCURS 2.
               03 NAME-ARTICLE PIC X(5).
               03 WS-CODE OCCURS 3.
                   04 CODE-VAL PIC X(5).
                   04 WS-PRICE OCCURS 2 PIC X(5).
       01 CSV-FILESTATUS PIC X(02).
       01 SUP-FILESTATUS PIC X(02).
       01 CAT-FILESTATUS PIC X(02).
       01 SPR-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 CSV-EOF PIC X VALUE 'N'.
           88 CSV-END-OF-FILE VALUE 'Y'.
       01 SUP-EOF PIC X VALUE 'N'.
           88 SUP-END-OF-FILE VALUE 'Y'.
       01 CAT-EOF PIC X VALUE 'N'.
           88 CAT-END-OF-FILE VALUE 'Y'.
       01 SPR-EOF PIC X VALUE 'N'.
           88 SPR-END-OF-FILE VALUE 'Y'.
      *
       01 WS-ARTICLE-NAME-IN PIC X(5).
       01 WS-CODE-IN PIC X(5).
       01 WS-PRICE1-IN PIC X(5).
       01 WS-PRICE2-IN PIC X(5).
       01 WS-PREV-ARTICLE-NAME PIC X(5) VALUE SPACES.
       01 WS-ARTICLE-IDX PIC 9 VALUE ZERO.
       01 WS-CODE-IDX PIC 9 VALUE ZERO.
       01 WS-LKP-A-IDX PIC 9.
       01 WS-LKP-C-IDX PIC 9.
       01 WS-FOUND-FLAG PIC X VALUE 'N'.
           88 CODE-FOUND VALUE 'Y'.
      *
      *    RECORD SPLITTING GOES THROUGH THE SHARED FLDPARSE ROUTINE
      *    THE WAY ORDLOAD DOES IT.
       01 WS-PARSE-RECORD PIC X(256).
       01 WS-PARSE-DELIM PIC X(1) VALUE ','.
       01 WS-PARSE-FIELDS.
           05 WS-PARSE-FIELD OCCURS 20 TIMES PIC X(40).
       01 WS-PARSE-COUNT PIC 99.
       01 WS-PARSE-ERROR PIC X(1).
      *
       01 WS-CMD-LINE PIC X(80).
       01 WS-SUPPLIER PIC X(4).
       01 WS-SUPPLIER-NAME PIC X(20).
       01 WS-SUP-CODE-IN PIC X(4).
       01 WS-SUP-NAME-IN PIC X(20).
       01 WS-SUP-FOUND-SW PIC X(1) VALUE 'N'.
           88 SUPPLIER-FOUND VALUE 'Y'.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-PARM-KEY PIC X(16).
       01 WS-PARM-VALUE PIC 9(5).
       01 WS-PARM-DEFAULT PIC 9(5).
       01 WS-PARM-FOUND PIC X(1).
       01 WS-TOLERANCE-PCT PIC 9(3).
      *
       01 WS-ROW-NUMBER PIC 9(5) VALUE ZERO.
       01 WS-SUPREF-IN PIC X(15).
       01 WS-ITEM-IN PIC X(5).
       01 WS-COST-X PIC X(12).
       01 WS-EFFECTIVE-X PIC X(10).
       01 WS-NEW-COST PIC 9(5)V99.
       01 WS-NEW-EFFECTIVE PIC 9(8).
       01 WS-OLD-COST PIC 9(5)V99.
       01 WS-SELL-PRICE PIC 9(5)V99.
       01 WS-CHANGE-PCT PIC S9(5)V99.
       01 WS-CHANGE-ABS PIC 9(5)V99.
       01 WS-MARGIN-OLD PIC S9(5)V99.
       01 WS-MARGIN-NEW PIC S9(5)V99.
       01 WS-REJ-REASON PIC X(20).
      *
      *    THE PRICE LIST AS IT STANDS, WITH THIS LIST'S COSTS MERGED
      *    IN, HELD WHOLE SO THE FILE CAN BE REWRITTEN.
       01 SPR-TABLE.
           05 SPR-ENTRY OCCURS 500 TIMES.
               10 SPR-T-SUPPLIER PIC X(4).
               10 SPR-T-ITEM PIC X(5).
               10 SPR-T-COST PIC 9(5)V99.
               10 SPR-T-EFFECTIVE PIC 9(8).
               10 SPR-T-SUPREF PIC X(15).
       01 WS-SPR-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-SPR-MAX PIC 9(3) VALUE 500.
       01 WS-SPR-SUB PIC 9(3).
       01 WS-SPR-SCAN PIC 9(3).
       01 WS-SPR-PREV PIC 9(3).
       01 WS-SPR-SAME PIC 9(3).
       01 WS-SPR-SKIPPED PIC 9(3) VALUE ZERO.
       01 WS-SPR-SUPPLIER-IN PIC X(4).
       01 WS-SPR-ITEM-IN PIC X(5).
       01 WS-SPR-COST-IN PIC X(10).
       01 WS-SPR-EFFECTIVE-IN PIC X(8).
       01 WS-SPR-SUPREF-IN PIC X(15).
       01 WS-SPR-KEEP-SW PIC X(1).
           88 KEEP-PRICE VALUE 'Y'.
       01 WS-SPR-COST-OUT PIC 9(5).99.
      *
       01 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LOADED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NEW-ITEM-COUNT PIC 9(5) VALUE ZERO.
       01 WS-VARIANCE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-DROPPED-COUNT PIC 9(5) VALUE ZERO.
      *
       01 RPT-HEADER-1.
           05 FILLER PIC X(26) VALUE "SUPPLIER PRICE VARIANCE - ".
           05 RPT-HDR-SUPPLIER PIC X(5).
           05 RPT-HDR-NAME PIC X(21).
           05 RPT-HDR-DATE PIC 9(8).
           05 FILLER PIC X(12) VALUE "  TOLERANCE ".
           05 RPT-HDR-PCT PIC ZZ9.
           05 FILLER PIC X(1) VALUE "%".
       01 RPT-HEADER-2.
           05 FILLER PIC X(7) VALUE "ITEM".
           05 FILLER PIC X(16) VALUE "SUPPLIER REF".
           05 FILLER PIC X(9) VALUE "EFFECT".
           05 FILLER PIC X(10) VALUE "  OLD COST".
           05 FILLER PIC X(10) VALUE "  NEW COST".
           05 FILLER PIC X(9) VALUE "  CHANGE%".
           05 FILLER PIC X(9) VALUE "    PRICE".
           05 FILLER PIC X(9) VALUE "  MARGIN%".
           05 FILLER PIC X(9) VALUE "   WAS %".
       01 RPT-DETAIL-LINE.
           05 RPT-ITEM PIC X(7).
           05 RPT-SUPREF PIC X(16).
           05 RPT-EFFECTIVE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-OLD-COST PIC ZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-NEW-COST PIC ZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-CHANGE-PCT PIC ----9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-SELL-PRICE PIC ZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-MARGIN-NEW PIC ----9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-MARGIN-OLD PIC ----9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-FLAG PIC X(12).
       01 RPT-REJECT-HEADER.
           05 FILLER PIC X(30) VALUE "ROWS REJECTED".
       01 RPT-REJECT-LINE.
           05 FILLER PIC X(4) VALUE "ROW ".
           05 RPT-REJ-ROW PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-REJ-ITEM PIC X(7).
           05 RPT-REJ-SUPREF PIC X(16).
           05 RPT-REJ-REASON PIC X(20).
       01 RPT-COUNT-LINE.
           05 RPT-COUNT-NAME PIC X(30).
           05 RPT-COUNT PIC ZZZZ9.
      *
      *    THE REJECTED ROWS, HELD FOR THE FOOT OF THE REPORT.
       01 REJ-TABLE.
           05 REJ-ENTRY OCCURS 200 TIMES.
               10 REJ-T-ROW PIC 9(5).
               10 REJ-T-ITEM PIC X(5).
               10 REJ-T-SUPREF PIC X(15).
               10 REJ-T-REASON PIC X(20).
       01 WS-REJ-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-REJ-MAX PIC 9(3) VALUE 200.
       01 WS-REJ-SUB PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-SUPPLIER.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE INTO WS-SUPPLIER
           END-UNSTRING.
           IF WS-SUPPLIER = SPACES
               DISPLAY "USAGE: PRICEIMP SUPPLIER"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "PRC-VAR-PCT" TO WS-PARM-KEY.
           MOVE 5 TO WS-PARM-DEFAULT.
           CALL "GETPARM" USING WS-PARM-KEY, WS-PARM-VALUE,
               WS-PARM-DEFAULT, WS-PARM-FOUND
           END-CALL.
           MOVE WS-PARM-VALUE TO WS-TOLERANCE-PCT.
           DISPLAY "PARM PRC-VAR-PCT = " WS-TOLERANCE-PCT.
      *    A PRICE LIST FROM A SUPPLIER WE DO NOT BUY FROM COULD
      *    NEVER COST AN ORDER, SO THE RUN IS REFUSED.
           PERFORM LOAD-SUPPLIERS-PARA.
           IF NOT SUPPLIER-FOUND
               DISPLAY "*** SUPPLIER " WS-SUPPLIER
                   " NOT ON SUPPLIER.DAT - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-CATALOG-DRIVER-PARA.
           OPEN INPUT PRICE-LIST-FILE.
           IF CSV-FILESTATUS NOT = "00"
               DISPLAY " SUPPLIERPRICELIST.CSV NOT FOUND - NOTHING "
               DISPLAY " TO IMPORT "
               GOBACK
           END-IF.
           PERFORM LOAD-PRICES-PARA.
      *    THE PRICE LIST IS REWRITTEN WHOLE, SO ONE THE TABLE CANNOT
      *    HOLD WOULD LOSE COSTS - THE RUN IS REFUSED WITH THE FILE
      *    KEPT.
           IF WS-SPR-SKIPPED > ZERO
               CLOSE PRICE-LIST-FILE
               DISPLAY "*** MORE THAN " WS-SPR-MAX " SUPPLIER PRICES "
               DISPLAY "*** - RUN REFUSED, RAISE THE PRICE TABLE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT VARIANCE-REPORT.
           MOVE WS-SUPPLIER TO RPT-HDR-SUPPLIER.
           MOVE WS-SUPPLIER-NAME TO RPT-HDR-NAME.
           MOVE WS-TODAY-DATE TO RPT-HDR-DATE.
           MOVE WS-TOLERANCE-PCT TO RPT-HDR-PCT.
           WRITE RPT-LINE FROM RPT-HEADER-1.
           WRITE RPT-LINE FROM RPT-HEADER-2.
           PERFORM IMPORT-ONE-ROW-PARA THRU IMPORT-ONE-ROW-EXIT
               UNTIL CSV-END-OF-FILE.
           CLOSE PRICE-LIST-FILE.
           IF WS-SPR-SKIPPED > ZERO
               CLOSE VARIANCE-REPORT
               DISPLAY "*** MORE THAN " WS-SPR-MAX " SUPPLIER PRICES "
               DISPLAY "*** - RUN REFUSED, RAISE THE PRICE TABLE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SAVE-PRICES-PARA.
           IF WS-REJ-TOTAL > ZERO
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               WRITE RPT-LINE FROM RPT-REJECT-HEADER
               PERFORM PRINT-REJECT-PARA
                   VARYING WS-REJ-SUB FROM 1 BY 1
                   UNTIL WS-REJ-SUB > WS-REJ-TOTAL
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "ROWS READ" TO RPT-COUNT-NAME.
           MOVE WS-READ-COUNT TO RPT-COUNT.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "COSTS LOADED" TO RPT-COUNT-NAME.
           MOVE WS-LOADED-COUNT TO RPT-COUNT.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "  FIRST COST FOR THE ITEM" TO RPT-COUNT-NAME.
           MOVE WS-NEW-ITEM-COUNT TO RPT-COUNT.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "  MOVED PAST TOLERANCE" TO RPT-COUNT-NAME.
           MOVE WS-VARIANCE-COUNT TO RPT-COUNT.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "ROWS REJECTED" TO RPT-COUNT-NAME.
           MOVE WS-REJECTED-COUNT TO RPT-COUNT.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "SUPERSEDED COSTS DROPPED" TO RPT-COUNT-NAME.
           MOVE WS-DROPPED-COUNT TO RPT-COUNT.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           CLOSE VARIANCE-REPORT.
           DISPLAY "ROWS READ          : " WS-READ-COUNT.
           DISPLAY "COSTS LOADED       : " WS-LOADED-COUNT.
           DISPLAY "PAST TOLERANCE     : " WS-VARIANCE-COUNT.
           DISPLAY "ROWS REJECTED      : " WS-REJECTED-COUNT.
           GOBACK.

       IMPORT-ONE-ROW-PARA.
           READ PRICE-LIST-FILE
               AT END
                   SET CSV-END-OF-FILE TO TRUE
                   GO TO IMPORT-ONE-ROW-EXIT
           END-READ.
           IF PRICE-LIST-LINE = SPACES
               GO TO IMPORT-ONE-ROW-EXIT
           END-IF.
           ADD 1 TO WS-ROW-NUMBER.
           MOVE SPACES TO WS-PARSE-RECORD.
           MOVE PRICE-LIST-LINE TO WS-PARSE-RECORD.
           CALL "FLDPARSE" USING WS-PARSE-RECORD, WS-PARSE-DELIM,
               WS-PARSE-FIELDS, WS-PARSE-COUNT, WS-PARSE-ERROR
           END-CALL.
           MOVE FUNCTION TRIM(WS-PARSE-FIELD(1)) TO WS-SUPREF-IN.
           MOVE FUNCTION TRIM(WS-PARSE-FIELD(2)) TO WS-ITEM-IN.
           MOVE FUNCTION TRIM(WS-PARSE-FIELD(3)) TO WS-COST-X.
           MOVE FUNCTION TRIM(WS-PARSE-FIELD(4)) TO WS-EFFECTIVE-X.
      *    SUPPLIER EXPORTS OPEN WITH A COLUMN-HEADING ROW; A FIRST
      *    ROW WHOSE COST IS NOT A NUMBER IS TAKEN AS ONE.
           IF WS-ROW-NUMBER = 1
                   AND FUNCTION TEST-NUMVAL(WS-COST-X) NOT = ZERO
               GO TO IMPORT-ONE-ROW-EXIT
           END-IF.
           ADD 1 TO WS-READ-COUNT.
           IF WS-PARSE-ERROR = 'Y'
               MOVE "BAD QUOTING" TO WS-REJ-REASON
               PERFORM REJECT-ROW-PARA
               GO TO IMPORT-ONE-ROW-EXIT
           END-IF.
           IF WS-ITEM-IN = SPACES
               MOVE "NO ITEM" TO WS-REJ-REASON
               PERFORM REJECT-ROW-PARA
               GO TO IMPORT-ONE-ROW-EXIT
           END-IF.
           MOVE WS-ITEM-IN TO WS-CODE-IN.
           PERFORM FIND-CATALOG-CODE-PARA.
           IF NOT CODE-FOUND
               MOVE "NOT ON CATALOG" TO WS-REJ-REASON
               PERFORM REJECT-ROW-PARA
               GO TO IMPORT-ONE-ROW-EXIT
           END-IF.
           IF WS-COST-X = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-COST-X) NOT = ZERO
               MOVE "COST NOT NUMERIC" TO WS-REJ-REASON
               PERFORM REJECT-ROW-PARA
               GO TO IMPORT-ONE-ROW-EXIT
           END-IF.
           IF FUNCTION NUMVAL(WS-COST-X) NOT > ZERO
                   OR FUNCTION NUMVAL(WS-COST-X) > 99999.99
               MOVE "COST OUT OF RANGE" TO WS-REJ-REASON
               PERFORM REJECT-ROW-PARA
               GO TO IMPORT-ONE-ROW-EXIT
           END-IF.
           COMPUTE WS-NEW-COST = FUNCTION NUMVAL(WS-COST-X).
           IF WS-EFFECTIVE-X = SPACES
               MOVE WS-TODAY-DATE TO WS-NEW-EFFECTIVE
           ELSE
               IF WS-EFFECTIVE-X(1:8) NOT NUMERIC
                       OR WS-EFFECTIVE-X(9:2) NOT = SPACES
                   MOVE "BAD EFFECTIVE DATE" TO WS-REJ-REASON
                   PERFORM REJECT-ROW-PARA
                   GO TO IMPORT-ONE-ROW-EXIT
               END-IF
               MOVE WS-EFFECTIVE-X(1:8) TO WS-NEW-EFFECTIVE
           END-IF.
           PERFORM FIND-PREVIOUS-COST-PARA.
           IF WS-SPR-SAME > ZERO
               MOVE WS-NEW-COST TO SPR-T-COST(WS-SPR-SAME)
               MOVE WS-SUPREF-IN TO SPR-T-SUPREF(WS-SPR-SAME)
           ELSE
               IF WS-SPR-TOTAL < WS-SPR-MAX
                   ADD 1 TO WS-SPR-TOTAL
                   MOVE WS-SUPPLIER TO SPR-T-SUPPLIER(WS-SPR-TOTAL)
                   MOVE WS-ITEM-IN TO SPR-T-ITEM(WS-SPR-TOTAL)
                   MOVE WS-NEW-COST TO SPR-T-COST(WS-SPR-TOTAL)
                   MOVE WS-NEW-EFFECTIVE
                       TO SPR-T-EFFECTIVE(WS-SPR-TOTAL)
                   MOVE WS-SUPREF-IN TO SPR-T-SUPREF(WS-SPR-TOTAL)
               ELSE
                   ADD 1 TO WS-SPR-SKIPPED
                   GO TO IMPORT-ONE-ROW-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-LOADED-COUNT.
           IF WS-SPR-PREV = ZERO
               ADD 1 TO WS-NEW-ITEM-COUNT
               GO TO IMPORT-ONE-ROW-EXIT
           END-IF.
           PERFORM REPORT-VARIANCE-PARA THRU REPORT-VARIANCE-EXIT.
       IMPORT-ONE-ROW-EXIT.
           EXIT.

      *    THE PREVIOUS COST IS THE ONE THE NEW COST TAKES OVER FROM:
      *    THE SUPPLIER'S LATEST COST FOR THE ITEM EFFECTIVE ON OR
      *    BEFORE THE NEW EFFECTIVE DATE. ONE EFFECTIVE THE SAME DAY
      *    IS REPLACED IN PLACE RATHER THAN DUPLICATED.
       FIND-PREVIOUS-COST-PARA.
           MOVE ZERO TO WS-SPR-PREV.
           MOVE ZERO TO WS-SPR-SAME.
           PERFORM VARYING WS-SPR-SCAN FROM 1 BY 1
                   UNTIL WS-SPR-SCAN > WS-SPR-TOTAL
               IF SPR-T-SUPPLIER(WS-SPR-SCAN) = WS-SUPPLIER
                       AND SPR-T-ITEM(WS-SPR-SCAN) = WS-ITEM-IN
                       AND SPR-T-EFFECTIVE(WS-SPR-SCAN)
                           NOT > WS-NEW-EFFECTIVE
                   IF WS-SPR-PREV = ZERO
                       MOVE WS-SPR-SCAN TO WS-SPR-PREV
                   ELSE
                       IF SPR-T-EFFECTIVE(WS-SPR-SCAN) >
                               SPR-T-EFFECTIVE(WS-SPR-PREV)
                           MOVE WS-SPR-SCAN TO WS-SPR-PREV
                       END-IF
                   END-IF
                   IF SPR-T-EFFECTIVE(WS-SPR-SCAN) = WS-NEW-EFFECTIVE
                       MOVE WS-SPR-SCAN TO WS-SPR-SAME
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SPR-PREV > ZERO
               MOVE SPR-T-COST(WS-SPR-PREV) TO WS-OLD-COST
           END-IF.

      *    A COST MOVING BY MORE THAN THE TOLERANCE EITHER WAY IS
      *    LISTED WITH THE MARGIN THE CATALOG SELLING PRICE WOULD
      *    LEAVE, SO A HIKE IS SEEN BEFORE THE FIRST ORDER GOES OUT
      *    AT IT.
       REPORT-VARIANCE-PARA.
           IF WS-OLD-COST = ZERO
               MOVE 999.99 TO WS-CHANGE-PCT
           ELSE
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   (WS-NEW-COST - WS-OLD-COST) * 100 / WS-OLD-COST
           END-IF.
           IF WS-CHANGE-PCT < ZERO
               COMPUTE WS-CHANGE-ABS = ZERO - WS-CHANGE-PCT
           ELSE
               MOVE WS-CHANGE-PCT TO WS-CHANGE-ABS
           END-IF.
           IF WS-CHANGE-ABS NOT > WS-TOLERANCE-PCT
               GO TO REPORT-VARIANCE-EXIT
           END-IF.
           ADD 1 TO WS-VARIANCE-COUNT.
           MOVE ZERO TO WS-SELL-PRICE.
           IF WS-PRICE(WS-LKP-A-IDX, WS-LKP-C-IDX, 1) NOT = SPACES
               COMPUTE WS-SELL-PRICE = FUNCTION NUMVAL
                   (WS-PRICE(WS-LKP-A-IDX, WS-LKP-C-IDX, 1))
           END-IF.
           MOVE ZERO TO WS-MARGIN-OLD.
           MOVE ZERO TO WS-MARGIN-NEW.
           IF WS-SELL-PRICE > ZERO
               COMPUTE WS-MARGIN-OLD ROUNDED =
                   (WS-SELL-PRICE - WS-OLD-COST) * 100 / WS-SELL-PRICE
               COMPUTE WS-MARGIN-NEW ROUNDED =
                   (WS-SELL-PRICE - WS-NEW-COST) * 100 / WS-SELL-PRICE
           END-IF.
           MOVE WS-ITEM-IN TO RPT-ITEM.
           MOVE WS-SUPREF-IN TO RPT-SUPREF.
           MOVE WS-NEW-EFFECTIVE TO RPT-EFFECTIVE.
           MOVE WS-OLD-COST TO RPT-OLD-COST.
           MOVE WS-NEW-COST TO RPT-NEW-COST.
           MOVE WS-CHANGE-PCT TO RPT-CHANGE-PCT.
           MOVE WS-SELL-PRICE TO RPT-SELL-PRICE.
           MOVE WS-MARGIN-NEW TO RPT-MARGIN-NEW.
           MOVE WS-MARGIN-OLD TO RPT-MARGIN-OLD.
           EVALUATE TRUE
           WHEN WS-SELL-PRICE = ZERO
               MOVE "NO PRICE" TO RPT-FLAG
           WHEN WS-NEW-COST > WS-SELL-PRICE
               MOVE "*BELOW COST*" TO RPT-FLAG
           WHEN WS-CHANGE-PCT > ZERO
               MOVE "COST UP" TO RPT-FLAG
           WHEN OTHER
               MOVE "COST DOWN" TO RPT-FLAG
           END-EVALUATE.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
       REPORT-VARIANCE-EXIT.
           EXIT.

      *    THE ROW IS COUNTED AND HELD FOR THE FOOT OF THE REPORT;
      *    PAST THE TABLE IT IS COUNTED ONLY.
       REJECT-ROW-PARA.
           ADD 1 TO WS-REJECTED-COUNT.
           IF WS-REJ-TOTAL < WS-REJ-MAX
               ADD 1 TO WS-REJ-TOTAL
               MOVE WS-ROW-NUMBER TO REJ-T-ROW(WS-REJ-TOTAL)
               MOVE WS-ITEM-IN TO REJ-T-ITEM(WS-REJ-TOTAL)
               MOVE WS-SUPREF-IN TO REJ-T-SUPREF(WS-REJ-TOTAL)
               MOVE WS-REJ-REASON TO REJ-T-REASON(WS-REJ-TOTAL)
           END-IF.

       PRINT-REJECT-PARA.
           MOVE REJ-T-ROW(WS-REJ-SUB) TO RPT-REJ-ROW.
           MOVE REJ-T-ITEM(WS-REJ-SUB) TO RPT-REJ-ITEM.
           MOVE REJ-T-SUPREF(WS-REJ-SUB) TO RPT-REJ-SUPREF.
           MOVE REJ-T-REASON(WS-REJ-SUB) TO RPT-REJ-REASON.
           WRITE RPT-LINE FROM RPT-REJECT-LINE.

       LOAD-SUPPLIERS-PARA.
           OPEN INPUT SUPPLIER-FILE.
           IF SUP-FILESTATUS NOT = "00"
               DISPLAY " SUPPLIER.DAT NOT FOUND "
           ELSE
               PERFORM LOAD-ONE-SUPPLIER-PARA
                   THRU LOAD-ONE-SUPPLIER-EXIT
                   UNTIL SUP-END-OF-FILE OR SUPPLIER-FOUND
               CLOSE SUPPLIER-FILE
           END-IF.

       LOAD-ONE-SUPPLIER-PARA.
           READ SUPPLIER-FILE
               AT END
                   SET SUP-END-OF-FILE TO TRUE
                   GO TO LOAD-ONE-SUPPLIER-EXIT
           END-READ.
           MOVE SPACES TO WS-SUP-CODE-IN.
           MOVE SPACES TO WS-SUP-NAME-IN.
           UNSTRING SUPPLIER-LINE DELIMITED BY ALL SPACE
               INTO WS-SUP-CODE-IN WS-SUP-NAME-IN
           END-UNSTRING.
           IF WS-SUP-CODE-IN = WS-SUPPLIER
               SET SUPPLIER-FOUND TO TRUE
               MOVE WS-SUP-NAME-IN TO WS-SUPPLIER-NAME
           END-IF.
       LOAD-ONE-SUPPLIER-EXIT.
           EXIT.

       LOAD-PRICES-PARA.
           OPEN INPUT SUPPLIER-PRICE-FILE.
           IF SPR-FILESTATUS NOT = "00"
               DISPLAY " SUPPLIERPRICE.DAT NOT FOUND - STARTING A "
               DISPLAY " NEW PRICE LIST "
           ELSE
               PERFORM LOAD-ONE-PRICE-PARA THRU LOAD-ONE-PRICE-EXIT
                   UNTIL SPR-END-OF-FILE
               CLOSE SUPPLIER-PRICE-FILE
           END-IF.

      *    A PRICE KEYED BEFORE EFFECTIVE DATES WERE KEPT HAS NONE
      *    AND STANDS FROM THE BEGINNING.
       LOAD-ONE-PRICE-PARA.
           READ SUPPLIER-PRICE-FILE
               AT END
                   SET SPR-END-OF-FILE TO TRUE
                   GO TO LOAD-ONE-PRICE-EXIT
           END-READ.
           MOVE SPACES TO WS-SPR-SUPPLIER-IN.
           MOVE SPACES TO WS-SPR-ITEM-IN.
           MOVE SPACES TO WS-SPR-COST-IN.
           MOVE SPACES TO WS-SPR-EFFECTIVE-IN.
           MOVE SPACES TO WS-SPR-SUPREF-IN.
           UNSTRING SPR-LINE DELIMITED BY ALL SPACE
               INTO WS-SPR-SUPPLIER-IN WS-SPR-ITEM-IN WS-SPR-COST-IN
                   WS-SPR-EFFECTIVE-IN WS-SPR-SUPREF-IN
           END-UNSTRING.
           IF WS-SPR-SUPPLIER-IN = SPACES OR WS-SPR-ITEM-IN = SPACES
                   OR WS-SPR-COST-IN = SPACES
               GO TO LOAD-ONE-PRICE-EXIT
           END-IF.
           IF WS-SPR-TOTAL < WS-SPR-MAX
               ADD 1 TO WS-SPR-TOTAL
               MOVE WS-SPR-SUPPLIER-IN TO SPR-T-SUPPLIER(WS-SPR-TOTAL)
               MOVE WS-SPR-ITEM-IN TO SPR-T-ITEM(WS-SPR-TOTAL)
               COMPUTE SPR-T-COST(WS-SPR-TOTAL) =
                   FUNCTION NUMVAL(WS-SPR-COST-IN)
               IF WS-SPR-EFFECTIVE-IN NUMERIC
                   MOVE WS-SPR-EFFECTIVE-IN
                       TO SPR-T-EFFECTIVE(WS-SPR-TOTAL)
               ELSE
                   MOVE ZERO TO SPR-T-EFFECTIVE(WS-SPR-TOTAL)
               END-IF
               MOVE WS-SPR-SUPREF-IN TO SPR-T-SUPREF(WS-SPR-TOTAL)
           ELSE
               ADD 1 TO WS-SPR-SKIPPED
           END-IF.
       LOAD-ONE-PRICE-EXIT.
           EXIT.

      *    A COST IS DROPPED ONLY WHEN A LATER COST FOR THE SAME
      *    SUPPLIER AND ITEM IS ALREADY IN FORCE; ONE WAITING ON A
      *    FUTURE EFFECTIVE DATE LEAVES THE CURRENT COST STANDING.
       SAVE-PRICES-PARA.
           OPEN OUTPUT SUPPLIER-PRICE-FILE.
           PERFORM SAVE-ONE-PRICE-PARA
               VARYING WS-SPR-SUB FROM 1 BY 1
               UNTIL WS-SPR-SUB > WS-SPR-TOTAL.
           CLOSE SUPPLIER-PRICE-FILE.

       SAVE-ONE-PRICE-PARA.
           MOVE 'Y' TO WS-SPR-KEEP-SW.
           PERFORM VARYING WS-SPR-SCAN FROM 1 BY 1
                   UNTIL WS-SPR-SCAN > WS-SPR-TOTAL OR NOT KEEP-PRICE
               IF SPR-T-SUPPLIER(WS-SPR-SCAN) =
                           SPR-T-SUPPLIER(WS-SPR-SUB)
                       AND SPR-T-ITEM(WS-SPR-SCAN) =
                           SPR-T-ITEM(WS-SPR-SUB)
                       AND SPR-T-EFFECTIVE(WS-SPR-SCAN) >
                           SPR-T-EFFECTIVE(WS-SPR-SUB)
                       AND SPR-T-EFFECTIVE(WS-SPR-SCAN)
                           NOT > WS-TODAY-DATE
                   MOVE 'N' TO WS-SPR-KEEP-SW
               END-IF
           END-PERFORM.
           IF NOT KEEP-PRICE
               ADD 1 TO WS-DROPPED-COUNT
           ELSE
               MOVE SPR-T-COST(WS-SPR-SUB) TO WS-SPR-COST-OUT
               MOVE SPACES TO SPR-LINE
               STRING SPR-T-SUPPLIER(WS-SPR-SUB) " "
                   SPR-T-ITEM(WS-SPR-SUB) " "
                   WS-SPR-COST-OUT " "
                   SPR-T-EFFECTIVE(WS-SPR-SUB) " "
                   SPR-T-SUPREF(WS-SPR-SUB)
                   DELIMITED BY SIZE INTO SPR-LINE
               WRITE SPR-LINE
           END-IF.

       FIND-CATALOG-CODE-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-LKP-A-IDX FROM 1 BY 1
                   UNTIL WS-LKP-A-IDX > 2 OR CODE-FOUND
               PERFORM VARYING WS-LKP-C-IDX FROM 1 BY 1
                       UNTIL WS-LKP-C-IDX > 3 OR CODE-FOUND
                   IF CODE-VAL(WS-LKP-A-IDX, WS-LKP-C-IDX)
                           = WS-CODE-IN
                       SET CODE-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF CODE-FOUND
               SUBTRACT 1 FROM WS-LKP-C-IDX
               SUBTRACT 1 FROM WS-LKP-A-IDX
           END-IF.

      *    WITHOUT THE CATALOG NO ITEM CAN BE CHECKED, SO THE RUN
      *    STOPS.
       LOAD-CATALOG-DRIVER-PARA.
           OPEN INPUT CATALOG-FILE.
           IF CAT-FILESTATUS = "00"
               PERFORM LOAD-CATALOG-PARA WITH TEST BEFORE
                   UNTIL CAT-END-OF-FILE
               CLOSE CATALOG-FILE
           ELSE
               DISPLAY " CATALOG FILE NOT FOUND - NO ITEMS TO CHECK "
               DISPLAY " THE PRICE LIST AGAINST "
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-CATALOG-PARA.
           READ CATALOG-FILE INTO CATALOG-LINE
               AT END
                   SET CAT-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-PRICE1-IN
                   MOVE SPACES TO WS-PRICE2-IN
                   UNSTRING CATALOG-LINE DELIMITED BY SPACE
                       INTO WS-ARTICLE-NAME-IN WS-CODE-IN
                           WS-PRICE1-IN WS-PRICE2-IN
                   IF WS-ARTICLE-NAME-IN NOT = WS-PREV-ARTICLE-NAME
                       ADD 1 TO WS-ARTICLE-IDX
                       MOVE ZERO TO WS-CODE-IDX
                       MOVE WS-ARTICLE-NAME-IN TO WS-PREV-ARTICLE-NAME
                   END-IF
                   ADD 1 TO WS-CODE-IDX
                   IF WS-ARTICLE-IDX <= 2 AND WS-CODE-IDX <= 3
                       MOVE WS-ARTICLE-NAME-IN
                           TO NAME-ARTICLE(WS-ARTICLE-IDX)
                       MOVE WS-CODE-IN
                           TO CODE-VAL(WS-ARTICLE-IDX, WS-CODE-IDX)
                       MOVE WS-PRICE1-IN
                           TO WS-PRICE(WS-ARTICLE-IDX, WS-CODE-IDX, 1)
                       MOVE WS-PRICE2-IN
                           TO WS-PRICE(WS-ARTICLE-IDX, WS-CODE-IDX, 2)
                   END-IF
           END-READ.
       END PROGRAM PRICEIMP.

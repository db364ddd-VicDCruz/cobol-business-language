      ******************************************************************
      * Author:
      * Date:
      * Purpose: Sales quotation entry - what sales promised is on
      *          file instead of in an e-mail. Reads the QuoteReq.dat
      *          requests (customer, item, quantity and optionally
      *          the number of days the price holds, default 30);
      *          consecutive lines for the same customer make one
      *          quote. Each quote takes the next number from the
      *          LastQuoteNo.ctl last-used-number file, and every
      *          line is priced the way the order batch would price
      *          it on the business-calendar processing date - the
      *          customer's contract from ContractPrice.dat first,
      *          then a running promotion from Promo.dat, else the
      *          Catalog.dat list price - and that price is captured
      *          on the Quotes.dat line with its source, the quote
      *          date and the validity date. An unknown customer or
      *          item is refused on the Quotation.rpt printout, which
      *          also gives each quote's lines and total for sending
      *          to the customer. QUOTECNV turns an accepted quote
      *          into order lines at the quoted price.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT REQUEST-FILE ASSIGN TO "QuoteReq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REQ-FILESTATUS.
       SELECT CATALOG-FILE ASSIGN TO "Catalog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAT-FILESTATUS.
       SELECT PROMO-FILE ASSIGN TO "Promo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRM-FILESTATUS.
       SELECT CONTRACT-FILE ASSIGN TO "ContractPrice.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTR-FILESTATUS.
       SELECT CUSTOMER-MASTER ASSIGN TO "CustMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CUST-ID
           FILE STATUS IS CUS-FILESTATUS.
       SELECT QUOTE-FILE ASSIGN TO "Quotes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QT-KEY
           FILE STATUS IS QTE-FILESTATUS.
       SELECT LAST-QUOTE-FILE ASSIGN TO "LastQuoteNo.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QNO-FILESTATUS.
       SELECT QUOTE-REPORT ASSIGN TO "Quotation.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REQUEST-FILE.
       01 REQUEST-LINE PIC X(40).
       FD CATALOG-FILE.
       01 CATALOG-LINE PIC X(50).
       FD PROMO-FILE.
       01 PROMO-LINE PIC X(40).
       FD CONTRACT-FILE.
       01 CONTRACT-LINE PIC X(60).
       FD CUSTOMER-MASTER.
       COPY CMREC REPLACING ==:REC:== BY ==CUSTOMER-RECORD==.
       FD QUOTE-FILE.
       COPY QTREC REPLACING ==:REC:== BY ==QUOTE-RECORD==.
       FD LAST-QUOTE-FILE.
       01 QNO-RECORD PIC 9(6).
       FD QUOTE-REPORT.
       01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TABLE .
           02 WS-ARTICLE OCCURS 2.
               03 NAME-ARTICLE PIC X(5).
               03 WS-CODE OCCURS 3.
                   04 CODE-VAL PIC X(5).
                   04 WS-PRICE OCCURS 2 PIC X(5).
       01 REQ-FILESTATUS PIC X(02).
       01 CAT-FILESTATUS PIC X(02).
       01 CUS-FILESTATUS PIC X(02).
       01 QTE-FILESTATUS PIC X(02).
       01 QNO-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 REQ-EOF PIC X VALUE 'N'.
           88 REQ-END-OF-FILE VALUE 'Y'.
       01 CAT-EOF PIC X VALUE 'N'.
           88 CAT-END-OF-FILE VALUE 'Y'.
       01 WS-CUST-FILE-SW PIC X(1) VALUE 'N'.
           88 CUST-FILE-OPEN VALUE 'Y'.
      *
       01 WS-ARTICLE-NAME-IN PIC X(5).
       01 WS-CODE-IN PIC X(5).
       01 WS-PRICE1-IN PIC X(5).
       01 WS-PRICE2-IN PIC X(5).
       01 WS-PREV-ARTICLE-NAME PIC X(5) VALUE SPACES.
       01 WS-ARTICLE-IDX PIC 9 VALUE ZERO.
       01 WS-CODE-IDX PIC 9 VALUE ZERO.
      *
       01 WS-REQ-CUST PIC X(6).
       01 WS-REQ-ITEM PIC X(5).
       01 WS-REQ-QTY-X PIC X(10).
       01 WS-REQ-QTY PIC 9(5).
       01 WS-REQ-DAYS-X PIC X(4).
       01 WS-REQ-DAYS PIC 9(4).
      *    THE QUOTE BEING BUILT: A NEW ONE STARTS WHEN THE CUSTOMER
      *    ON THE REQUEST CHANGES.
       01 WS-QUOTE-CUST PIC X(6) VALUE SPACES.
       01 WS-QUOTE-OPEN-SW PIC X(1) VALUE 'N'.
           88 QUOTE-IN-PROGRESS VALUE 'Y'.
       01 WS-THIS-QUOTE PIC 9(6).
       01 WS-THIS-LINE PIC 9(3).
       01 WS-VALID-DATE PIC 9(8).
       01 WS-QUOTE-TOTAL PIC S9(9)V99.
       01 WS-LAST-QUOTE-NUMBER PIC 9(6) VALUE 500000.
       01 WS-DEFAULT-DAYS PIC 9(4) VALUE 30.
      *
       01 WS-PROMO-ITEM PIC X(5).
       01 PRM-TABLE.
           05 PRM-ENTRY OCCURS 20 TIMES.
               10 PRM-T-ITEM PIC X(5).
               10 PRM-T-PRICE PIC 9(3)V99.
               10 PRM-T-START PIC 9(8).
               10 PRM-T-END PIC 9(8).
       01 WS-PRM-TOTAL PIC 9(2) VALUE ZERO.
       01 WS-PRM-MAX PIC 9(2) VALUE 20.
       01 WS-PRM-SUB PIC 9(2).
       01 WS-PRM-FOUND-SW PIC X(1).
           88 PROMO-FOUND VALUE 'Y'.
      *    THE PRICE SOURCE OF THE LINE: 'C' CONTRACT, 'P' PROMO,
      *    SPACE LIST PRICE.
       01 WS-PROMO-FLAG PIC X(1).
       01 PRM-FILESTATUS PIC X(02).
       01 PRM-EOF PIC X(1) VALUE 'N'.
           88 PRM-END-OF-FILE VALUE 'Y'.
       01 WS-PRM-ITEM-IN PIC X(5).
       01 WS-PRM-PRICE-IN PIC X(8).
       01 WS-PRM-START-IN PIC X(8).
       01 WS-PRM-END-IN PIC X(8).
      *
       01 CTR-TABLE.
           05 CTR-ENTRY OCCURS 200 TIMES.
               10 CTR-T-CUST PIC X(6).
               10 CTR-T-ITEM PIC X(5).
               10 CTR-T-TYPE PIC X(1).
                   88 CTR-T-FIXED-PRICE VALUE 'P'.
                   88 CTR-T-DISCOUNT VALUE 'D'.
               10 CTR-T-VALUE PIC 9(5)V99.
               10 CTR-T-START PIC 9(8).
               10 CTR-T-END PIC 9(8).
       01 WS-CTR-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-CTR-MAX PIC 9(3) VALUE 200.
       01 WS-CTR-SUB PIC 9(3).
       01 WS-CTR-SKIPPED PIC 9(3) VALUE ZERO.
       01 WS-CTR-FOUND-SW PIC X(1).
           88 CONTRACT-FOUND VALUE 'Y'.
       01 CTR-FILESTATUS PIC X(02).
       01 CTR-EOF PIC X(1) VALUE 'N'.
           88 CTR-END-OF-FILE VALUE 'Y'.
       01 WS-CTR-CUST-IN PIC X(6).
       01 WS-CTR-ITEM-IN PIC X(5).
       01 WS-CTR-TYPE-IN PIC X(1).
       01 WS-CTR-VALUE-IN PIC X(10).
       01 WS-CTR-START-IN PIC X(8).
       01 WS-CTR-END-IN PIC X(8).
       01 WS-CONTRACT-CUST PIC X(6).
       01 WS-PROC-DATE PIC 9(8).
       01 WS-CAL-FUNC PIC X(1).
       01 WS-CAL-RESULT PIC 9(8).
       01 WS-CAL-FLAG PIC X(1).
      *
       01 WS-LOOKUP-CODE PIC X(5).
       01 WS-FOUND-FLAG PIC X VALUE 'N'.
           88 CODE-FOUND VALUE 'Y'.
       01 WS-FOUND-PRICE1 PIC X(5).
       01 WS-LKP-A-IDX PIC 9.
       01 WS-LKP-C-IDX PIC 9.
      *
       01 WS-UNIT-PRICE PIC S9(5)V99.
       01 WS-LINE-AMOUNT PIC S9(7)V99.
       01 WS-CURR-DATE PIC 9(8).
       01 WS-QUOTE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
      *
       01 RPT-HEADER-1.
           05 FILLER PIC X(14) VALUE "QUOTATIONS - ".
           05 RPT-HDR-DATE PIC 9(8).
       01 RPT-QUOTE-HEADER.
           05 FILLER PIC X(10) VALUE "QUOTATION ".
           05 RPT-QH-NUMBER PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 RPT-QH-CUST PIC X(7).
           05 RPT-QH-NAME PIC X(21).
           05 FILLER PIC X(12) VALUE "VALID UNTIL ".
           05 RPT-QH-VALID PIC 9(8).
       01 RPT-DETAIL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RPT-LINE-NO PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-ITEM PIC X(7).
           05 RPT-QTY PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE " @ ".
           05 RPT-PRICE PIC ZZZZ9.99.
           05 FILLER PIC X(4) VALUE " = ".
           05 RPT-AMOUNT PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-NOTE PIC X(20).
       01 RPT-QUOTE-TOTAL-LINE.
           05 FILLER PIC X(37) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "TOTAL : ".
           05 RPT-QT-TOTAL PIC Z(8)9.99.
       01 RPT-REJECT-LINE.
           05 FILLER PIC X(10) VALUE "REFUSED - ".
           05 RPT-REJ-CUST PIC X(7).
           05 RPT-REJ-ITEM PIC X(7).
           05 RPT-REJ-QTY PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-REJ-REASON PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           PERFORM SET-PROC-DATE-PARA.
           OPEN INPUT REQUEST-FILE.
           IF REQ-FILESTATUS NOT = "00"
               DISPLAY " QUOTEREQ.DAT NOT FOUND - NO QUOTES TODAY "
               GOBACK
           END-IF.
           PERFORM LOAD-CATALOG-DRIVER-PARA.
           PERFORM LOAD-PROMOS-PARA THRU LOAD-PROMOS-END.
           PERFORM LOAD-CONTRACTS-PARA THRU LOAD-CONTRACTS-END.
           PERFORM READ-LAST-QUOTE-PARA.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUS-FILESTATUS = "00"
               SET CUST-FILE-OPEN TO TRUE
           END-IF.
           OPEN I-O QUOTE-FILE.
           IF QTE-FILESTATUS = "35"
               OPEN OUTPUT QUOTE-FILE
               CLOSE QUOTE-FILE
               OPEN I-O QUOTE-FILE
           END-IF.
           OPEN OUTPUT QUOTE-REPORT.
           MOVE WS-CURR-DATE TO RPT-HDR-DATE.
           WRITE RPT-LINE FROM RPT-HEADER-1.
           PERFORM PROCESS-REQUEST-PARA THRU PROCESS-REQUEST-EXIT
               UNTIL REQ-END-OF-FILE.
           PERFORM CLOSE-QUOTE-PARA.
           PERFORM SAVE-LAST-QUOTE-PARA.
           CLOSE QUOTE-REPORT.
           CLOSE QUOTE-FILE.
           IF CUST-FILE-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE REQUEST-FILE.
           DISPLAY "QUOTES WRITTEN      : " WS-QUOTE-COUNT.
           DISPLAY "QUOTE LINES         : " WS-LINE-COUNT.
           DISPLAY "REQUESTS REFUSED    : " WS-REJECT-COUNT.
           GOBACK.

       PROCESS-REQUEST-PARA.
           READ REQUEST-FILE
               AT END
                   SET REQ-END-OF-FILE TO TRUE
                   GO TO PROCESS-REQUEST-EXIT
           END-READ.
           MOVE SPACES TO WS-REQ-CUST.
           MOVE SPACES TO WS-REQ-ITEM.
           MOVE SPACES TO WS-REQ-QTY-X.
           MOVE SPACES TO WS-REQ-DAYS-X.
           UNSTRING REQUEST-LINE DELIMITED BY ALL SPACE
               INTO WS-REQ-CUST WS-REQ-ITEM WS-REQ-QTY-X
                   WS-REQ-DAYS-X
           END-UNSTRING.
           IF WS-REQ-CUST = SPACES
               GO TO PROCESS-REQUEST-EXIT
           END-IF.
           MOVE ZERO TO WS-REQ-QTY.
           IF FUNCTION TEST-NUMVAL(WS-REQ-QTY-X) = ZERO
               COMPUTE WS-REQ-QTY = FUNCTION NUMVAL(WS-REQ-QTY-X)
           END-IF.
      *    A QUOTE IS MADE OUT TO A CUSTOMER THE MASTER KNOWS, FOR
      *    AN ITEM THE CATALOG PRICES, IN A QUANTITY ABOVE ZERO.
           IF NOT CUST-FILE-OPEN
               MOVE "UNKNOWN CUST" TO RPT-REJ-REASON
               GO TO REFUSE-REQUEST-PARA
           END-IF.
           MOVE WS-REQ-CUST TO CM-CUST-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "UNKNOWN CUST" TO RPT-REJ-REASON
                   GO TO REFUSE-REQUEST-PARA
           END-READ.
           MOVE WS-REQ-ITEM TO WS-LOOKUP-CODE.
           PERFORM LOOKUP-PRICE-PARA.
           IF NOT CODE-FOUND
               MOVE "UNKNOWN CODE" TO RPT-REJ-REASON
               GO TO REFUSE-REQUEST-PARA
           END-IF.
           IF WS-REQ-QTY = ZERO
               MOVE "QUANTITY NOT VALID" TO RPT-REJ-REASON
               GO TO REFUSE-REQUEST-PARA
           END-IF.
           IF NOT QUOTE-IN-PROGRESS OR WS-REQ-CUST NOT = WS-QUOTE-CUST
               PERFORM CLOSE-QUOTE-PARA
               PERFORM OPEN-QUOTE-PARA
           END-IF.
           COMPUTE WS-UNIT-PRICE =
               FUNCTION NUMVAL(WS-FOUND-PRICE1).
           MOVE WS-REQ-ITEM TO WS-PROMO-ITEM.
           MOVE WS-REQ-CUST TO WS-CONTRACT-CUST.
           MOVE SPACE TO WS-PROMO-FLAG.
           PERFORM JUDGE-CONTRACT-PARA THRU JUDGE-CONTRACT-EXIT.
           IF NOT CONTRACT-FOUND
               PERFORM JUDGE-PROMO-PARA
           END-IF.
           COMPUTE WS-LINE-AMOUNT = WS-UNIT-PRICE * WS-REQ-QTY.
           ADD 1 TO WS-THIS-LINE.
           MOVE SPACES TO QUOTE-RECORD.
           MOVE WS-THIS-QUOTE TO QT-NUMBER.
           MOVE WS-THIS-LINE TO QT-LINE.
           MOVE WS-REQ-CUST TO QT-CUST.
           MOVE WS-REQ-ITEM TO QT-ITEM.
           MOVE WS-REQ-QTY TO QT-QTY.
           MOVE WS-UNIT-PRICE TO QT-PRICE.
           MOVE WS-PROMO-FLAG TO QT-PRICE-SOURCE.
           MOVE WS-CURR-DATE TO QT-QUOTE-DATE.
           MOVE WS-VALID-DATE TO QT-VALID-DATE.
           SET QT-OPEN TO TRUE.
           MOVE WS-CURR-DATE TO QT-STATUS-DATE.
           WRITE QUOTE-RECORD
               INVALID KEY
                   DISPLAY "*** QUOTE " WS-THIS-QUOTE " LINE "
                       WS-THIS-LINE " ALREADY ON FILE - LASTQUOTENO"
                       ".CTL IS BEHIND QUOTES.DAT"
                   MOVE 8 TO RETURN-CODE
                   GO TO PROCESS-REQUEST-EXIT
           END-WRITE.
           ADD 1 TO WS-LINE-COUNT.
           ADD WS-LINE-AMOUNT TO WS-QUOTE-TOTAL.
           MOVE WS-THIS-LINE TO RPT-LINE-NO.
           MOVE WS-REQ-ITEM TO RPT-ITEM.
           MOVE WS-REQ-QTY TO RPT-QTY.
           MOVE WS-UNIT-PRICE TO RPT-PRICE.
           MOVE WS-LINE-AMOUNT TO RPT-AMOUNT.
           EVALUATE WS-PROMO-FLAG
               WHEN 'C'
                   MOVE "CONTRACT PRICE" TO RPT-NOTE
               WHEN 'P'
                   MOVE "PROMOTION PRICE" TO RPT-NOTE
               WHEN OTHER
                   MOVE "LIST PRICE" TO RPT-NOTE
           END-EVALUATE.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
           GO TO PROCESS-REQUEST-EXIT.
       REFUSE-REQUEST-PARA.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE WS-REQ-CUST TO RPT-REJ-CUST.
           MOVE WS-REQ-ITEM TO RPT-REJ-ITEM.
           MOVE WS-REQ-QTY TO RPT-REJ-QTY.
           WRITE RPT-LINE FROM RPT-REJECT-LINE.
       PROCESS-REQUEST-EXIT.
           EXIT.

      *    A NEW QUOTE: NEXT NUMBER, AND THE VALIDITY DATE FROM THE
      *    DAYS ON ITS FIRST LINE (DEFAULT 30) COUNTED FROM TODAY.
       OPEN-QUOTE-PARA.
           ADD 1 TO WS-LAST-QUOTE-NUMBER.
           MOVE WS-LAST-QUOTE-NUMBER TO WS-THIS-QUOTE.
           MOVE ZERO TO WS-THIS-LINE.
           MOVE ZERO TO WS-QUOTE-TOTAL.
           MOVE WS-REQ-CUST TO WS-QUOTE-CUST.
           SET QUOTE-IN-PROGRESS TO TRUE.
           ADD 1 TO WS-QUOTE-COUNT.
           MOVE WS-DEFAULT-DAYS TO WS-REQ-DAYS.
           IF WS-REQ-DAYS-X NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-REQ-DAYS-X) = ZERO
               COMPUTE WS-REQ-DAYS = FUNCTION NUMVAL(WS-REQ-DAYS-X)
           END-IF.
           COMPUTE WS-VALID-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE) + WS-REQ-DAYS).
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-THIS-QUOTE TO RPT-QH-NUMBER.
           MOVE WS-REQ-CUST TO RPT-QH-CUST.
           MOVE CM-NAME TO RPT-QH-NAME.
           MOVE WS-VALID-DATE TO RPT-QH-VALID.
           WRITE RPT-LINE FROM RPT-QUOTE-HEADER.

       CLOSE-QUOTE-PARA.
           IF QUOTE-IN-PROGRESS
               MOVE WS-QUOTE-TOTAL TO RPT-QT-TOTAL
               WRITE RPT-LINE FROM RPT-QUOTE-TOTAL-LINE
               MOVE 'N' TO WS-QUOTE-OPEN-SW
           END-IF.

       SET-PROC-DATE-PARA.
           MOVE 'B' TO WS-CAL-FUNC.
           CALL "BIZCAL" USING WS-CAL-FUNC, WS-CURR-DATE,
               WS-CAL-RESULT, WS-CAL-FLAG.
           IF WS-CAL-FLAG = 'Y'
               MOVE WS-CURR-DATE TO WS-PROC-DATE
           ELSE
               MOVE 'P' TO WS-CAL-FUNC
               CALL "BIZCAL" USING WS-CAL-FUNC, WS-CURR-DATE,
                   WS-PROC-DATE, WS-CAL-FLAG
           END-IF.

       READ-LAST-QUOTE-PARA.
           OPEN INPUT LAST-QUOTE-FILE.
           IF QNO-FILESTATUS = "00"
               READ LAST-QUOTE-FILE INTO WS-LAST-QUOTE-NUMBER
                   AT END MOVE 500000 TO WS-LAST-QUOTE-NUMBER
               END-READ
               CLOSE LAST-QUOTE-FILE
           ELSE
               DISPLAY " LASTQUOTENO.CTL NOT FOUND - STARTING AT "
                   "500000 "
           END-IF.

       SAVE-LAST-QUOTE-PARA.
           OPEN OUTPUT LAST-QUOTE-FILE.
           MOVE WS-LAST-QUOTE-NUMBER TO QNO-RECORD.
           WRITE QNO-RECORD.
           CLOSE LAST-QUOTE-FILE.

       LOAD-PROMOS-PARA.
           OPEN INPUT PROMO-FILE.
           IF PRM-FILESTATUS NOT = "00"
               GO TO LOAD-PROMOS-END
           END-IF.
           PERFORM LOAD-ONE-PROMO-PARA THRU LOAD-ONE-PROMO-EXIT
               UNTIL PRM-END-OF-FILE.
           CLOSE PROMO-FILE.
       LOAD-PROMOS-END.
           EXIT.

       LOAD-ONE-PROMO-PARA.
           READ PROMO-FILE
               AT END
                   SET PRM-END-OF-FILE TO TRUE
                   GO TO LOAD-ONE-PROMO-EXIT
           END-READ.
           MOVE SPACES TO WS-PRM-ITEM-IN.
           MOVE SPACES TO WS-PRM-PRICE-IN.
           MOVE SPACES TO WS-PRM-START-IN.
           MOVE SPACES TO WS-PRM-END-IN.
           UNSTRING PROMO-LINE DELIMITED BY ALL SPACE
               INTO WS-PRM-ITEM-IN WS-PRM-PRICE-IN
                   WS-PRM-START-IN WS-PRM-END-IN
           END-UNSTRING.
           IF WS-PRM-ITEM-IN = SPACES OR WS-PRM-PRICE-IN = SPACES
                   OR WS-PRM-START-IN NOT NUMERIC
                   OR WS-PRM-END-IN NOT NUMERIC
               GO TO LOAD-ONE-PROMO-EXIT
           END-IF.
           IF WS-PRM-TOTAL < WS-PRM-MAX
               ADD 1 TO WS-PRM-TOTAL
               MOVE WS-PRM-ITEM-IN TO PRM-T-ITEM(WS-PRM-TOTAL)
               COMPUTE PRM-T-PRICE(WS-PRM-TOTAL) =
                   FUNCTION NUMVAL(WS-PRM-PRICE-IN)
               MOVE WS-PRM-START-IN TO PRM-T-START(WS-PRM-TOTAL)
               MOVE WS-PRM-END-IN TO PRM-T-END(WS-PRM-TOTAL)
           END-IF.
       LOAD-ONE-PROMO-EXIT.
           EXIT.

       LOAD-CONTRACTS-PARA.
           OPEN INPUT CONTRACT-FILE.
           IF CTR-FILESTATUS NOT = "00"
               GO TO LOAD-CONTRACTS-END
           END-IF.
           PERFORM LOAD-ONE-CONTRACT-PARA THRU LOAD-ONE-CONTRACT-EXIT
               UNTIL CTR-END-OF-FILE.
           CLOSE CONTRACT-FILE.
           IF WS-CTR-SKIPPED > ZERO
               DISPLAY "*** " WS-CTR-SKIPPED " CONTRACT PRICES NOT "
                   "LOADED - RAISE THE CONTRACT TABLE"
           END-IF.
       LOAD-CONTRACTS-END.
           EXIT.

       LOAD-ONE-CONTRACT-PARA.
           READ CONTRACT-FILE
               AT END
                   SET CTR-END-OF-FILE TO TRUE
                   GO TO LOAD-ONE-CONTRACT-EXIT
           END-READ.
           MOVE SPACES TO WS-CTR-CUST-IN.
           MOVE SPACES TO WS-CTR-ITEM-IN.
           MOVE SPACES TO WS-CTR-TYPE-IN.
           MOVE SPACES TO WS-CTR-VALUE-IN.
           MOVE SPACES TO WS-CTR-START-IN.
           MOVE SPACES TO WS-CTR-END-IN.
           UNSTRING CONTRACT-LINE DELIMITED BY ALL SPACE
               INTO WS-CTR-CUST-IN WS-CTR-ITEM-IN WS-CTR-TYPE-IN
                   WS-CTR-VALUE-IN WS-CTR-START-IN WS-CTR-END-IN
           END-UNSTRING.
           IF WS-CTR-CUST-IN = SPACES OR WS-CTR-ITEM-IN = SPACES
                   OR (WS-CTR-TYPE-IN NOT = 'P'
                       AND WS-CTR-TYPE-IN NOT = 'D')
                   OR WS-CTR-VALUE-IN = SPACES
                   OR WS-CTR-START-IN NOT NUMERIC
                   OR WS-CTR-END-IN NOT NUMERIC
               GO TO LOAD-ONE-CONTRACT-EXIT
           END-IF.
           IF WS-CTR-TOTAL < WS-CTR-MAX
               ADD 1 TO WS-CTR-TOTAL
               MOVE WS-CTR-CUST-IN TO CTR-T-CUST(WS-CTR-TOTAL)
               MOVE WS-CTR-ITEM-IN TO CTR-T-ITEM(WS-CTR-TOTAL)
               MOVE WS-CTR-TYPE-IN TO CTR-T-TYPE(WS-CTR-TOTAL)
               COMPUTE CTR-T-VALUE(WS-CTR-TOTAL) =
                   FUNCTION NUMVAL(WS-CTR-VALUE-IN)
               MOVE WS-CTR-START-IN TO CTR-T-START(WS-CTR-TOTAL)
               MOVE WS-CTR-END-IN TO CTR-T-END(WS-CTR-TOTAL)
           ELSE
               ADD 1 TO WS-CTR-SKIPPED
           END-IF.
       LOAD-ONE-CONTRACT-EXIT.
           EXIT.

      *    A CUSTOMER'S CONTRACT FOR THE ITEM, IN FORCE ON THE
      *    PROCESSING DATE, SETS THE PRICE OUTRIGHT OR TAKES ITS
      *    PERCENT OFF THE LIST PRICE ALREADY IN WS-UNIT-PRICE.
       JUDGE-CONTRACT-PARA.
           MOVE 'N' TO WS-CTR-FOUND-SW.
           IF WS-CONTRACT-CUST = SPACES
               GO TO JUDGE-CONTRACT-EXIT
           END-IF.
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                   UNTIL WS-CTR-SUB > WS-CTR-TOTAL OR CONTRACT-FOUND
               IF CTR-T-CUST(WS-CTR-SUB) = WS-CONTRACT-CUST
                       AND CTR-T-ITEM(WS-CTR-SUB) = WS-PROMO-ITEM
                       AND WS-PROC-DATE
                           NOT < CTR-T-START(WS-CTR-SUB)
                       AND WS-PROC-DATE NOT > CTR-T-END(WS-CTR-SUB)
                   SET CONTRACT-FOUND TO TRUE
                   IF CTR-T-FIXED-PRICE(WS-CTR-SUB)
                       MOVE CTR-T-VALUE(WS-CTR-SUB) TO WS-UNIT-PRICE
                   ELSE
                       COMPUTE WS-UNIT-PRICE ROUNDED = WS-UNIT-PRICE
                           * (100 - CTR-T-VALUE(WS-CTR-SUB)) / 100
                   END-IF
                   MOVE 'C' TO WS-PROMO-FLAG
               END-IF
           END-PERFORM.
       JUDGE-CONTRACT-EXIT.
           EXIT.

       JUDGE-PROMO-PARA.
           MOVE 'N' TO WS-PRM-FOUND-SW.
           MOVE SPACE TO WS-PROMO-FLAG.
           PERFORM VARYING WS-PRM-SUB FROM 1 BY 1
                   UNTIL WS-PRM-SUB > WS-PRM-TOTAL OR PROMO-FOUND
               IF PRM-T-ITEM(WS-PRM-SUB) = WS-PROMO-ITEM
                       AND WS-PROC-DATE
                           NOT < PRM-T-START(WS-PRM-SUB)
                       AND WS-PROC-DATE NOT > PRM-T-END(WS-PRM-SUB)
                   SET PROMO-FOUND TO TRUE
                   MOVE PRM-T-PRICE(WS-PRM-SUB) TO WS-UNIT-PRICE
                   MOVE 'P' TO WS-PROMO-FLAG
               END-IF
           END-PERFORM.

       LOOKUP-PRICE-PARA.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-LKP-A-IDX FROM 1 BY 1
                   UNTIL WS-LKP-A-IDX > 2 OR CODE-FOUND
               PERFORM VARYING WS-LKP-C-IDX FROM 1 BY 1
                       UNTIL WS-LKP-C-IDX > 3 OR CODE-FOUND
                   IF CODE-VAL(WS-LKP-A-IDX, WS-LKP-C-IDX)
                           = WS-LOOKUP-CODE
                       SET CODE-FOUND TO TRUE
                       MOVE WS-PRICE(WS-LKP-A-IDX, WS-LKP-C-IDX, 1)
                           TO WS-FOUND-PRICE1
                   END-IF
               END-PERFORM
           END-PERFORM.

       LOAD-CATALOG-DRIVER-PARA.
           OPEN INPUT CATALOG-FILE.
           IF CAT-FILESTATUS = "00"
               PERFORM LOAD-CATALOG-PARA WITH TEST BEFORE
                   UNTIL CAT-END-OF-FILE
               CLOSE CATALOG-FILE
           ELSE
               DISPLAY " CATALOG FILE NOT FOUND - NO PRICING "
               CLOSE REQUEST-FILE
               GOBACK
           END-IF.

       LOAD-CATALOG-PARA.
           READ CATALOG-FILE INTO CATALOG-LINE
               AT END
                   SET CAT-END-OF-FILE TO TRUE
               NOT AT END
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
       END PROGRAM QUOTENT.

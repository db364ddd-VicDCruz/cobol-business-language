      ******************************************************************
      * Author:
      * Date:
      * Purpose: Open sales order status report, so the order desk
      *          can chase what is stuck. Reads OrderHead.dat and, for
      *          every order still open - E entered, P picked or S
      *          shipped - counts it under its status, and lists each
      *          one that has sat at its status longer than 5 days -
      *          or the number of days given on the command line -
      *          by status and longest waiting first, with the
      *          customer's name from CustMaster.dat, the lines on the
      *          order, the carrier once shipped and the days at the
      *          status, on OrderStatus.rpt. Delivered and cancelled
      *          orders are counted as closed only.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDSTAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ORDER-HEAD ASSIGN TO "OrderHead.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SOH-ORDER-NO
           FILE STATUS IS SOH-FILESTATUS.
       SELECT CUSTOMER-MASTER ASSIGN TO "CustMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CUST-ID
           FILE STATUS IS CUS-FILESTATUS.
       SELECT SORT-WORK ASSIGN TO "OrdStat.srt".
       SELECT STATUS-REPORT ASSIGN TO "OrderStatus.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ORDER-HEAD.
       COPY SOHREC REPLACING ==:REC:== BY ==ORDER-HEAD-RECORD==.
       FD CUSTOMER-MASTER.
       COPY CMREC REPLACING ==:REC:== BY ==CUSTOMER-RECORD==.
       SD SORT-WORK.
       01 SORT-RECORD.
           05 SRT-SEQ PIC 9(1).
           05 SRT-DAYS PIC 9(5).
           05 SRT-STATUS PIC X(1).
           05 SRT-ORDER-NO PIC 9(6).
           05 SRT-CUST PIC X(6).
           05 SRT-STATUS-DATE PIC 9(8).
           05 SRT-LINES PIC 9(3).
           05 SRT-CARRIER PIC X(10).
       FD STATUS-REPORT.
       01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 SOH-FILESTATUS PIC X(02).
       01 CUS-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 SOH-EOF PIC X VALUE 'N'.
           88 SOH-END-OF-FILE VALUE 'Y'.
       01 SRT-EOF PIC X VALUE 'N'.
           88 SRT-END-OF-FILE VALUE 'Y'.
       01 WS-CUST-FILE-SW PIC X(1) VALUE 'N'.
           88 CUST-FILE-OPEN VALUE 'Y'.
      *
       01 WS-CMD-LINE PIC X(80).
       01 WS-DAYS-X PIC X(4).
       01 WS-STUCK-DAYS PIC 9(4) VALUE 5.
       01 WS-CURR-DATE PIC 9(8).
       01 WS-SINCE-DATE PIC 9(8).
       01 WS-DAYS-AT PIC S9(7).
      *
       01 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ENTERED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PICKED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SHIPPED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CLOSED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LISTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LAST-STATUS PIC X(1) VALUE SPACE.
      *
       01 RPT-HEADER-1.
           05 FILLER PIC X(30) VALUE "OPEN SALES ORDERS - ".
           05 RPT-HDR-DATE PIC 9(8).
           05 FILLER PIC X(15) VALUE "  STUCK OVER ".
           05 RPT-HDR-DAYS PIC ZZZ9.
           05 FILLER PIC X(5) VALUE " DAYS".
       01 RPT-HEADER-2.
           05 FILLER PIC X(8) VALUE "ORDER".
           05 FILLER PIC X(7) VALUE "CUST".
           05 FILLER PIC X(21) VALUE "NAME".
           05 FILLER PIC X(6) VALUE "LINES".
           05 FILLER PIC X(9) VALUE "SINCE".
           05 FILLER PIC X(11) VALUE "CARRIER".
           05 FILLER PIC X(4) VALUE "DAYS".
       01 RPT-STATUS-HEADING.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-STATUS-NAME PIC X(30).
       01 RPT-DETAIL-LINE.
           05 RPT-ORDER-NO PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-CUST PIC X(7).
           05 RPT-NAME PIC X(21).
           05 RPT-LINES PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RPT-SINCE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-CARRIER PIC X(11).
           05 RPT-DAYS PIC ZZZZ9.
       01 RPT-COUNT-LINE.
           05 RPT-COUNT-NAME PIC X(30).
           05 RPT-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-DAYS-X.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE INTO WS-DAYS-X
           END-UNSTRING.
           IF WS-DAYS-X NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-DAYS-X) NOT = ZERO
                   DISPLAY "USAGE: ORDSTAT [DAYS]"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE WS-STUCK-DAYS = FUNCTION NUMVAL(WS-DAYS-X)
           END-IF.
           OPEN INPUT ORDER-HEAD.
           IF SOH-FILESTATUS NOT = "00"
               DISPLAY " ORDERHEAD.DAT NOT FOUND - NO ORDERS "
               GOBACK
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUS-FILESTATUS = "00"
               SET CUST-FILE-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT STATUS-REPORT.
           MOVE WS-CURR-DATE TO RPT-HDR-DATE.
           MOVE WS-STUCK-DAYS TO RPT-HDR-DAYS.
           WRITE RPT-LINE FROM RPT-HEADER-1.
           WRITE RPT-LINE FROM RPT-HEADER-2.
           SORT SORT-WORK ON ASCENDING KEY SRT-SEQ
                             DESCENDING KEY SRT-DAYS
                             ASCENDING KEY SRT-ORDER-NO
               INPUT PROCEDURE IS RELEASE-ORDERS-PARA
               OUTPUT PROCEDURE IS PRINT-ORDERS-PARA.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "OPEN AT ENTERED" TO RPT-COUNT-NAME.
           MOVE WS-ENTERED-COUNT TO RPT-COUNT.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "OPEN AT PICKED" TO RPT-COUNT-NAME.
           MOVE WS-PICKED-COUNT TO RPT-COUNT.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "OPEN AT SHIPPED" TO RPT-COUNT-NAME.
           MOVE WS-SHIPPED-COUNT TO RPT-COUNT.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "CLOSED" TO RPT-COUNT-NAME.
           MOVE WS-CLOSED-COUNT TO RPT-COUNT.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "STUCK PAST THE WINDOW" TO RPT-COUNT-NAME.
           MOVE WS-LISTED-COUNT TO RPT-COUNT.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           CLOSE STATUS-REPORT.
           IF CUST-FILE-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE ORDER-HEAD.
           DISPLAY "ORDERS READ         : " WS-READ-COUNT.
           DISPLAY "OPEN AT ENTERED     : " WS-ENTERED-COUNT.
           DISPLAY "OPEN AT PICKED      : " WS-PICKED-COUNT.
           DISPLAY "OPEN AT SHIPPED     : " WS-SHIPPED-COUNT.
           DISPLAY "STUCK PAST WINDOW   : " WS-LISTED-COUNT.
           GOBACK.

       RELEASE-ORDERS-PARA.
           PERFORM RELEASE-ONE-PARA THRU RELEASE-ONE-EXIT
               UNTIL SOH-END-OF-FILE.

      *    EVERY OPEN ORDER IS COUNTED; ONLY ONE THAT HAS SAT AT ITS
      *    STATUS PAST THE WINDOW GOES TO THE SORT. THE SEQUENCE KEY
      *    PUTS ENTERED, PICKED AND SHIPPED IN LIFECYCLE ORDER.
       RELEASE-ONE-PARA.
           READ ORDER-HEAD NEXT RECORD
               AT END
                   SET SOH-END-OF-FILE TO TRUE
                   GO TO RELEASE-ONE-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO SORT-RECORD.
           EVALUATE TRUE
           WHEN SOH-IS-ENTERED
               ADD 1 TO WS-ENTERED-COUNT
               MOVE 1 TO SRT-SEQ
           WHEN SOH-IS-PICKED
               ADD 1 TO WS-PICKED-COUNT
               MOVE 2 TO SRT-SEQ
           WHEN SOH-IS-SHIPPED
               ADD 1 TO WS-SHIPPED-COUNT
               MOVE 3 TO SRT-SEQ
           WHEN OTHER
               ADD 1 TO WS-CLOSED-COUNT
               GO TO RELEASE-ONE-EXIT
           END-EVALUATE.
           IF SOH-STATUS-DATE NUMERIC AND SOH-STATUS-DATE > ZERO
               MOVE SOH-STATUS-DATE TO WS-SINCE-DATE
           ELSE
               MOVE SOH-ENTERED TO WS-SINCE-DATE
           END-IF.
           IF WS-SINCE-DATE NOT NUMERIC OR WS-SINCE-DATE = ZERO
               GO TO RELEASE-ONE-EXIT
           END-IF.
           COMPUTE WS-DAYS-AT =
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-SINCE-DATE).
           IF WS-DAYS-AT NOT > WS-STUCK-DAYS
               GO TO RELEASE-ONE-EXIT
           END-IF.
           MOVE WS-DAYS-AT TO SRT-DAYS.
           MOVE SOH-STATUS TO SRT-STATUS.
           MOVE SOH-ORDER-NO TO SRT-ORDER-NO.
           MOVE SOH-CUST TO SRT-CUST.
           MOVE WS-SINCE-DATE TO SRT-STATUS-DATE.
           MOVE SOH-LINE-COUNT TO SRT-LINES.
           MOVE SOH-CARRIER TO SRT-CARRIER.
           RELEASE SORT-RECORD.
       RELEASE-ONE-EXIT.
           EXIT.

       PRINT-ORDERS-PARA.
           PERFORM PRINT-ONE-PARA THRU PRINT-ONE-EXIT
               UNTIL SRT-END-OF-FILE.

       PRINT-ONE-PARA.
           RETURN SORT-WORK
               AT END
                   SET SRT-END-OF-FILE TO TRUE
                   GO TO PRINT-ONE-EXIT
           END-RETURN.
           IF SRT-STATUS NOT = WS-LAST-STATUS
               MOVE SRT-STATUS TO WS-LAST-STATUS
               EVALUATE SRT-STATUS
               WHEN 'E'
                   MOVE "AT ENTERED - NOTHING PICKED" TO RPT-STATUS-NAME
               WHEN 'P'
                   MOVE "AT PICKED - NOT SHIPPED" TO RPT-STATUS-NAME
               WHEN OTHER
                   MOVE "AT SHIPPED - NO DELIVERY" TO RPT-STATUS-NAME
               END-EVALUATE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               WRITE RPT-LINE FROM RPT-STATUS-HEADING
           END-IF.
           MOVE SRT-ORDER-NO TO RPT-ORDER-NO.
           MOVE SRT-CUST TO RPT-CUST.
           IF SRT-CUST = SPACES
               MOVE "CASH SALE" TO RPT-NAME
           ELSE
               MOVE "NOT ON MASTER" TO RPT-NAME
               IF CUST-FILE-OPEN
                   MOVE SRT-CUST TO CM-CUST-ID
                   READ CUSTOMER-MASTER
                       NOT INVALID KEY
                           MOVE CM-NAME TO RPT-NAME
                   END-READ
               END-IF
           END-IF.
           MOVE SRT-LINES TO RPT-LINES.
           MOVE SRT-STATUS-DATE TO RPT-SINCE.
           MOVE SRT-CARRIER TO RPT-CARRIER.
           MOVE SRT-DAYS TO RPT-DAYS.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO WS-LISTED-COUNT.
       PRINT-ONE-EXIT.
           EXIT.
       END PROGRAM ORDSTAT.

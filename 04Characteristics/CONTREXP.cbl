      ******************************************************************
      * Author:
      * Date:
      * Purpose: Contract expiry report, so sales has time to
      *          renegotiate. Reads the ContractPrice.dat negotiated
      *          prices the order batch uses (customer, item, 'P'
      *          fixed price or 'D' discount percent, start and end
      *          date) and lists every agreement ending within the
      *          next 60 days - or the number of days given on the
      *          command line - soonest first, with the customer's
      *          name from CustMaster.dat and the days left, on
      *          ContractExpiry.rpt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTREXP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONTRACT-FILE ASSIGN TO "ContractPrice.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTR-FILESTATUS.
       SELECT CUSTOMER-MASTER ASSIGN TO "CustMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CUST-ID
           FILE STATUS IS CUS-FILESTATUS.
       SELECT SORT-WORK ASSIGN TO "ContrExp.srt".
       SELECT EXPIRY-REPORT ASSIGN TO "ContractExpiry.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTRACT-FILE.
       01 CONTRACT-LINE PIC X(60).
       FD CUSTOMER-MASTER.
       COPY CMREC REPLACING ==:REC:== BY ==CUSTOMER-RECORD==.
       SD SORT-WORK.
       01 SORT-RECORD.
           05 SRT-END PIC 9(8).
           05 SRT-CUST PIC X(6).
           05 SRT-ITEM PIC X(5).
           05 SRT-TYPE PIC X(1).
           05 SRT-VALUE PIC 9(5)V99.
           05 SRT-START PIC 9(8).
           05 SRT-DAYS PIC S9(5).
       FD EXPIRY-REPORT.
       01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 CTR-FILESTATUS PIC X(02).
       01 CUS-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 CTR-EOF PIC X VALUE 'N'.
           88 CTR-END-OF-FILE VALUE 'Y'.
       01 SRT-EOF PIC X VALUE 'N'.
           88 SRT-END-OF-FILE VALUE 'Y'.
       01 WS-CUST-FILE-SW PIC X(1) VALUE 'N'.
           88 CUST-FILE-OPEN VALUE 'Y'.
      *
       01 WS-CMD-LINE PIC X(80).
       01 WS-DAYS-X PIC X(4).
       01 WS-WINDOW-DAYS PIC 9(4) VALUE 60.
       01 WS-CURR-DATE PIC 9(8).
       01 WS-DAYS-LEFT PIC S9(7).
      *
       01 WS-CTR-CUST-IN PIC X(6).
       01 WS-CTR-ITEM-IN PIC X(5).
       01 WS-CTR-TYPE-IN PIC X(1).
       01 WS-CTR-VALUE-IN PIC X(10).
       01 WS-CTR-START-IN PIC X(8).
       01 WS-CTR-END-IN PIC X(8).
       01 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LISTED-COUNT PIC 9(5) VALUE ZERO.
      *
       01 RPT-HEADER-1.
           05 FILLER PIC X(30) VALUE "CONTRACTS EXPIRING - ".
           05 RPT-HDR-DATE PIC 9(8).
           05 FILLER PIC X(8) VALUE "  NEXT ".
           05 RPT-HDR-DAYS PIC ZZZ9.
           05 FILLER PIC X(5) VALUE " DAYS".
       01 RPT-HEADER-2.
           05 FILLER PIC X(7) VALUE "CUST".
           05 FILLER PIC X(21) VALUE "NAME".
           05 FILLER PIC X(6) VALUE "ITEM".
           05 FILLER PIC X(15) VALUE "TERMS".
           05 FILLER PIC X(9) VALUE "START".
           05 FILLER PIC X(9) VALUE "END".
           05 FILLER PIC X(9) VALUE "DAYS LEFT".
       01 RPT-DETAIL-LINE.
           05 RPT-CUST PIC X(7).
           05 RPT-NAME PIC X(21).
           05 RPT-ITEM PIC X(6).
           05 RPT-TERMS PIC X(15).
           05 RPT-START PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-END PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-DAYS PIC ZZZZ9.
       01 WS-TERMS-PRICE PIC ZZZZ9.99.
       01 WS-TERMS-PCT PIC ZZ9.99.
       01 RPT-TOTAL-LINE.
           05 FILLER PIC X(30) VALUE "CONTRACTS EXPIRING IN WINDOW: ".
           05 RPT-TOTAL-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-DAYS-X.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE INTO WS-DAYS-X
           END-UNSTRING.
           IF WS-DAYS-X NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-DAYS-X) NOT = ZERO
                   DISPLAY "USAGE: CONTREXP [DAYS]"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE WS-WINDOW-DAYS = FUNCTION NUMVAL(WS-DAYS-X)
           END-IF.
           OPEN INPUT CONTRACT-FILE.
           IF CTR-FILESTATUS NOT = "00"
               DISPLAY " CONTRACTPRICE.DAT NOT FOUND - NO CONTRACTS "
               GOBACK
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF CUS-FILESTATUS = "00"
               SET CUST-FILE-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT EXPIRY-REPORT.
           MOVE WS-CURR-DATE TO RPT-HDR-DATE.
           MOVE WS-WINDOW-DAYS TO RPT-HDR-DAYS.
           WRITE RPT-LINE FROM RPT-HEADER-1.
           WRITE RPT-LINE FROM RPT-HEADER-2.
           SORT SORT-WORK ON ASCENDING KEY SRT-END SRT-CUST SRT-ITEM
               INPUT PROCEDURE IS RELEASE-CONTRACTS-PARA
               OUTPUT PROCEDURE IS PRINT-CONTRACTS-PARA.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LISTED-COUNT TO RPT-TOTAL-COUNT.
           WRITE RPT-LINE FROM RPT-TOTAL-LINE.
           CLOSE EXPIRY-REPORT.
           IF CUST-FILE-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE CONTRACT-FILE.
           DISPLAY "CONTRACTS READ      : " WS-READ-COUNT.
           DISPLAY "EXPIRING IN WINDOW  : " WS-LISTED-COUNT.
           GOBACK.

       RELEASE-CONTRACTS-PARA.
           PERFORM RELEASE-ONE-PARA THRU RELEASE-ONE-EXIT
               UNTIL CTR-END-OF-FILE.

      *    ONLY AN AGREEMENT STILL RUNNING AND ENDING INSIDE THE
      *    WINDOW GOES TO THE SORT; ONE ALREADY ENDED IS PAST SAVING.
       RELEASE-ONE-PARA.
           READ CONTRACT-FILE
               AT END
                   SET CTR-END-OF-FILE TO TRUE
                   GO TO RELEASE-ONE-EXIT
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
           IF WS-CTR-CUST-IN = SPACES OR WS-CTR-END-IN NOT NUMERIC
                   OR WS-CTR-START-IN NOT NUMERIC
               GO TO RELEASE-ONE-EXIT
           END-IF.
           ADD 1 TO WS-READ-COUNT.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-CTR-END-IN))
               - FUNCTION INTEGER-OF-DATE(WS-CURR-DATE).
           IF WS-DAYS-LEFT < ZERO OR WS-DAYS-LEFT > WS-WINDOW-DAYS
               GO TO RELEASE-ONE-EXIT
           END-IF.
           MOVE SPACES TO SORT-RECORD.
           MOVE WS-CTR-END-IN TO SRT-END.
           MOVE WS-CTR-CUST-IN TO SRT-CUST.
           MOVE WS-CTR-ITEM-IN TO SRT-ITEM.
           MOVE WS-CTR-TYPE-IN TO SRT-TYPE.
           MOVE ZERO TO SRT-VALUE.
           IF WS-CTR-VALUE-IN NOT = SPACES
               COMPUTE SRT-VALUE = FUNCTION NUMVAL(WS-CTR-VALUE-IN)
           END-IF.
           MOVE WS-CTR-START-IN TO SRT-START.
           MOVE WS-DAYS-LEFT TO SRT-DAYS.
           RELEASE SORT-RECORD.
       RELEASE-ONE-EXIT.
           EXIT.

       PRINT-CONTRACTS-PARA.
           PERFORM PRINT-ONE-PARA THRU PRINT-ONE-EXIT
               UNTIL SRT-END-OF-FILE.

       PRINT-ONE-PARA.
           RETURN SORT-WORK
               AT END
                   SET SRT-END-OF-FILE TO TRUE
                   GO TO PRINT-ONE-EXIT
           END-RETURN.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE SRT-CUST TO RPT-CUST.
           MOVE "NOT ON MASTER" TO RPT-NAME.
           IF CUST-FILE-OPEN
               MOVE SRT-CUST TO CM-CUST-ID
               READ CUSTOMER-MASTER
                   NOT INVALID KEY
                       MOVE CM-NAME TO RPT-NAME
               END-READ
           END-IF.
           MOVE SRT-ITEM TO RPT-ITEM.
           IF SRT-TYPE = 'D'
               MOVE SRT-VALUE TO WS-TERMS-PCT
               STRING WS-TERMS-PCT "% OFF" DELIMITED BY SIZE
                   INTO RPT-TERMS
           ELSE
               MOVE SRT-VALUE TO WS-TERMS-PRICE
               STRING "AT " WS-TERMS-PRICE DELIMITED BY SIZE
                   INTO RPT-TERMS
           END-IF.
           MOVE SRT-START TO RPT-START.
           MOVE SRT-END TO RPT-END.
           MOVE SRT-DAYS TO RPT-DAYS.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
           ADD 1 TO WS-LISTED-COUNT.
       PRINT-ONE-EXIT.
           EXIT.
       END PROGRAM CONTREXP.

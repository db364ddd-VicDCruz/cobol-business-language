      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly sales-tax liability report the accountant
      *          files the return from. For the month given on the
      *          command line as YYYYMM (default: last month) it
      *          reads every InvoiceHist.dat line dated in the month,
      *          less every CreditMemo.dat line issued in it, and
      *          groups them by the tax code and rate they were
      *          billed at - taxable net, tax and gross, with the
      *          line count - onto TaxLiability.rpt, followed by the
      *          month's totals. Lines billed before tax was charged
      *          carry no code and are shown on their own line so the
      *          net still proves to the sales figures.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INVOICE-HIST ASSIGN TO "InvoiceHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IVH-FILESTATUS.
       SELECT CREDIT-MEMO ASSIGN TO "CreditMemo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CRM-FILESTATUS.
       SELECT TAX-REPORT ASSIGN TO "TaxLiability.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INVOICE-HIST.
       01 INVOICE-HIST-RECORD.
           05 IVH-NUMBER PIC 9(6).
           05 FILLER PIC X(1).
           05 IVH-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 IVH-CUST PIC X(6).
           05 FILLER PIC X(1).
           05 IVH-ITEM PIC X(5).
           05 FILLER PIC X(1).
           05 IVH-QTY PIC X(5).
           05 FILLER PIC X(1).
           05 IVH-PRICE PIC X(8).
           05 FILLER PIC X(1).
           05 IVH-AMOUNT PIC X(10).
           05 FILLER PIC X(1).
           05 IVH-PROMO PIC X(1).
           05 FILLER PIC X(1).
           05 IVH-TAX-CODE PIC X(1).
           05 FILLER PIC X(1).
           05 IVH-TAX-RATE PIC X(6).
           05 FILLER PIC X(1).
           05 IVH-TAX PIC X(9).
           05 FILLER PIC X(1).
           05 IVH-GROSS PIC X(10).
       FD CREDIT-MEMO.
       COPY CRMREC REPLACING ==:REC:== BY ==CREDIT-MEMO-RECORD==.
       FD TAX-REPORT.
       01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 IVH-FILESTATUS PIC X(02).
       01 CRM-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 IVH-EOF PIC X VALUE 'N'.
           88 IVH-END-OF-FILE VALUE 'Y'.
       01 CRM-EOF PIC X VALUE 'N'.
           88 CRM-END-OF-FILE VALUE 'Y'.
      *
      *    WHAT EACH TAX CODE MEANS ON THE RETURN.
       01 TXD-VALUES.
           05 FILLER PIC X(17) VALUE "SSTANDARD RATE".
           05 FILLER PIC X(17) VALUE "RREDUCED RATE".
           05 FILLER PIC X(17) VALUE "EEXEMPT ITEM".
           05 FILLER PIC X(17) VALUE "XEXEMPT CUSTOMER".
           05 FILLER PIC X(17) VALUE " NOT TAXED (OLD)".
       01 TXD-TABLE REDEFINES TXD-VALUES.
           05 TXD-ENTRY OCCURS 5 TIMES.
               10 TXD-CODE PIC X(1).
               10 TXD-TEXT PIC X(16).
       01 WS-TXD-SUB PIC 9.
      *
      *    ONE BUCKET PER TAX CODE AND RATE BILLED IN THE MONTH.
       01 TXB-TABLE.
           05 TXB-ENTRY OCCURS 30 TIMES.
               10 TXB-T-CODE PIC X(1).
               10 TXB-T-RATE PIC 9(2)V999.
               10 TXB-T-LINES PIC 9(7).
               10 TXB-T-NET PIC S9(9)V99.
               10 TXB-T-TAX PIC S9(9)V99.
       01 WS-TXB-TOTAL PIC 9(2) VALUE ZERO.
       01 WS-TXB-MAX PIC 9(2) VALUE 30.
       01 WS-TXB-SUB PIC 9(2).
       01 WS-TXB-SKIPPED PIC 9(5) VALUE ZERO.
       01 WS-TXB-FOUND-SW PIC X(1).
           88 TXB-FOUND VALUE 'Y'.
      *
       01 WS-CMD-LINE PIC X(80).
       01 WS-MONTH-X PIC X(6).
       01 WS-MONTH PIC 9(6).
       01 WS-MONTH-R REDEFINES WS-MONTH.
           05 WS-MONTH-YYYY PIC 9(4).
           05 WS-MONTH-MM PIC 9(2).
       01 WS-CURR-DATE PIC 9(8).
       01 WS-CURR-DATE-R REDEFINES WS-CURR-DATE.
           05 WS-CURR-YYYY PIC 9(4).
           05 WS-CURR-MM PIC 9(2).
           05 WS-CURR-DD PIC 9(2).
      *
       01 WS-THIS-CODE PIC X(1).
       01 WS-THIS-RATE PIC 9(2)V999.
       01 WS-THIS-NET PIC S9(7)V99.
       01 WS-THIS-TAX PIC S9(7)V99.
       01 WS-TOTAL-LINES PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-NET PIC S9(9)V99 VALUE ZERO.
       01 WS-TOTAL-TAX PIC S9(9)V99 VALUE ZERO.
       01 WS-INVOICE-LINES PIC 9(7) VALUE ZERO.
       01 WS-MEMO-LINES PIC 9(7) VALUE ZERO.
      *
       01 RPT-HEADER-1.
           05 FILLER PIC X(30) VALUE "SALES TAX LIABILITY - MONTH ".
           05 RPT-HDR-MONTH PIC 9(6).
       01 RPT-HEADER-2.
           05 FILLER PIC X(19) VALUE "CODE".
           05 FILLER PIC X(7) VALUE "   RATE".
           05 FILLER PIC X(8) VALUE "   LINES".
           05 FILLER PIC X(15) VALUE "    TAXABLE NET".
           05 FILLER PIC X(14) VALUE "           TAX".
           05 FILLER PIC X(15) VALUE "          GROSS".
       01 RPT-DETAIL-LINE.
           05 RPT-CODE PIC X(2).
           05 RPT-DESC PIC X(17).
           05 RPT-RATE PIC ZZ9.999.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-LINES PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-NET PIC -(10)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-TAX PIC -(9)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-GROSS PIC -(10)9.99.
       01 RPT-COUNT-LINE.
           05 RPT-COUNT-LABEL PIC X(30).
           05 RPT-COUNT-VALUE PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-MONTH-X.
           UNSTRING WS-CMD-LINE DELIMITED BY SPACE INTO WS-MONTH-X
           END-UNSTRING.
      *    THE RETURN IS FILED FOR A CLOSED MONTH, SO WITH NO MONTH
      *    GIVEN THE REPORT COVERS LAST MONTH.
           IF WS-MONTH-X = SPACES
               IF WS-CURR-MM = 1
                   COMPUTE WS-MONTH-YYYY = WS-CURR-YYYY - 1
                   MOVE 12 TO WS-MONTH-MM
               ELSE
                   MOVE WS-CURR-YYYY TO WS-MONTH-YYYY
                   COMPUTE WS-MONTH-MM = WS-CURR-MM - 1
               END-IF
           ELSE
               IF WS-MONTH-X NOT NUMERIC
                   DISPLAY "USAGE: TAXRPT [YYYYMM]"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-MONTH-X TO WS-MONTH
               IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
                   DISPLAY "USAGE: TAXRPT [YYYYMM]"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           OPEN INPUT INVOICE-HIST.
           IF IVH-FILESTATUS NOT = "00"
               DISPLAY " INVOICEHIST.DAT NOT FOUND - NO HISTORY "
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-INVOICE-PARA THRU READ-INVOICE-EXIT
               UNTIL IVH-END-OF-FILE.
           CLOSE INVOICE-HIST.
           OPEN INPUT CREDIT-MEMO.
           IF CRM-FILESTATUS = "00"
               PERFORM READ-MEMO-PARA THRU READ-MEMO-EXIT
                   UNTIL CRM-END-OF-FILE
               CLOSE CREDIT-MEMO
           END-IF.
      *    A LINE THE TABLE CANNOT PLACE WOULD UNDERSTATE WHAT IS
      *    OWED, SO THE REPORT IS REFUSED RATHER THAN PRINTED SHORT.
           IF WS-TXB-SKIPPED > ZERO
               DISPLAY "*** MORE THAN " WS-TXB-MAX " TAX CODE/RATE "
               DISPLAY "*** PAIRS IN THE MONTH - REPORT REFUSED, "
               DISPLAY "*** RAISE THE TABLE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM PRINT-REPORT-PARA.
           DISPLAY "TAX LIABILITY FOR " WS-MONTH.
           DISPLAY "INVOICE LINES       : " WS-INVOICE-LINES.
           DISPLAY "CREDIT MEMO LINES   : " WS-MEMO-LINES.
           DISPLAY "TAXABLE NET         : " WS-TOTAL-NET.
           DISPLAY "TAX DUE             : " WS-TOTAL-TAX.
           GOBACK.

       READ-INVOICE-PARA.
           READ INVOICE-HIST
               AT END
                   SET IVH-END-OF-FILE TO TRUE
                   GO TO READ-INVOICE-EXIT
           END-READ.
           IF IVH-NUMBER NOT NUMERIC OR IVH-DATE NOT NUMERIC
               GO TO READ-INVOICE-EXIT
           END-IF.
           IF IVH-DATE(1:6) NOT = WS-MONTH
               GO TO READ-INVOICE-EXIT
           END-IF.
           MOVE IVH-TAX-CODE TO WS-THIS-CODE.
           MOVE ZERO TO WS-THIS-RATE.
           MOVE ZERO TO WS-THIS-TAX.
           IF IVH-TAX-CODE NOT = SPACE
               COMPUTE WS-THIS-RATE = FUNCTION NUMVAL(IVH-TAX-RATE)
               COMPUTE WS-THIS-TAX = FUNCTION NUMVAL(IVH-TAX)
           END-IF.
           COMPUTE WS-THIS-NET = FUNCTION NUMVAL(IVH-AMOUNT).
           ADD 1 TO WS-INVOICE-LINES.
           PERFORM ADD-TO-BUCKET-PARA.
       READ-INVOICE-EXIT.
           EXIT.

      *    A CREDIT MEMO GIVES BACK THE TAX IT REVERSED, IN THE MONTH
      *    THE MEMO WAS ISSUED.
       READ-MEMO-PARA.
           READ CREDIT-MEMO
               AT END
                   SET CRM-END-OF-FILE TO TRUE
                   GO TO READ-MEMO-EXIT
           END-READ.
           IF CRM-NUMBER NOT NUMERIC OR CRM-DATE NOT NUMERIC
               GO TO READ-MEMO-EXIT
           END-IF.
           IF CRM-DATE(1:6) NOT = WS-MONTH
               GO TO READ-MEMO-EXIT
           END-IF.
           MOVE CRM-TAX-CODE TO WS-THIS-CODE.
           MOVE ZERO TO WS-THIS-RATE.
           MOVE ZERO TO WS-THIS-TAX.
           IF CRM-TAX-CODE NOT = SPACE
               COMPUTE WS-THIS-RATE = FUNCTION NUMVAL(CRM-TAX-RATE)
               COMPUTE WS-THIS-TAX = ZERO - FUNCTION NUMVAL(CRM-TAX)
           END-IF.
           COMPUTE WS-THIS-NET = ZERO - FUNCTION NUMVAL(CRM-AMOUNT).
           ADD 1 TO WS-MEMO-LINES.
           PERFORM ADD-TO-BUCKET-PARA.
       READ-MEMO-EXIT.
           EXIT.

       ADD-TO-BUCKET-PARA.
           MOVE 'N' TO WS-TXB-FOUND-SW.
           PERFORM VARYING WS-TXB-SUB FROM 1 BY 1
                   UNTIL WS-TXB-SUB > WS-TXB-TOTAL OR TXB-FOUND
               IF TXB-T-CODE(WS-TXB-SUB) = WS-THIS-CODE
                       AND TXB-T-RATE(WS-TXB-SUB) = WS-THIS-RATE
                   SET TXB-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF TXB-FOUND
               SUBTRACT 1 FROM WS-TXB-SUB
           ELSE
               IF WS-TXB-TOTAL < WS-TXB-MAX
                   ADD 1 TO WS-TXB-TOTAL
                   MOVE WS-TXB-TOTAL TO WS-TXB-SUB
                   MOVE WS-THIS-CODE TO TXB-T-CODE(WS-TXB-SUB)
                   MOVE WS-THIS-RATE TO TXB-T-RATE(WS-TXB-SUB)
                   MOVE ZERO TO TXB-T-LINES(WS-TXB-SUB)
                   MOVE ZERO TO TXB-T-NET(WS-TXB-SUB)
                   MOVE ZERO TO TXB-T-TAX(WS-TXB-SUB)
                   SET TXB-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-TXB-SKIPPED
               END-IF
           END-IF.
           IF TXB-FOUND
               ADD 1 TO TXB-T-LINES(WS-TXB-SUB)
               ADD WS-THIS-NET TO TXB-T-NET(WS-TXB-SUB)
               ADD WS-THIS-TAX TO TXB-T-TAX(WS-TXB-SUB)
           END-IF.

       PRINT-REPORT-PARA.
           OPEN OUTPUT TAX-REPORT.
           MOVE WS-MONTH TO RPT-HDR-MONTH.
           WRITE RPT-LINE FROM RPT-HEADER-1.
           WRITE RPT-LINE FROM RPT-HEADER-2.
           PERFORM PRINT-BUCKET-PARA
               VARYING WS-TXB-SUB FROM 1 BY 1
               UNTIL WS-TXB-SUB > WS-TXB-TOTAL.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-CODE.
           MOVE "MONTH TOTAL" TO RPT-DESC.
           MOVE ZERO TO RPT-RATE.
           MOVE WS-TOTAL-LINES TO RPT-LINES.
           MOVE WS-TOTAL-NET TO RPT-NET.
           MOVE WS-TOTAL-TAX TO RPT-TAX.
           COMPUTE RPT-GROSS = WS-TOTAL-NET + WS-TOTAL-TAX.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "INVOICE LINES IN MONTH      : " TO RPT-COUNT-LABEL.
           MOVE WS-INVOICE-LINES TO RPT-COUNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           MOVE "CREDIT MEMO LINES IN MONTH  : " TO RPT-COUNT-LABEL.
           MOVE WS-MEMO-LINES TO RPT-COUNT-VALUE.
           WRITE RPT-LINE FROM RPT-COUNT-LINE.
           CLOSE TAX-REPORT.

       PRINT-BUCKET-PARA.
           MOVE TXB-T-CODE(WS-TXB-SUB) TO RPT-CODE.
           MOVE "UNKNOWN CODE" TO RPT-DESC.
           PERFORM VARYING WS-TXD-SUB FROM 1 BY 1
                   UNTIL WS-TXD-SUB > 5
               IF TXD-CODE(WS-TXD-SUB) = TXB-T-CODE(WS-TXB-SUB)
                   MOVE TXD-TEXT(WS-TXD-SUB) TO RPT-DESC
               END-IF
           END-PERFORM.
           MOVE TXB-T-RATE(WS-TXB-SUB) TO RPT-RATE.
           MOVE TXB-T-LINES(WS-TXB-SUB) TO RPT-LINES.
           MOVE TXB-T-NET(WS-TXB-SUB) TO RPT-NET.
           MOVE TXB-T-TAX(WS-TXB-SUB) TO RPT-TAX.
           COMPUTE RPT-GROSS =
               TXB-T-NET(WS-TXB-SUB) + TXB-T-TAX(WS-TXB-SUB).
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
           ADD TXB-T-LINES(WS-TXB-SUB) TO WS-TOTAL-LINES.
           ADD TXB-T-NET(WS-TXB-SUB) TO WS-TOTAL-NET.
           ADD TXB-T-TAX(WS-TXB-SUB) TO WS-TOTAL-TAX.
       END PROGRAM TAXRPT.

      *          already produces - closing balance from
      *          BalanceFwd.dat, the known payroll commitment, and
      *          the projected position - so the one report the
      *          treasurer reads carries the whole picture. The
      *          supplier payment run APPAY last wrote to
      *          SupplierPay.dat stands beside the payroll as a
      *          second committed outflow (its trailer hash total)
      *          until the ledger closes past the payment date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LGR-FILESTATUS.

           SELECT SUPPLIER-PAY ASSIGN TO 'SupplierPay.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SPY-FILESTATUS.

           SELECT POSITION-REPORT
           ASSIGN TO 'CashPosition.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
       05 LGR-CLOSE           PIC X(13).
       05 FILLER              PIC X(1).
       05 LGR-MTD             PIC X(13).
      *
       FD SUPPLIER-PAY.
       01 SUPPLIER-PAY-RECORD PIC X(51).
       01 SUPPLIER-PAY-HDR-RECORD.
        05 HDR-TYPE PIC X(1).
        05 HDR-FEED-DATE PIC 9(8).
        05 HDR-SOURCE PIC X(9).
       01 SUPPLIER-PAY-TRL-RECORD.
        05 TRL-TYPE PIC X(1).
        05 TRL-COUNT PIC 9(5).
        05 TRL-HASH PIC 9(11)V99.
      *
       FD POSITION-REPORT.
       01 RPT-LINE            PIC X(60).
       01 PAY-FILESTATUS PIC X(02).
       01 LGR-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 SPY-FILESTATUS PIC X(02).
       01 PAY-EOF PIC X(1) VALUE 'N'.
           88 PAY-END-OF-FILE VALUE 'Y'.
       01 SPY-EOF PIC X(1) VALUE 'N'.
           88 SPY-END-OF-FILE VALUE 'Y'.
      *
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-CAL-FUNC PIC X(1).
      *
       01 WS-EXPECTED-NET PIC S9(9)V99 VALUE ZERO.
       01 WS-CLOSING PIC S9(9)V99 VALUE ZERO.
       01 WS-LEDGER-DATE PIC 9(8) VALUE ZERO.
       01 WS-SUPPLIER-PAY PIC S9(9)V99 VALUE ZERO.
       01 WS-SUPPLIER-PAY-DATE PIC 9(8) VALUE ZERO.
       01 WS-PROJECTED PIC S9(9)V99.
       01 WS-PAID-COUNT PIC 9(5) VALUE ZERO.
      *
       ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
       PERFORM FIND-NEXT-PAY-DATE-PARA
       PERFORM TOTAL-EXPECTED-NET-PARA THRU TOTAL-EXPECTED-NET-END
       PERFORM READ-LEDGER-PARA
       PERFORM READ-SUPPLIER-PAY-PARA THRU READ-SUPPLIER-PAY-END
       IF WS-PAID-COUNT = ZERO AND WS-SUPPLIER-PAY = ZERO
           DISPLAY " PAYDETAIL.DAT NOT FOUND OR EMPTY AND NO "
           DISPLAY " SUPPLIER PAYMENT OUTSTANDING - NO COMMITMENT "
           DISPLAY " TO FORECAST "
           GO TO PROGRAM-END-PARA
       END-IF
       COMPUTE WS-PROJECTED =
           WS-CLOSING - WS-EXPECTED-NET - WS-SUPPLIER-PAY

      *    THE SECTION RIDES ON THE CASH POSITION LEDGER PRINTS, SO
      *    THE TREASURER KEEPS READING ONE REPORT.
       MOVE "PAYROLL COMMITMENT  :" TO RPT-LABEL
       MOVE WS-EXPECTED-NET TO RPT-AMOUNT
       WRITE RPT-LINE FROM RPT-AMOUNT-LINE
       MOVE "SUPPLIER PAYMENTS   :" TO RPT-LABEL
       MOVE WS-SUPPLIER-PAY TO RPT-AMOUNT
       WRITE RPT-LINE FROM RPT-AMOUNT-LINE
       MOVE "PROJECTED POSITION  :" TO RPT-LABEL
       MOVE WS-PROJECTED TO RPT-AMOUNT
       WRITE RPT-LINE FROM RPT-AMOUNT-LINE
       CLOSE POSITION-REPORT
       DISPLAY "NEXT PAY DATE      : " WS-NEXT-PAY-DATE
       DISPLAY "PAYROLL COMMITMENT : " WS-EXPECTED-NET
       DISPLAY "SUPPLIER PAYMENTS  : " WS-SUPPLIER-PAY
       DISPLAY "PROJECTED POSITION : " WS-PROJECTED.

       PROGRAM-END-PARA.
               NOT AT END
                   COMPUTE WS-CLOSING =
                       FUNCTION NUMVAL(LGR-CLOSE)
                   MOVE LGR-DATE TO WS-LEDGER-DATE
           END-READ
           CLOSE LEDGER-FILE
       ELSE
           DISPLAY " BALANCEFWD.DAT NOT FOUND - CLOSING TAKEN AS "
           DISPLAY " ZERO "
       END-IF.

      *    THE PAYMENT FILE'S TRAILER CARRIES THE AMOUNT HASH - THE
      *    TOTAL SENT TO THE BANK. ONCE THE LEDGER HAS CLOSED ON OR
      *    AFTER THE PAYMENT DATE THE MONEY IS IN THE CLOSING
      *    BALANCE AND NO LONGER A COMMITMENT.
       READ-SUPPLIER-PAY-PARA.
       OPEN INPUT SUPPLIER-PAY
       IF SPY-FILESTATUS NOT = "00"
           GO TO READ-SUPPLIER-PAY-END
       END-IF
       PERFORM READ-ONE-SPY-PARA THRU READ-ONE-SPY-EXIT
           UNTIL SPY-END-OF-FILE
       CLOSE SUPPLIER-PAY
       IF WS-SUPPLIER-PAY-DATE NOT > WS-LEDGER-DATE
           MOVE ZERO TO WS-SUPPLIER-PAY
       END-IF.
       READ-SUPPLIER-PAY-END.
       EXIT.

       READ-ONE-SPY-PARA.
       READ SUPPLIER-PAY
           AT END
               SET SPY-END-OF-FILE TO TRUE
               GO TO READ-ONE-SPY-EXIT
       END-READ
       IF HDR-TYPE = 'H' AND WS-SUPPLIER-PAY-DATE = ZERO
               AND HDR-FEED-DATE IS NUMERIC
           MOVE HDR-FEED-DATE TO WS-SUPPLIER-PAY-DATE
       END-IF
       IF TRL-TYPE = 'T' AND TRL-HASH IS NUMERIC
           MOVE TRL-HASH TO WS-SUPPLIER-PAY
       END-IF.
       READ-ONE-SPY-EXIT.
       EXIT.
       END PROGRAM PAYFCST.

      *          bracketed by a header and a trailer carrying the
      *          record count and net-pay hash total, the same
      *          header/trailer style the NewHire.txn feed already
      *          uses, so the bank can validate its load. Where the
      *          month's timesheet was applied, the slip shows the
      *          regular, overtime and unpaid hours with the overtime
      *          pay and the unpaid-hours deduction that make up the
      *          gross; a pay line from before timesheets carries no
      *          hours and prints as it always did. Arrears paid
      *          for a back-dated salary change are shown on their
      *          own line above the gross they are part of.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        05 PAY-DEDUCT PIC 9(7)V99.
        05 FILLER PIC X(1).
        05 PAY-NET PIC 9(7)V99.
        05 FILLER PIC X(1).
        05 PAY-REG-HRS PIC 9(3)V99.
        05 FILLER PIC X(1).
        05 PAY-OT15-HRS PIC 9(3)V99.
        05 FILLER PIC X(1).
        05 PAY-OT20-HRS PIC 9(3)V99.
        05 FILLER PIC X(1).
        05 PAY-UNPAID-HRS PIC 9(3)V99.
        05 FILLER PIC X(1).
        05 PAY-OT-PAY PIC 9(7)V99.
        05 FILLER PIC X(1).
        05 PAY-UNPAID-PAY PIC 9(7)V99.
        05 FILLER PIC X(1).
        05 PAY-ARREARS PIC 9(7)V99.
      *
       FD BANK-FILE.
       01 BANK-PAY-RECORD.
       01 SLIP-AMOUNT-LINE.
           05 SLIP-LABEL PIC X(12).
           05 SLIP-AMOUNT PIC -(7)9.99.
       01 SLIP-HOURS-LINE.
           05 SLIP-HRS-LABEL PIC X(12).
           05 SLIP-HOURS PIC ZZ9.99.
       01 SLIP-RULE-LINE PIC X(40) VALUE ALL "-".

       PROCEDURE DIVISION.
       MOVE WS-FORMATTED(1:40) TO SLIP-NAME
       MOVE SLIP-NAME-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       IF PAY-REG-HRS IS NUMERIC AND PAY-OT-PAY IS NUMERIC
               AND PAY-UNPAID-PAY IS NUMERIC
           IF PAY-REG-HRS > ZERO OR PAY-OT15-HRS > ZERO
                   OR PAY-OT20-HRS > ZERO OR PAY-UNPAID-HRS > ZERO
               PERFORM SLIP-HOURS-PARA
           END-IF
       END-IF
       IF PAY-ARREARS IS NUMERIC
           IF PAY-ARREARS > ZERO
               MOVE "ARREARS   : " TO SLIP-LABEL
               MOVE PAY-ARREARS TO SLIP-AMOUNT
               MOVE SLIP-AMOUNT-LINE TO WS-RPT-DETAIL
               PERFORM WRITE-REPORT-LINE-PARA
           END-IF
       END-IF
       MOVE "GROSS     : " TO SLIP-LABEL
       MOVE PAY-GROSS TO SLIP-AMOUNT
       MOVE SLIP-AMOUNT-LINE TO WS-RPT-DETAIL
       SLIP-ONE-EXIT.
       EXIT.

       SLIP-HOURS-PARA.
       MOVE "REG HOURS : " TO SLIP-HRS-LABEL
       MOVE PAY-REG-HRS TO SLIP-HOURS
       MOVE SLIP-HOURS-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "OT 1.5    : " TO SLIP-HRS-LABEL
       MOVE PAY-OT15-HRS TO SLIP-HOURS
       MOVE SLIP-HOURS-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "OT 2.0    : " TO SLIP-HRS-LABEL
       MOVE PAY-OT20-HRS TO SLIP-HOURS
       MOVE SLIP-HOURS-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "UNPAID HRS: " TO SLIP-HRS-LABEL
       MOVE PAY-UNPAID-HRS TO SLIP-HOURS
       MOVE SLIP-HOURS-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "OVERTIME  : " TO SLIP-LABEL
       MOVE PAY-OT-PAY TO SLIP-AMOUNT
       MOVE SLIP-AMOUNT-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "UNPAID    : " TO SLIP-LABEL
       COMPUTE SLIP-AMOUNT = ZERO - PAY-UNPAID-PAY
       MOVE SLIP-AMOUNT-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA.

       WRITE-REPORT-LINE-PARA.
       MOVE 'D' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,

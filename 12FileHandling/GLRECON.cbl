      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end sub-ledger to control-account
      *          reconciliation. The trial balance proves the
      *          accounts add up; this proves the accounts agree with
      *          the books behind them. Each sub-ledger is totalled
      *          on its own - the receivables on CustBal.dat, the
      *          inventory on StockMaster.dat valued on-hand times
      *          moving-average cost the way STOCKVAL values it, and
      *          the staff and customer loans on the LoanMaster.dat
      *          LN-BALANCE - and compared with the balance of its
      *          control account on AcctBal.dat, the balance forward
      *          by account LEDGER keeps from every posted day's
      *          trial balance and the CtlPost.dat control postings
      *          the receivable and loan programs raise. Both sides
      *          are cumulative, so the proof holds on any night. The
      *          control accounts are the ChartAccts.dat
      *          lines tagged AR, INV or LOAN in a third field after
      *          the description; a sub-ledger with no tagged account
      *          is not reconciled. GLRecon.rpt prints each
      *          sub-ledger total, control balance and difference;
      *          GLRecon.dat carries the date and the outcome, and
      *          MTHCLOSE will not close the month unless it shows
      *          today's run reconciled. Anything out ends the run
      *          with RETURN-CODE 4; a run that cannot read the
      *          account balances, or finds no sub-ledger with a
      *          control account to prove, ends with 8 and leaves
      *          the month unreconciled.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-FILE
           ASSIGN TO 'ChartAccts.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHT-FILESTATUS.

           SELECT ACCT-BAL-FILE
           ASSIGN TO 'AcctBal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ABL-FILESTATUS.

           SELECT CUST-BALANCE
           ASSIGN TO 'CustBal.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CB-CUST-ID
           FILE STATUS IS BAL-FILESTATUS.

           SELECT STOCK-MASTER
           ASSIGN TO 'StockMaster.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STK-KEY
           FILE STATUS IS STK-FILESTATUS.

           SELECT LOAN-MASTER
           ASSIGN TO 'LoanMaster.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LN-ID
           ALTERNATE RECORD KEY IS LN-EMP-ID WITH DUPLICATES
           FILE STATUS IS LNM-FILESTATUS.

           SELECT RECON-REPORT
           ASSIGN TO 'GLRecon.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILESTATUS.

           SELECT RESULT-FILE
           ASSIGN TO 'GLRecon.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RES-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CHART-FILE.
       01 CHART-LINE          PIC X(30).
      *
       FD ACCT-BAL-FILE.
       COPY ABALREC REPLACING ==:REC:== BY ==ACCT-BAL-RECORD==.
      *
       FD CUST-BALANCE.
       01 CUST-BALANCE-RECORD.
       05 CB-CUST-ID          PIC X(6).
       05 CB-BALANCE          PIC S9(9)V99.
      *
       FD STOCK-MASTER.
       COPY STKREC REPLACING ==:REC:== BY ==STOCK-RECORD==.
      *
       FD LOAN-MASTER.
       COPY LNMREC REPLACING ==:REC:== BY ==LOAN-RECORD==.
      *
       FD RECON-REPORT.
       01 RPT-LINE            PIC X(80).
      *
      *    MACHINE-READABLE OUTCOME FOR THE MONTH-END CLOSE: THE RUN
      *    DATE AND WHETHER EVERY SUB-LEDGER AGREED.
       FD RESULT-FILE.
       01 RESULT-RECORD.
       05 RES-DATE            PIC 9(8).
       05 FILLER              PIC X(1).
       05 RES-STATUS          PIC X(8).
      *
       WORKING-STORAGE SECTION.

       01 CHT-FILESTATUS PIC X(02).
       01 ABL-FILESTATUS PIC X(02).
       01 BAL-FILESTATUS PIC X(02).
       01 STK-FILESTATUS PIC X(02).
       01 LNM-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 RES-FILESTATUS PIC X(02).
       01 CHT-EOF PIC X(1) VALUE 'N'.
           88 CHT-END-OF-FILE VALUE 'Y'.
       01 ABL-EOF PIC X(1) VALUE 'N'.
           88 ABL-END-OF-FILE VALUE 'Y'.
       01 WS-SUB-EOF PIC X(1).
           88 SUB-END-OF-FILE VALUE 'Y'.
      *
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-CHT-CODE-IN PIC X(4).
       01 WS-CHT-DESC-IN PIC X(20).
       01 WS-CHT-TAG-IN PIC X(4).
       01 WS-ITEM-VALUE PIC S9(9)V99.
       01 WS-OUT-COUNT PIC 9(1) VALUE ZERO.
       01 WS-DONE-COUNT PIC 9(1) VALUE ZERO.
       01 WS-RESULT-STATUS PIC X(8).
      *
      *    ONE ROW PER SUB-LEDGER: ITS TAG ON THE CHART, ITS NAME, THE
      *    CONTROL ACCOUNT FOUND FOR IT AND THE TWO TOTALS.
       01 SLG-TABLE.
           05 SLG-ENTRY OCCURS 3 TIMES.
               10 SLG-T-TAG PIC X(4).
               10 SLG-T-NAME PIC X(14).
               10 SLG-T-ACCT PIC X(4).
               10 SLG-T-SUB-TOTAL PIC S9(9)V99.
               10 SLG-T-CTL-TOTAL PIC S9(9)V99.
               10 SLG-T-NOTE PIC X(8).
       01 WS-SLG-SUB PIC 9(1).
      *
       01 RPT-HEADER-1.
           05 FILLER PIC X(34)
               VALUE "CONTROL ACCOUNT RECONCILIATION - ".
           05 RPT-HDR-DATE PIC 9(8).
       01 RPT-HEADER-2.
           05 FILLER PIC X(15) VALUE "SUB-LEDGER".
           05 FILLER PIC X(6) VALUE "ACCT".
           05 FILLER PIC X(14) VALUE "  SUB-LEDGER".
           05 FILLER PIC X(14) VALUE "     CONTROL".
           05 FILLER PIC X(14) VALUE "  DIFFERENCE".
       01 RPT-DETAIL-LINE.
           05 RPT-NAME PIC X(15).
           05 RPT-ACCT PIC X(6).
           05 RPT-SUB-TOTAL PIC -9(9).99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-CTL-TOTAL PIC -9(9).99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-DIFFERENCE PIC -9(9).99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-STATUS PIC X(12).
       01 RPT-SKIP-LINE.
           05 RPT-SKIP-NAME PIC X(15).
           05 FILLER PIC X(40)
               VALUE "NO CONTROL ACCOUNT ON THE CHART".
       01 RPT-RESULT-LINE.
           05 FILLER PIC X(21) VALUE "SUB-LEDGERS OUT     :".
           05 RPT-OUT-COUNT PIC 9(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
       MOVE SPACES TO SLG-TABLE
       MOVE "AR" TO SLG-T-TAG(1)
       MOVE "RECEIVABLES" TO SLG-T-NAME(1)
       MOVE "INV" TO SLG-T-TAG(2)
       MOVE "INVENTORY" TO SLG-T-NAME(2)
       MOVE "LOAN" TO SLG-T-TAG(3)
       MOVE "LOANS" TO SLG-T-NAME(3)
       PERFORM VARYING WS-SLG-SUB FROM 1 BY 1 UNTIL WS-SLG-SUB > 3
           MOVE ZERO TO SLG-T-SUB-TOTAL(WS-SLG-SUB)
           MOVE ZERO TO SLG-T-CTL-TOTAL(WS-SLG-SUB)
       END-PERFORM

       PERFORM LOAD-CHART-PARA
       OPEN INPUT ACCT-BAL-FILE
       IF ABL-FILESTATUS NOT = "00"
           DISPLAY " ACCTBAL.DAT NOT FOUND - NO LEDGER DAY POSTED "
           DISPLAY " YET, NOTHING RECONCILED "
           MOVE 8 TO RETURN-CODE
           MOVE "UNRECON" TO WS-RESULT-STATUS
           PERFORM WRITE-RESULT-PARA
           GO TO PROGRAM-END-PARA
       END-IF
       PERFORM READ-BALANCE-PARA THRU READ-BALANCE-EXIT
           UNTIL ABL-END-OF-FILE
       CLOSE ACCT-BAL-FILE

       IF SLG-T-ACCT(1) NOT = SPACES
           PERFORM TOTAL-RECEIVABLES-PARA
       END-IF
       IF SLG-T-ACCT(2) NOT = SPACES
           PERFORM TOTAL-INVENTORY-PARA
       END-IF
       IF SLG-T-ACCT(3) NOT = SPACES
           PERFORM TOTAL-LOANS-PARA
       END-IF

       OPEN OUTPUT RECON-REPORT
       MOVE WS-TODAY-DATE TO RPT-HDR-DATE
       WRITE RPT-LINE FROM RPT-HEADER-1
       WRITE RPT-LINE FROM RPT-HEADER-2
       PERFORM VARYING WS-SLG-SUB FROM 1 BY 1 UNTIL WS-SLG-SUB > 3
           PERFORM PRINT-ONE-PARA
       END-PERFORM
       MOVE SPACES TO RPT-LINE
       WRITE RPT-LINE
       MOVE WS-OUT-COUNT TO RPT-OUT-COUNT
       WRITE RPT-LINE FROM RPT-RESULT-LINE
       CLOSE RECON-REPORT

      *    A RUN THAT PROVED NOTHING DOES NOT CERTIFY THE MONTH.
       IF WS-DONE-COUNT = ZERO
           DISPLAY " NO SUB-LEDGER HAS A CONTROL ACCOUNT ON THE "
           DISPLAY " CHART - NOTHING RECONCILED "
           MOVE 8 TO RETURN-CODE
           MOVE "UNRECON" TO WS-RESULT-STATUS
       ELSE
           IF WS-OUT-COUNT > ZERO
               DISPLAY "*** " WS-OUT-COUNT " SUB-LEDGER(S) DO NOT "
                   "AGREE WITH THE CONTROL ACCOUNT - SEE GLRECON.RPT"
               MOVE 4 TO RETURN-CODE
               MOVE "OUTOFBAL" TO WS-RESULT-STATUS
           ELSE
               DISPLAY "SUB-LEDGERS RECONCILED : " WS-DONE-COUNT
               MOVE "RECONCLD" TO WS-RESULT-STATUS
           END-IF
       END-IF
       PERFORM WRITE-RESULT-PARA.

       PROGRAM-END-PARA.
      *    GOBACK RATHER THAN STOP RUN SO THE NIGHT SCHEDULER CAN
      *    CALL THIS STEP AND CARRY ON; RUN STANDALONE IT ENDS THE
      *    RUN UNIT JUST THE SAME.
       GOBACK.

      *    THE CHART LINE IS CODE, DESCRIPTION AND - ON A CONTROL
      *    ACCOUNT ONLY - THE TAG OF ITS SUB-LEDGER.
       LOAD-CHART-PARA.
       OPEN INPUT CHART-FILE
       IF CHT-FILESTATUS NOT = "00"
           DISPLAY " CHARTACCTS.DAT NOT FOUND - NO CONTROL ACCOUNTS "
       ELSE
           PERFORM LOAD-ONE-CHART-PARA THRU LOAD-ONE-CHART-EXIT
               UNTIL CHT-END-OF-FILE
           CLOSE CHART-FILE
       END-IF.

       LOAD-ONE-CHART-PARA.
       READ CHART-FILE
           AT END
               SET CHT-END-OF-FILE TO TRUE
               GO TO LOAD-ONE-CHART-EXIT
       END-READ
       MOVE SPACES TO WS-CHT-CODE-IN
       MOVE SPACES TO WS-CHT-DESC-IN
       MOVE SPACES TO WS-CHT-TAG-IN
       UNSTRING CHART-LINE DELIMITED BY ALL SPACE
           INTO WS-CHT-CODE-IN WS-CHT-DESC-IN WS-CHT-TAG-IN
       END-UNSTRING
       IF WS-CHT-TAG-IN = SPACES
           GO TO LOAD-ONE-CHART-EXIT
       END-IF
       PERFORM VARYING WS-SLG-SUB FROM 1 BY 1 UNTIL WS-SLG-SUB > 3
           IF SLG-T-TAG(WS-SLG-SUB) = WS-CHT-TAG-IN
               MOVE WS-CHT-CODE-IN TO SLG-T-ACCT(WS-SLG-SUB)
           END-IF
       END-PERFORM.
       LOAD-ONE-CHART-EXIT.
       EXIT.

      *    THE CONTROL BALANCE IS THE ACCOUNT'S BALANCE FORWARD, NOT
      *    THE LAST DAY'S MOVEMENT ON IT.
       READ-BALANCE-PARA.
       READ ACCT-BAL-FILE
           AT END
               SET ABL-END-OF-FILE TO TRUE
               GO TO READ-BALANCE-EXIT
       END-READ
       IF ABL-ACCT = SPACES
           GO TO READ-BALANCE-EXIT
       END-IF
       PERFORM VARYING WS-SLG-SUB FROM 1 BY 1 UNTIL WS-SLG-SUB > 3
           IF SLG-T-ACCT(WS-SLG-SUB) = ABL-ACCT
               COMPUTE SLG-T-CTL-TOTAL(WS-SLG-SUB) =
                   SLG-T-CTL-TOTAL(WS-SLG-SUB)
                   + FUNCTION NUMVAL(ABL-BALANCE)
           END-IF
       END-PERFORM.
       READ-BALANCE-EXIT.
       EXIT.

      *    A SUB-LEDGER FILE THAT DOES NOT EXIST YET HOLDS NOTHING;
      *    IT IS TOTALLED AT ZERO AND NOTED ON THE REPORT.
       TOTAL-RECEIVABLES-PARA.
       OPEN INPUT CUST-BALANCE
       IF BAL-FILESTATUS NOT = "00"
           MOVE "NO FILE" TO SLG-T-NOTE(1)
       ELSE
           MOVE 'N' TO WS-SUB-EOF
           PERFORM READ-ONE-CUSTOMER-PARA UNTIL SUB-END-OF-FILE
           CLOSE CUST-BALANCE
       END-IF.

       READ-ONE-CUSTOMER-PARA.
       READ CUST-BALANCE NEXT RECORD
           AT END
               SET SUB-END-OF-FILE TO TRUE
           NOT AT END
               ADD CB-BALANCE TO SLG-T-SUB-TOTAL(1)
       END-READ.

       TOTAL-INVENTORY-PARA.
       OPEN INPUT STOCK-MASTER
       IF STK-FILESTATUS NOT = "00"
           MOVE "NO FILE" TO SLG-T-NOTE(2)
       ELSE
           MOVE 'N' TO WS-SUB-EOF
           PERFORM READ-ONE-STOCK-PARA UNTIL SUB-END-OF-FILE
           CLOSE STOCK-MASTER
       END-IF.

      *    VALUED EXACTLY AS THE MONTH-END VALUATION VALUES IT - AN
      *    ITEM NEVER COSTED CARRIES NO VALUE.
       READ-ONE-STOCK-PARA.
       READ STOCK-MASTER NEXT RECORD
           AT END
               SET SUB-END-OF-FILE TO TRUE
           NOT AT END
               IF STK-AVG-COST NOT NUMERIC
                   MOVE ZERO TO STK-AVG-COST
               END-IF
               COMPUTE WS-ITEM-VALUE = STK-AVG-COST * STK-ON-HAND
               ADD WS-ITEM-VALUE TO SLG-T-SUB-TOTAL(2)
       END-READ.

       TOTAL-LOANS-PARA.
       OPEN INPUT LOAN-MASTER
       IF LNM-FILESTATUS NOT = "00"
           MOVE "NO FILE" TO SLG-T-NOTE(3)
       ELSE
           MOVE 'N' TO WS-SUB-EOF
           PERFORM READ-ONE-LOAN-PARA UNTIL SUB-END-OF-FILE
           CLOSE LOAN-MASTER
       END-IF.

       READ-ONE-LOAN-PARA.
       READ LOAN-MASTER NEXT RECORD
           AT END
               SET SUB-END-OF-FILE TO TRUE
           NOT AT END
               ADD LN-BALANCE TO SLG-T-SUB-TOTAL(3)
       END-READ.

       PRINT-ONE-PARA.
       IF SLG-T-ACCT(WS-SLG-SUB) = SPACES
           MOVE SLG-T-NAME(WS-SLG-SUB) TO RPT-SKIP-NAME
           WRITE RPT-LINE FROM RPT-SKIP-LINE
       ELSE
           ADD 1 TO WS-DONE-COUNT
           MOVE SLG-T-NAME(WS-SLG-SUB) TO RPT-NAME
           MOVE SLG-T-ACCT(WS-SLG-SUB) TO RPT-ACCT
           MOVE SLG-T-SUB-TOTAL(WS-SLG-SUB) TO RPT-SUB-TOTAL
           MOVE SLG-T-CTL-TOTAL(WS-SLG-SUB) TO RPT-CTL-TOTAL
           COMPUTE RPT-DIFFERENCE = SLG-T-SUB-TOTAL(WS-SLG-SUB)
               - SLG-T-CTL-TOTAL(WS-SLG-SUB)
           IF SLG-T-SUB-TOTAL(WS-SLG-SUB)
                   = SLG-T-CTL-TOTAL(WS-SLG-SUB)
               MOVE "AGREES" TO RPT-STATUS
           ELSE
               ADD 1 TO WS-OUT-COUNT
               MOVE "*** OUT ***" TO RPT-STATUS
           END-IF
           IF SLG-T-NOTE(WS-SLG-SUB) NOT = SPACES
               MOVE SPACES TO RPT-STATUS
               IF SLG-T-SUB-TOTAL(WS-SLG-SUB)
                       = SLG-T-CTL-TOTAL(WS-SLG-SUB)
                   MOVE SLG-T-NOTE(WS-SLG-SUB) TO RPT-STATUS
               ELSE
                   STRING "OUT-" SLG-T-NOTE(WS-SLG-SUB)
                       DELIMITED BY SIZE INTO RPT-STATUS
               END-IF
           END-IF
           WRITE RPT-LINE FROM RPT-DETAIL-LINE
       END-IF.

       WRITE-RESULT-PARA.
       OPEN OUTPUT RESULT-FILE
       MOVE SPACES TO RESULT-RECORD
       MOVE WS-TODAY-DATE TO RES-DATE
       MOVE WS-RESULT-STATUS TO RES-STATUS
       WRITE RESULT-RECORD
       CLOSE RESULT-FILE.
       END PROGRAM GLRECON.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly dunning run - the chase letters the aging
      *          report only points at. Ages every open item on
      *          ARDetail.dat into the same current / 30 / 60 / 90-day
      *          buckets ARAGING prints, and takes each customer's
      *          oldest overdue bucket as the dunning level: 30 days
      *          a friendly reminder (1), 60 days a firm letter (2),
      *          over 90 days a final demand (3). For each customer
      *          owing overdue money it writes a 'D' line to
      *          DunRecipients.dat (customer, level, overdue amount,
      *          oldest overdue invoice date) for the letter writer
      *          to print - LETTGEN DunRecipients.dat Dunning - and
      *          logs the letter on DunningHist.dat; a customer who
      *          already had a letter at that level this month is
      *          passed over. Every customer at final demand is
      *          listed on Collections.rpt for the credit controller,
      *          with the balance, the overdue amount, how long the
      *          oldest item has been owing and whether this run
      *          sent the demand.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNNING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AR-DETAIL ASSIGN TO "ARDetail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARD-FILESTATUS.
       SELECT DUNNING-HISTORY ASSIGN TO "DunningHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DNH-FILESTATUS.
       SELECT DUN-RECIPIENTS ASSIGN TO "DunRecipients.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RCP-FILESTATUS.
       SELECT CUSTOMER-MASTER ASSIGN TO "CustMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CUST-ID
           FILE STATUS IS CUS-FILESTATUS.
       SELECT CUST-BALANCE ASSIGN TO "CustBal.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CB-CUST-ID
           FILE STATUS IS BAL-FILESTATUS.
       SELECT COLLECT-REPORT ASSIGN TO "Collections.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AR-DETAIL.
       COPY ARDREC REPLACING ==:REC:== BY ==AR-DETAIL-RECORD==.
       FD DUNNING-HISTORY.
       COPY DNHREC REPLACING ==:REC:== BY ==DUNNING-HIST-RECORD==.
      *    THE 'D' RECIPIENT LINE THE LETTER WRITER READS.
       FD DUN-RECIPIENTS.
       01 DUN-RECIPIENT-LINE.
           05 DR-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 DR-CUST-ID PIC X(6).
           05 FILLER PIC X(1).
           05 DR-LEVEL PIC 9(1).
           05 FILLER PIC X(1).
           05 DR-OVERDUE PIC Z(9)9.99.
           05 FILLER PIC X(1).
           05 DR-OLDEST PIC 9(8).
       FD CUSTOMER-MASTER.
       COPY CMREC REPLACING ==:REC:== BY ==CUSTOMER-RECORD==.
       FD CUST-BALANCE.
       01 CUST-BALANCE-RECORD.
           05 CB-CUST-ID PIC X(6).
           05 CB-BALANCE PIC S9(9)V99.
       FD COLLECT-REPORT.
       01 RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 ARD-FILESTATUS PIC X(02).
       01 DNH-FILESTATUS PIC X(02).
       01 RCP-FILESTATUS PIC X(02).
       01 CUS-FILESTATUS PIC X(02).
       01 BAL-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 ARD-EOF PIC X(1) VALUE 'N'.
           88 ARD-END-OF-FILE VALUE 'Y'.
       01 DNH-EOF PIC X(1) VALUE 'N'.
           88 DNH-END-OF-FILE VALUE 'Y'.
      *
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-MONTH PIC 9(6).
       01 WS-AGE-DAYS PIC S9(5).
       01 WS-ITEM-AMOUNT PIC S9(7)V99.
       01 WS-BUCKET PIC 9(1).
      *
      *    PER CUSTOMER: EVERYTHING STILL OPEN, WHAT OF IT IS PAST
      *    30 DAYS, THE OLDEST BUCKET REACHED AND THE OLDEST OVERDUE
      *    INVOICE DATE.
       01 CUS-TABLE.
           05 CUS-ENTRY OCCURS 300 TIMES.
               10 CUS-T-ID PIC X(6).
               10 CUS-T-OPEN PIC S9(9)V99.
               10 CUS-T-OVERDUE PIC S9(9)V99.
               10 CUS-T-BUCKET PIC 9(1).
               10 CUS-T-OLDEST PIC 9(8).
       01 WS-CUS-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-CUS-MAX PIC 9(3) VALUE 300.
       01 WS-CUS-SUB PIC 9(3).
       01 WS-CUS-FOUND-SW PIC X(1).
           88 CUS-FOUND VALUE 'Y'.
       01 WS-CUS-OK-SW PIC X(1).
           88 CUS-SLOT-OK VALUE 'Y'.
       01 WS-FULL-WARNED PIC X(1) VALUE 'N'.
      *
      *    THIS MONTH'S LETTERS ALREADY SENT, FROM DUNNINGHIST.DAT.
       01 HST-TABLE.
           05 HST-ENTRY OCCURS 500 TIMES.
               10 HST-T-CUST PIC X(6).
               10 HST-T-LEVEL PIC 9(1).
               10 HST-T-DATE PIC 9(8).
       01 WS-HST-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-HST-MAX PIC 9(3) VALUE 500.
       01 WS-HST-SUB PIC 9(3).
       01 WS-HST-FOUND-SW PIC X(1).
           88 HST-FOUND VALUE 'Y'.
      *
       01 WS-DUN-LEVEL PIC 9(1).
           88 DUN-FINAL-DEMAND VALUE 3.
       01 WS-DUN-AMOUNT PIC S9(9)V99.
       01 WS-DUN-STATUS PIC X(12).
      *
       01 WS-LETTER-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REPEAT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NOT-ON-FILE PIC 9(5) VALUE ZERO.
       01 WS-COLLECT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LEVEL-COUNTS.
           05 WS-LEVEL-COUNT OCCURS 3 TIMES PIC 9(5) VALUE ZERO.
      *
       01 RPT-HEADER-1.
           05 FILLER PIC X(28) VALUE "COLLECTIONS - FINAL DEMAND ".
           05 RPT-HDR-DATE PIC 9(8).
       01 RPT-HEADER-2.
           05 FILLER PIC X(7)  VALUE "CUST".
           05 FILLER PIC X(20) VALUE "NAME".
           05 FILLER PIC X(13) VALUE "     BALANCE".
           05 FILLER PIC X(13) VALUE "     OVERDUE".
           05 FILLER PIC X(9)  VALUE "OLDEST".
           05 FILLER PIC X(6)  VALUE " DAYS".
           05 FILLER PIC X(11) VALUE "DEMAND".
       01 RPT-DETAIL-LINE.
           05 RPT-CUST-ID PIC X(7).
           05 RPT-NAME PIC X(20).
           05 RPT-BALANCE PIC -(8)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-OVERDUE PIC -(8)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-OLDEST PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-DAYS PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-STATUS PIC X(12).
       01 RPT-TOTAL-LINE.
           05 FILLER PIC X(28) VALUE "CUSTOMERS AT FINAL DEMAND".
           05 RPT-TOTAL-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
       MOVE WS-TODAY-DATE(1:6) TO WS-TODAY-MONTH
       OPEN INPUT AR-DETAIL
       IF ARD-FILESTATUS NOT = "00"
           DISPLAY " ARDETAIL.DAT NOT FOUND - NOTHING TO DUN "
           GO TO PROGRAM-END-PARA
       END-IF
       PERFORM AGE-ONE-PARA THRU AGE-ONE-EXIT
           UNTIL ARD-END-OF-FILE
       CLOSE AR-DETAIL

       OPEN INPUT DUNNING-HISTORY
       IF DNH-FILESTATUS = "00"
           PERFORM LOAD-HISTORY-PARA THRU LOAD-HISTORY-EXIT
               UNTIL DNH-END-OF-FILE
           CLOSE DUNNING-HISTORY
       END-IF
      *    A HISTORY TOO BIG TO HOLD COULD HIDE A LETTER ALREADY SENT,
      *    SO THE RUN IS REFUSED RATHER THAN CHASE A CUSTOMER TWICE.
       IF WS-HST-TOTAL > WS-HST-MAX
           DISPLAY " DUNNINGHIST.DAT HAS MORE THAN " WS-HST-MAX
               " LETTERS THIS MONTH - RUN REFUSED "
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF

       OPEN EXTEND DUNNING-HISTORY
       IF DNH-FILESTATUS NOT = "00"
           OPEN OUTPUT DUNNING-HISTORY
       END-IF
       OPEN OUTPUT DUN-RECIPIENTS
       OPEN INPUT CUSTOMER-MASTER
       OPEN INPUT CUST-BALANCE
       OPEN OUTPUT COLLECT-REPORT
       MOVE WS-TODAY-DATE TO RPT-HDR-DATE
       WRITE RPT-LINE FROM RPT-HEADER-1
       WRITE RPT-LINE FROM RPT-HEADER-2
       PERFORM DUN-ONE-PARA THRU DUN-ONE-EXIT
           VARYING WS-CUS-SUB FROM 1 BY 1
           UNTIL WS-CUS-SUB > WS-CUS-TOTAL
       MOVE SPACES TO RPT-LINE
       WRITE RPT-LINE
       MOVE WS-COLLECT-COUNT TO RPT-TOTAL-COUNT
       WRITE RPT-LINE FROM RPT-TOTAL-LINE
       CLOSE COLLECT-REPORT
       IF BAL-FILESTATUS = "00"
           CLOSE CUST-BALANCE
       END-IF
       IF CUS-FILESTATUS = "00"
           CLOSE CUSTOMER-MASTER
       END-IF
       CLOSE DUN-RECIPIENTS
       CLOSE DUNNING-HISTORY
       DISPLAY "CUSTOMERS AGED      : " WS-CUS-TOTAL
       DISPLAY "LETTERS TO SEND     : " WS-LETTER-COUNT
       DISPLAY "  FRIENDLY          : " WS-LEVEL-COUNT(1)
       DISPLAY "  FIRM              : " WS-LEVEL-COUNT(2)
       DISPLAY "  FINAL DEMAND      : " WS-LEVEL-COUNT(3)
       DISPLAY "ALREADY SENT MONTH  : " WS-REPEAT-COUNT
       DISPLAY "NOT ON CUSTMASTER   : " WS-NOT-ON-FILE
       DISPLAY "FOR COLLECTIONS     : " WS-COLLECT-COUNT.

       PROGRAM-END-PARA.
       STOP RUN.

       AGE-ONE-PARA.
       READ AR-DETAIL
           AT END
               SET ARD-END-OF-FILE TO TRUE
               GO TO AGE-ONE-EXIT
       END-READ
       IF AR-CUST-ID = SPACES
           GO TO AGE-ONE-EXIT
       END-IF
       IF AR-ITEM-CLEARED
           GO TO AGE-ONE-EXIT
       END-IF
       COMPUTE WS-AGE-DAYS =
           FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           - FUNCTION INTEGER-OF-DATE(AR-DATE)
       EVALUATE TRUE
       WHEN WS-AGE-DAYS < 31
           MOVE 1 TO WS-BUCKET
       WHEN WS-AGE-DAYS < 61
           MOVE 2 TO WS-BUCKET
       WHEN WS-AGE-DAYS < 91
           MOVE 3 TO WS-BUCKET
       WHEN OTHER
           MOVE 4 TO WS-BUCKET
       END-EVALUATE
       IF AR-OPEN-AMOUNT-X = SPACES
           COMPUTE WS-ITEM-AMOUNT = FUNCTION NUMVAL(AR-AMOUNT)
       ELSE
           COMPUTE WS-ITEM-AMOUNT = FUNCTION NUMVAL(AR-OPEN-AMOUNT)
       END-IF
       PERFORM FIND-CUSTOMER-PARA
       IF NOT CUS-SLOT-OK
           GO TO AGE-ONE-EXIT
       END-IF
       ADD WS-ITEM-AMOUNT TO CUS-T-OPEN(WS-CUS-SUB)
      *    ONLY AN INVOICE FALLS OVERDUE; MONEY ON ACCOUNT AND CREDIT
      *    MEMOS COME OFF THE OPEN TOTAL INSTEAD.
       IF AR-TYPE-INVOICE AND WS-BUCKET > 1 AND WS-ITEM-AMOUNT > 0
           ADD WS-ITEM-AMOUNT TO CUS-T-OVERDUE(WS-CUS-SUB)
           IF WS-BUCKET > CUS-T-BUCKET(WS-CUS-SUB)
               MOVE WS-BUCKET TO CUS-T-BUCKET(WS-CUS-SUB)
           END-IF
           IF CUS-T-OLDEST(WS-CUS-SUB) = ZERO
                   OR AR-DATE < CUS-T-OLDEST(WS-CUS-SUB)
               MOVE AR-DATE TO CUS-T-OLDEST(WS-CUS-SUB)
           END-IF
       END-IF.
       AGE-ONE-EXIT.
       EXIT.

       FIND-CUSTOMER-PARA.
       MOVE 'N' TO WS-CUS-FOUND-SW
       PERFORM VARYING WS-CUS-SUB FROM 1 BY 1
               UNTIL WS-CUS-SUB > WS-CUS-TOTAL OR CUS-FOUND
           IF CUS-T-ID(WS-CUS-SUB) = AR-CUST-ID
               SET CUS-FOUND TO TRUE
           END-IF
       END-PERFORM
       MOVE 'Y' TO WS-CUS-OK-SW
       IF CUS-FOUND
           SUBTRACT 1 FROM WS-CUS-SUB
       ELSE
           IF WS-CUS-TOTAL < WS-CUS-MAX
               ADD 1 TO WS-CUS-TOTAL
               MOVE AR-CUST-ID TO CUS-T-ID(WS-CUS-TOTAL)
               MOVE ZERO TO CUS-T-OPEN(WS-CUS-TOTAL)
               MOVE ZERO TO CUS-T-OVERDUE(WS-CUS-TOTAL)
               MOVE 1 TO CUS-T-BUCKET(WS-CUS-TOTAL)
               MOVE ZERO TO CUS-T-OLDEST(WS-CUS-TOTAL)
               MOVE WS-CUS-TOTAL TO WS-CUS-SUB
           ELSE
               MOVE 'N' TO WS-CUS-OK-SW
               IF WS-FULL-WARNED = 'N'
                   MOVE 'Y' TO WS-FULL-WARNED
                   DISPLAY "CUSTOMER TABLE FULL - DUNNING TRUNCATED"
               END-IF
           END-IF
       END-IF.

       LOAD-HISTORY-PARA.
       READ DUNNING-HISTORY
           AT END
               SET DNH-END-OF-FILE TO TRUE
               GO TO LOAD-HISTORY-EXIT
       END-READ
       IF DH-CUST-ID = SPACES OR DH-DATE(1:6) NOT = WS-TODAY-MONTH
           GO TO LOAD-HISTORY-EXIT
       END-IF
       ADD 1 TO WS-HST-TOTAL
       IF WS-HST-TOTAL > WS-HST-MAX
           SET DNH-END-OF-FILE TO TRUE
           GO TO LOAD-HISTORY-EXIT
       END-IF
       MOVE DH-CUST-ID TO HST-T-CUST(WS-HST-TOTAL)
       MOVE DH-LEVEL TO HST-T-LEVEL(WS-HST-TOTAL)
       MOVE DH-DATE TO HST-T-DATE(WS-HST-TOTAL).
       LOAD-HISTORY-EXIT.
       EXIT.

      *    THE LEVEL IS THE OLDEST OVERDUE BUCKET LESS ONE; WHAT IS
      *    CHASED IS THE OVERDUE AMOUNT, CAPPED AT THE NET OPEN
      *    BALANCE WHEN CREDITS ON ACCOUNT ALREADY COVER SOME OF IT.
       DUN-ONE-PARA.
       IF CUS-T-BUCKET(WS-CUS-SUB) < 2
               OR CUS-T-OVERDUE(WS-CUS-SUB) NOT > ZERO
               OR CUS-T-OPEN(WS-CUS-SUB) NOT > ZERO
           GO TO DUN-ONE-EXIT
       END-IF
       COMPUTE WS-DUN-LEVEL = CUS-T-BUCKET(WS-CUS-SUB) - 1
       MOVE CUS-T-OVERDUE(WS-CUS-SUB) TO WS-DUN-AMOUNT
       IF CUS-T-OPEN(WS-CUS-SUB) < WS-DUN-AMOUNT
           MOVE CUS-T-OPEN(WS-CUS-SUB) TO WS-DUN-AMOUNT
       END-IF
       MOVE CUS-T-ID(WS-CUS-SUB) TO CM-CUST-ID
       READ CUSTOMER-MASTER
           INVALID KEY
               ADD 1 TO WS-NOT-ON-FILE
               DISPLAY "NOT ON CUSTMASTER - NOT DUNNED : "
                   CUS-T-ID(WS-CUS-SUB)
               GO TO DUN-ONE-EXIT
       END-READ
       PERFORM FIND-HISTORY-PARA
       IF HST-FOUND
           ADD 1 TO WS-REPEAT-COUNT
           MOVE "ALREADY SENT" TO WS-DUN-STATUS
       ELSE
           PERFORM SEND-LETTER-PARA
           MOVE "SENT" TO WS-DUN-STATUS
       END-IF
       IF DUN-FINAL-DEMAND
           PERFORM COLLECTIONS-LINE-PARA
       END-IF.
       DUN-ONE-EXIT.
       EXIT.

       FIND-HISTORY-PARA.
       MOVE 'N' TO WS-HST-FOUND-SW
       PERFORM VARYING WS-HST-SUB FROM 1 BY 1
               UNTIL WS-HST-SUB > WS-HST-TOTAL OR HST-FOUND
           IF HST-T-CUST(WS-HST-SUB) = CUS-T-ID(WS-CUS-SUB)
                   AND HST-T-LEVEL(WS-HST-SUB) = WS-DUN-LEVEL
               SET HST-FOUND TO TRUE
           END-IF
       END-PERFORM.

       SEND-LETTER-PARA.
       MOVE SPACES TO DUN-RECIPIENT-LINE
       MOVE 'D' TO DR-TYPE
       MOVE CUS-T-ID(WS-CUS-SUB) TO DR-CUST-ID
       MOVE WS-DUN-LEVEL TO DR-LEVEL
       MOVE WS-DUN-AMOUNT TO DR-OVERDUE
       MOVE CUS-T-OLDEST(WS-CUS-SUB) TO DR-OLDEST
       WRITE DUN-RECIPIENT-LINE
       MOVE SPACES TO DUNNING-HIST-RECORD
       MOVE CUS-T-ID(WS-CUS-SUB) TO DH-CUST-ID
       MOVE WS-TODAY-DATE TO DH-DATE
       MOVE WS-DUN-LEVEL TO DH-LEVEL
       MOVE WS-DUN-AMOUNT TO DH-OVERDUE
       MOVE CUS-T-OLDEST(WS-CUS-SUB) TO DH-OLDEST
       WRITE DUNNING-HIST-RECORD
       ADD 1 TO WS-LETTER-COUNT
       ADD 1 TO WS-LEVEL-COUNT(WS-DUN-LEVEL).

       COLLECTIONS-LINE-PARA.
       MOVE CUS-T-ID(WS-CUS-SUB) TO CB-CUST-ID
       READ CUST-BALANCE
           INVALID KEY
               MOVE ZERO TO CB-BALANCE
       END-READ
       MOVE CUS-T-ID(WS-CUS-SUB) TO RPT-CUST-ID
       MOVE CM-NAME TO RPT-NAME
       MOVE CB-BALANCE TO RPT-BALANCE
       MOVE WS-DUN-AMOUNT TO RPT-OVERDUE
       MOVE CUS-T-OLDEST(WS-CUS-SUB) TO RPT-OLDEST
       COMPUTE WS-AGE-DAYS =
           FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           - FUNCTION INTEGER-OF-DATE(CUS-T-OLDEST(WS-CUS-SUB))
       MOVE WS-AGE-DAYS TO RPT-DAYS
       MOVE WS-DUN-STATUS TO RPT-STATUS
       WRITE RPT-LINE FROM RPT-DETAIL-LINE
       ADD 1 TO WS-COLLECT-COUNT.
       END PROGRAM DUNNING.

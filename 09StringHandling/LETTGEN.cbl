      *          catalogued through RPTCAT - the one engine the
      *          recertification notices, arrears letters and intake
      *          confirmations can all ride on.
      *          The dunning run rides on it too: a 'D' recipient
      *          line carries the customer, the dunning level (1
      *          friendly, 2 firm, 3 final demand), the overdue
      *          amount and the oldest overdue invoice date, picks
      *          the DunFriendly.txt / DunFirm.txt / DunFinal.txt
      *          template for its level and fills the &OVERDUE and
      *          &OLDEST tokens. The command line may name another
      *          recipients file and the report stem to write under
      *          (LETTGEN DunRecipients.dat Dunning).
      *          Loan payoff quotes ride on it as well: a 'Q' line
      *          carries a LoanQuote.dat quote reference, takes the
      *          PayoffQuote.txt template and fills &QUOTEREF,
      *          &LOANID, &PRINCIPAL, &INTEREST, &PAYOFF, &SETTLE
      *          and &VALIDTO from the quote, addressed to the
      *          borrower on Employee.dat for a staff loan and to
      *          the loan holder otherwise; a quote already settled
      *          is passed over (LETTGEN QuoteRecipients.dat
      *          PayoffQuote).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TEMPLATE-FILE ASSIGN TO WS-TPL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TPL-FILESTATUS.
       SELECT RECIPIENT-FILE ASSIGN TO WS-RCP-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RCP-FILESTATUS.
       SELECT CUSTOMER-MASTER ASSIGN TO "CustMaster.dat"
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS IS EMP-FILESTATUS.
       SELECT LOAN-QUOTE ASSIGN TO "LoanQuote.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LQ-REF
           FILE STATUS IS LQT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
           05 CB-BALANCE PIC S9(9)V99.
       FD EMPLOYEE.
       COPY EMPREC REPLACING ==:REC:== BY ==EMPLOYEE-RECORD==.
       FD LOAN-QUOTE.
       COPY LQTREC REPLACING ==:REC:== BY ==LOAN-QUOTE-RECORD==.

       WORKING-STORAGE SECTION.
       01 TPL-FILESTATUS PIC X(02).
       01 CUS-FILESTATUS PIC X(02).
       01 BAL-FILESTATUS PIC X(02).
       01 EMP-FILESTATUS PIC X(02).
       01 LQT-FILESTATUS PIC X(02).
       01 TPL-EOF PIC X(1) VALUE 'N'.
           88 TPL-END-OF-FILE VALUE 'Y'.
       01 RCP-EOF PIC X(1) VALUE 'N'.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-RPT-DATE-X PIC X(8).
      *
       01 WS-CMD-LINE PIC X(80).
       01 WS-RCP-NAME PIC X(30) VALUE "Recipients.dat".
       01 WS-RPT-STEM PIC X(16) VALUE "Letters".
      *
      *    SET 1 IS THE ORDINARY LETTER; SETS 2 TO 4 ARE THE THREE
      *    DUNNING LEVELS AND SET 5 THE PAYOFF QUOTE. A TEMPLATE
      *    THAT IS NOT THERE LOADS EMPTY AND ANY RECIPIENT NEEDING
      *    IT IS SKIPPED.
       01 TPL-NAME-VALUES.
           05 FILLER PIC X(20) VALUE "LetterTemplate.txt".
           05 FILLER PIC X(20) VALUE "DunFriendly.txt".
           05 FILLER PIC X(20) VALUE "DunFirm.txt".
           05 FILLER PIC X(20) VALUE "DunFinal.txt".
           05 FILLER PIC X(20) VALUE "PayoffQuote.txt".
       01 TPL-NAME-TABLE REDEFINES TPL-NAME-VALUES.
           05 TPL-FILE-NAME OCCURS 5 TIMES PIC X(20).
       01 WS-TPL-NAME PIC X(20).
       01 TPL-TABLE.
           05 TPL-SET OCCURS 5 TIMES.
               10 TPL-SET-TOTAL PIC 9(2).
               10 TPL-ENTRY OCCURS 30 TIMES PIC X(70).
       01 WS-TPL-SETS PIC 9(1) VALUE 5.
       01 WS-TPL-SET PIC 9(1).
       01 WS-TPL-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-TPL-MAX PIC 9(2) VALUE 30.
       01 WS-TPL-SUB PIC 9(2).
      *
       01 WS-RCP-TYPE PIC X(1).
       01 WS-RCP-KEY PIC X(10).
       01 WS-RCP-COURSE PIC X(20).
       01 WS-RCP-LEVEL PIC X(1).
           88 RCP-LEVEL-VALID VALUE '1' '2' '3'.
       01 WS-RCP-OVERDUE PIC X(13).
       01 WS-RCP-OLDEST PIC X(8).
      *
      *    THE RESOLVED TOKEN VALUES FOR THE RECIPIENT IN HAND.
       01 WS-VAL-NAME PIC X(30).
       01 WS-VAL-BALANCE PIC X(13).
       01 WS-VAL-COURSE PIC X(20).
       01 WS-VAL-DATE PIC X(8).
       01 WS-VAL-OVERDUE PIC X(13).
       01 WS-VAL-OLDEST PIC X(8).
       01 WS-VAL-QUOTEREF PIC X(6).
       01 WS-VAL-LOANID PIC X(8).
       01 WS-VAL-PRINCIPAL PIC X(13).
       01 WS-VAL-INTEREST PIC X(13).
       01 WS-VAL-PAYOFF PIC X(13).
       01 WS-VAL-SETTLE PIC X(8).
       01 WS-VAL-VALIDTO PIC X(8).
       01 WS-BALANCE-ED PIC -(9)9.99.
      *
       01 WS-IN-LINE PIC X(70).
       01 WS-RPT-TITLE PIC X(40) VALUE "FORM LETTERS".
       01 WS-RPT-DETAIL PIC X(80).
       01 WS-RPT-GEN-NAME PIC X(28).
       01 WS-CAT-REPORT-NAME PIC X(16).
       01 WS-RULE-LINE PIC X(40) VALUE ALL "-".

       PROCEDURE DIVISION.

       ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
       MOVE WS-TODAY-DATE TO WS-VAL-DATE
       MOVE SPACES TO WS-CMD-LINE
       ACCEPT WS-CMD-LINE FROM COMMAND-LINE
       IF WS-CMD-LINE NOT = SPACES
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-RCP-NAME WS-RPT-STEM
           END-UNSTRING
           IF WS-RPT-STEM = SPACES
               MOVE "Letters" TO WS-RPT-STEM
           END-IF
       END-IF
       MOVE FUNCTION UPPER-CASE(WS-RPT-STEM) TO WS-CAT-REPORT-NAME
       PERFORM LOAD-TEMPLATE-PARA THRU LOAD-TEMPLATE-END
           VARYING WS-TPL-SET FROM 1 BY 1
           UNTIL WS-TPL-SET > WS-TPL-SETS
       IF WS-TPL-TOTAL = ZERO
           DISPLAY " NO LETTER TEMPLATES FOUND OR ALL EMPTY - "
           DISPLAY " NOTHING TO GENERATE "
           GO TO PROGRAM-END-PARA
       END-IF
       OPEN INPUT RECIPIENT-FILE
       IF RCP-FILESTATUS NOT = "00"
           DISPLAY " " FUNCTION TRIM(WS-RCP-NAME)
               " NOT FOUND - NO LETTERS "
           GO TO PROGRAM-END-PARA
       END-IF
       OPEN INPUT CUSTOMER-MASTER
       OPEN INPUT CUST-BALANCE
       OPEN INPUT EMPLOYEE
       OPEN INPUT LOAN-QUOTE

       MOVE WS-TODAY-DATE TO WS-RPT-DATE-X
       MOVE SPACES TO WS-RPT-GEN-NAME
       STRING WS-RPT-STEM DELIMITED BY SPACE
           "." WS-RPT-DATE-X ".rpt"
           DELIMITED BY SIZE INTO WS-RPT-GEN-NAME
       MOVE 'O' TO WS-RPT-FUNC
       MOVE SPACES TO WS-RPT-DETAIL
       CALL "RPTCAT" USING WS-CAT-REPORT-NAME, WS-RPT-GEN-NAME,
           WS-TODAY-DATE
       END-CALL
       IF LQT-FILESTATUS = "00"
           CLOSE LOAN-QUOTE
       END-IF
       IF EMP-FILESTATUS = "00"
           CLOSE EMPLOYEE
       END-IF
       STOP RUN.

       LOAD-TEMPLATE-PARA.
       MOVE ZERO TO TPL-SET-TOTAL(WS-TPL-SET)
       MOVE 'N' TO TPL-EOF
       MOVE TPL-FILE-NAME(WS-TPL-SET) TO WS-TPL-NAME
       OPEN INPUT TEMPLATE-FILE
       IF TPL-FILESTATUS NOT = "00"
           GO TO LOAD-TEMPLATE-END
       END-IF
       PERFORM LOAD-ONE-TPL-PARA THRU LOAD-ONE-TPL-EXIT
           UNTIL TPL-END-OF-FILE
       CLOSE TEMPLATE-FILE
       ADD TPL-SET-TOTAL(WS-TPL-SET) TO WS-TPL-TOTAL.
       LOAD-TEMPLATE-END.
       EXIT.

               SET TPL-END-OF-FILE TO TRUE
               GO TO LOAD-ONE-TPL-EXIT
       END-READ
       IF TPL-SET-TOTAL(WS-TPL-SET) < WS-TPL-MAX
           ADD 1 TO TPL-SET-TOTAL(WS-TPL-SET)
           MOVE TEMPLATE-LINE
               TO TPL-ENTRY(WS-TPL-SET, TPL-SET-TOTAL(WS-TPL-SET))
       END-IF.
       LOAD-ONE-TPL-EXIT.
       EXIT.
       MOVE SPACES TO WS-RCP-TYPE
       MOVE SPACES TO WS-RCP-KEY
       MOVE SPACES TO WS-RCP-COURSE
       MOVE SPACES TO WS-RCP-LEVEL
       MOVE SPACES TO WS-RCP-OVERDUE
       MOVE SPACES TO WS-RCP-OLDEST
       IF RECIPIENT-LINE(1:1) = 'D'
           UNSTRING RECIPIENT-LINE DELIMITED BY ALL SPACE
               INTO WS-RCP-TYPE WS-RCP-KEY WS-RCP-LEVEL
                   WS-RCP-OVERDUE WS-RCP-OLDEST
           END-UNSTRING
       ELSE
           UNSTRING RECIPIENT-LINE DELIMITED BY ALL SPACE
               INTO WS-RCP-TYPE WS-RCP-KEY WS-RCP-COURSE
           END-UNSTRING
       END-IF
       IF WS-RCP-TYPE = SPACES OR WS-RCP-KEY = SPACES
           GO TO LETTER-ONE-EXIT
       END-IF
      *    A DUNNING LINE TAKES THE TEMPLATE FOR ITS LEVEL AND A
      *    QUOTE LINE THE PAYOFF QUOTE; EVERY OTHER RECIPIENT TAKES
      *    THE ORDINARY LETTER.
       MOVE 1 TO WS-TPL-SET
       IF WS-RCP-TYPE = 'Q'
           MOVE 5 TO WS-TPL-SET
       END-IF
       IF WS-RCP-TYPE = 'D'
           IF NOT RCP-LEVEL-VALID
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "BAD DUNNING LEVEL : " WS-RCP-KEY " "
                   WS-RCP-LEVEL
               GO TO LETTER-ONE-EXIT
           END-IF
           COMPUTE WS-TPL-SET = FUNCTION NUMVAL(WS-RCP-LEVEL) + 1
       END-IF
       IF TPL-SET-TOTAL(WS-TPL-SET) = ZERO
           ADD 1 TO WS-SKIPPED-COUNT
           DISPLAY "NO TEMPLATE " FUNCTION TRIM(
               TPL-FILE-NAME(WS-TPL-SET)) " FOR " WS-RCP-KEY
           GO TO LETTER-ONE-EXIT
       END-IF
       PERFORM RESOLVE-RECIPIENT-PARA THRU RESOLVE-RECIPIENT-EXIT
       IF WS-VAL-NAME = SPACES
           ADD 1 TO WS-SKIPPED-COUNT
       END-IF
       ADD 1 TO WS-LETTER-COUNT
       PERFORM VARYING WS-TPL-SUB FROM 1 BY 1
               UNTIL WS-TPL-SUB > TPL-SET-TOTAL(WS-TPL-SET)
           MOVE TPL-ENTRY(WS-TPL-SET, WS-TPL-SUB) TO WS-IN-LINE
           PERFORM SUBSTITUTE-LINE-PARA
           MOVE WS-OUT-LINE TO WS-RPT-DETAIL
           MOVE 'D' TO WS-RPT-FUNC
       MOVE SPACES TO WS-VAL-CUSTNO
       MOVE SPACES TO WS-VAL-BALANCE
       MOVE WS-RCP-COURSE TO WS-VAL-COURSE
       MOVE WS-RCP-OVERDUE TO WS-VAL-OVERDUE
       MOVE WS-RCP-OLDEST TO WS-VAL-OLDEST
       IF WS-RCP-TYPE = 'Q'
           PERFORM RESOLVE-QUOTE-PARA THRU RESOLVE-QUOTE-EXIT
           GO TO RESOLVE-RECIPIENT-EXIT
       END-IF
       IF WS-RCP-TYPE = 'C' OR WS-RCP-TYPE = 'D'
           MOVE WS-RCP-KEY TO CM-CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
       RESOLVE-RECIPIENT-EXIT.
       EXIT.

      *    A PAYOFF QUOTE IS RESOLVED FROM LOANQUOTE.DAT. A QUOTE
      *    ALREADY SETTLED LEAVES THE NAME BLANK SO NO LETTER GOES.
       RESOLVE-QUOTE-PARA.
       IF LQT-FILESTATUS NOT = "00" OR WS-RCP-KEY(1:6) NOT NUMERIC
           GO TO RESOLVE-QUOTE-EXIT
       END-IF
       MOVE WS-RCP-KEY(1:6) TO LQ-REF
       READ LOAN-QUOTE
           INVALID KEY
               GO TO RESOLVE-QUOTE-EXIT
       END-READ
       IF NOT LQ-OPEN
           GO TO RESOLVE-QUOTE-EXIT
       END-IF
       MOVE "LOAN HOLDER" TO WS-VAL-NAME
       MOVE LQ-LOAN-ID TO WS-VAL-CUSTNO
       IF LQ-EMP-ID NOT = SPACES
           MOVE LQ-EMP-ID TO EMP-ID
           READ EMPLOYEE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EMP-NAME TO WS-VAL-NAME
                   MOVE EMP-ID TO WS-VAL-CUSTNO
           END-READ
       END-IF
       MOVE LQ-REF TO WS-VAL-QUOTEREF
       MOVE LQ-LOAN-ID TO WS-VAL-LOANID
       MOVE LQ-PRINCIPAL TO WS-BALANCE-ED
       MOVE WS-BALANCE-ED TO WS-VAL-PRINCIPAL
       MOVE LQ-INTEREST TO WS-BALANCE-ED
       MOVE WS-BALANCE-ED TO WS-VAL-INTEREST
       MOVE LQ-PAYOFF TO WS-BALANCE-ED
       MOVE WS-BALANCE-ED TO WS-VAL-PAYOFF
       MOVE LQ-SETTLE-DATE TO WS-VAL-SETTLE
       MOVE LQ-VALID-DATE TO WS-VAL-VALIDTO.
       RESOLVE-QUOTE-EXIT.
       EXIT.

      *    THE TEMPLATE LINE IS COPIED CHARACTER BY CHARACTER; AN
      *    '&' OPENS A TOKEN, THE KNOWN TOKEN NAMES ARE MATCHED IN
      *    PLACE, AND THE RESOLVED VALUE GOES OUT TRIMMED THROUGH
       MOVE ZERO TO WS-SKIP-LEN
       MOVE SPACES TO WS-TOKEN-VALUE
       EVALUATE TRUE
       WHEN WS-SCAN-SUB < 62
               AND WS-IN-LINE(WS-SCAN-SUB:10) = "&PRINCIPAL"
           MOVE 10 TO WS-SKIP-LEN
           MOVE WS-VAL-PRINCIPAL TO WS-TOKEN-VALUE
       WHEN WS-SCAN-SUB < 63
               AND WS-IN-LINE(WS-SCAN-SUB:9) = "&QUOTEREF"
           MOVE 9 TO WS-SKIP-LEN
           MOVE WS-VAL-QUOTEREF TO WS-TOKEN-VALUE
       WHEN WS-SCAN-SUB < 63
               AND WS-IN-LINE(WS-SCAN-SUB:9) = "&INTEREST"
           MOVE 9 TO WS-SKIP-LEN
           MOVE WS-VAL-INTEREST TO WS-TOKEN-VALUE
       WHEN WS-SCAN-SUB < 64
               AND WS-IN-LINE(WS-SCAN-SUB:8) = "&VALIDTO"
           MOVE 8 TO WS-SKIP-LEN
           MOVE WS-VAL-VALIDTO TO WS-TOKEN-VALUE
       WHEN WS-SCAN-SUB < 65
               AND WS-IN-LINE(WS-SCAN-SUB:7) = "&LOANID"
           MOVE 7 TO WS-SKIP-LEN
           MOVE WS-VAL-LOANID TO WS-TOKEN-VALUE
       WHEN WS-SCAN-SUB < 65
               AND WS-IN-LINE(WS-SCAN-SUB:7) = "&PAYOFF"
           MOVE 7 TO WS-SKIP-LEN
           MOVE WS-VAL-PAYOFF TO WS-TOKEN-VALUE
       WHEN WS-SCAN-SUB < 65
               AND WS-IN-LINE(WS-SCAN-SUB:7) = "&SETTLE"
           MOVE 7 TO WS-SKIP-LEN
           MOVE WS-VAL-SETTLE TO WS-TOKEN-VALUE
       WHEN WS-SCAN-SUB < 64
               AND WS-IN-LINE(WS-SCAN-SUB:8) = "&BALANCE"
           MOVE 8 TO WS-SKIP-LEN
           MOVE WS-VAL-BALANCE TO WS-TOKEN-VALUE
       WHEN WS-SCAN-SUB < 64
               AND WS-IN-LINE(WS-SCAN-SUB:8) = "&OVERDUE"
           MOVE 8 TO WS-SKIP-LEN
           MOVE WS-VAL-OVERDUE TO WS-TOKEN-VALUE
       WHEN WS-SCAN-SUB < 65
               AND WS-IN-LINE(WS-SCAN-SUB:7) = "&OLDEST"
           MOVE 7 TO WS-SKIP-LEN
           MOVE WS-VAL-OLDEST TO WS-TOKEN-VALUE
       WHEN WS-SCAN-SUB < 65
               AND WS-IN-LINE(WS-SCAN-SUB:7) = "&CUSTNO"
           MOVE 7 TO WS-SKIP-LEN

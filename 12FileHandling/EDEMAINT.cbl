      ******************************************************************
      * Author:
      * Date:
      * Purpose: Transaction-driven maintenance for the EmpDeduct.dat
      *          employee deduction elections PAYROLL applies. Reads
      *          the EmpDeduct.txn transaction file of add ('A'),
      *          change ('C') and stop ('X') transactions, each keyed
      *          on an employee id and a deduction code. The code must
      *          be one Deductions.dat names and the employee must be
      *          on the Employee.dat master (and still active, for an
      *          add). An add opens a new election; a change replaces
      *          its terms but keeps what has been taken against the
      *          limit, reopening a paid-off garnishment whose limit
      *          was raised; a stop sets the stop date (today when the
      *          transaction carries none). Rejects are queued to the
      *          common suspense file through SUSPOUT, and the day's
      *          transactions are consumed once applied.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDEMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-DEDUCT ASSIGN TO 'EmpDeduct.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EDE-KEY
           FILE STATUS IS EDE-FILESTATUS.

           SELECT EMPLOYEE
           ASSIGN TO 'Employee.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS IS EMP-FILESTATUS.

           SELECT DEDUCTION-FILE ASSIGN TO 'Deductions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DED-FILESTATUS.

           SELECT ELECT-TXN ASSIGN TO 'EmpDeduct.txn'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TXN-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD EMP-DEDUCT.
       COPY EDEREC REPLACING ==:REC:== BY ==EMP-DEDUCT-RECORD==.
      *
       FD EMPLOYEE.
       COPY EMPREC REPLACING ==:REC:== BY ==EMPLOYEE-RECORD==.
      *
       FD DEDUCTION-FILE.
       01 DEDUCTION-LINE PIC X(40).
      *
      *    ONE FIXED-COLUMN TRANSACTION PER LINE. AMOUNTS CARRY TWO
      *    IMPLIED DECIMALS; A BLANK DATE, LIMIT OR CAP MEANS NONE.
      *    A STOP NEEDS ONLY THE KEY AND, OPTIONALLY, A STOP DATE.
       FD ELECT-TXN.
       01 ELECT-TXN-RECORD.
        05 ETX-ACTION PIC X(1).
        05 ETX-EMP-ID PIC X(10).
        05 ETX-CODE PIC X(4).
        05 ETX-METHOD PIC X(1).
        05 ETX-VALUE PIC X(9).
        05 ETX-START-DATE PIC X(8).
        05 ETX-STOP-DATE PIC X(8).
        05 ETX-LIMIT PIC X(11).
        05 ETX-MONTH-CAP PIC X(9).
       01 ELECT-TXN-NUMERIC-VIEW REDEFINES ELECT-TXN-RECORD.
        05 FILLER PIC X(16).
        05 ETX-VALUE-N PIC 9(7)V99.
        05 ETX-START-DATE-N PIC 9(8).
        05 ETX-STOP-DATE-N PIC 9(8).
        05 ETX-LIMIT-N PIC 9(9)V99.
        05 ETX-MONTH-CAP-N PIC 9(7)V99.
      *
       WORKING-STORAGE SECTION.

       01 EDE-FILESTATUS PIC X(02).
       01 EMP-FILESTATUS PIC X(02).
       01 DED-FILESTATUS PIC X(02).
       01 TXN-FILESTATUS PIC X(02).
       01 TXN-EOF-FLAG PIC X(1) VALUE 'N'.
           88 TXN-END-OF-FILE VALUE 'Y'.
       01 DED-EOF-FLAG PIC X(1) VALUE 'N'.
           88 DED-END-OF-FILE VALUE 'Y'.
      *
      *    THE DEDUCTION CODES DEDUCTIONS.DAT NAMES - AN ELECTION ON
      *    ANY OTHER CODE WOULD NEVER REACH A PAYSLIP.
       01 DED-TABLE.
           05 DED-T-CODE OCCURS 10 TIMES PIC X(4).
       01 WS-DED-TOTAL PIC 99 VALUE ZERO.
       01 WS-DED-SUB PIC 99.
       01 WS-DED-CODE-IN PIC X(4).
       01 WS-DED-FOUND-SW PIC X(1).
           88 DEDUCTION-FOUND VALUE 'Y'.
      *
       01 WS-EDIT-FIELD PIC X(20).
       01 WS-EDIT-LEN PIC 99.
       01 WS-EDIT-TYPE PIC X(1).
       01 WS-EDIT-VALID PIC X(1).
      *
       01 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ADDED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CHANGED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-STOPPED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
      *
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "EDEMAINT".
       01 WS-SHARED-ACTION  PIC X(9).
       01 WS-SHARED-KEY     PIC X(10).
       01 WS-SUSP-PAYLOAD PIC X(80).
       01 WS-RS-PHASE PIC X(1).
       01 WS-RS-RECORDS PIC 9(7) VALUE ZERO.
      *
       01 WS-TODAY-DATE PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
       MOVE 'S' TO WS-RS-PHASE
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL

       OPEN INPUT ELECT-TXN
       IF TXN-FILESTATUS NOT = "00"
           DISPLAY " EMPDEDUCT.TXN NOT FOUND - NO ELECTIONS TODAY "
           DISPLAY " FILE STATUS IS : " TXN-FILESTATUS
           GO TO PROGRAM-END-PARA
       END-IF
       PERFORM LOAD-DEDUCTIONS-PARA
       IF WS-DED-TOTAL = ZERO
           DISPLAY " DEDUCTIONS.DAT HOLDS NO CODES - NO ELECTION "
           DISPLAY " CAN BE PROVED, MAINTENANCE REFUSED "
           MOVE 8 TO RETURN-CODE
           CLOSE ELECT-TXN
           GO TO PROGRAM-END-PARA
       END-IF
       OPEN INPUT EMPLOYEE
       IF EMP-FILESTATUS NOT = "00"
           DISPLAY " EMPLOYEE.DAT NOT FOUND "
           DISPLAY " FILE STATUS IS : " EMP-FILESTATUS
           MOVE "FILE-MISS" TO WS-SHARED-ACTION
           MOVE SPACES TO WS-SHARED-KEY
           MOVE "FS=" TO WS-SHARED-KEY(1:3)
           MOVE EMP-FILESTATUS TO WS-SHARED-KEY(4:2)
           CALL "EXCPLOG" USING WS-SHARED-PROGRAM, WS-SHARED-ACTION,
               WS-SHARED-KEY
           CLOSE ELECT-TXN
           GO TO PROGRAM-END-PARA
       END-IF
      *    THE FIRST ELECTION EVER TAKEN CREATES THE FILE.
       OPEN I-O EMP-DEDUCT
       IF EDE-FILESTATUS = "35"
           OPEN OUTPUT EMP-DEDUCT
           CLOSE EMP-DEDUCT
           OPEN I-O EMP-DEDUCT
       END-IF

       PERFORM APPLY-ELECTION-PARA THRU APPLY-ELECTION-EXIT
           UNTIL TXN-END-OF-FILE

       CLOSE EMP-DEDUCT
       CLOSE EMPLOYEE
       CLOSE ELECT-TXN
      *    THE DAY'S TRANSACTIONS ARE CONSUMED ONCE APPLIED - A RERUN
      *    MUST NOT ADD THE SAME ELECTIONS TWICE. REJECTS LIVE ON IN
      *    SUSPENSE.
       OPEN OUTPUT ELECT-TXN
       CLOSE ELECT-TXN

       DISPLAY "=== DEDUCTION ELECTION MAINTENANCE ==="
       DISPLAY "TRANSACTIONS READ : " WS-READ-COUNT
       DISPLAY "ELECTIONS ADDED   : " WS-ADDED-COUNT
       DISPLAY "ELECTIONS CHANGED : " WS-CHANGED-COUNT
       DISPLAY "ELECTIONS STOPPED : " WS-STOPPED-COUNT
       DISPLAY "REJECTED          : " WS-REJECT-COUNT
       MOVE 'E' TO WS-RS-PHASE
       MOVE WS-READ-COUNT TO WS-RS-RECORDS
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL.

       PROGRAM-END-PARA.
      *    GOBACK RATHER THAN STOP RUN SO THE NIGHT SCHEDULER CAN
      *    CALL THIS STEP AND CARRY ON.
       GOBACK.

       APPLY-ELECTION-PARA.
       READ ELECT-TXN
           AT END
               SET TXN-END-OF-FILE TO TRUE
               GO TO APPLY-ELECTION-EXIT
       END-READ
       IF ELECT-TXN-RECORD = SPACES
           GO TO APPLY-ELECTION-EXIT
       END-IF
       ADD 1 TO WS-READ-COUNT
       IF ETX-ACTION NOT = 'A' AND ETX-ACTION NOT = 'C'
               AND ETX-ACTION NOT = 'X'
           MOVE "BAD-ACTN " TO WS-SHARED-ACTION
           PERFORM REJECT-TXN-PARA
           GO TO APPLY-ELECTION-EXIT
       END-IF
       MOVE SPACES TO WS-EDIT-FIELD
       MOVE ETX-EMP-ID TO WS-EDIT-FIELD
       MOVE 10 TO WS-EDIT-LEN
       MOVE 'N' TO WS-EDIT-TYPE
       CALL "INPUT-EDIT" USING WS-EDIT-FIELD, WS-EDIT-LEN,
           WS-EDIT-TYPE, WS-EDIT-VALID
       END-CALL
       IF WS-EDIT-VALID NOT = 'Y'
           MOVE "INV-KEY  " TO WS-SHARED-ACTION
           PERFORM REJECT-TXN-PARA
           GO TO APPLY-ELECTION-EXIT
       END-IF
       MOVE 'N' TO WS-DED-FOUND-SW
       PERFORM VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > WS-DED-TOTAL OR DEDUCTION-FOUND
           IF DED-T-CODE(WS-DED-SUB) = ETX-CODE
               SET DEDUCTION-FOUND TO TRUE
           END-IF
       END-PERFORM
       IF NOT DEDUCTION-FOUND
           MOVE "DED-CODE " TO WS-SHARED-ACTION
           PERFORM REJECT-TXN-PARA
           GO TO APPLY-ELECTION-EXIT
       END-IF
       MOVE ETX-EMP-ID TO EMP-ID
       READ EMPLOYEE
           INVALID KEY
               MOVE "NO-EMP   " TO WS-SHARED-ACTION
               PERFORM REJECT-TXN-PARA
               GO TO APPLY-ELECTION-EXIT
       END-READ
       IF ETX-ACTION = 'X'
           PERFORM APPLY-STOP-PARA THRU APPLY-STOP-EXIT
           GO TO APPLY-ELECTION-EXIT
       END-IF
       IF ETX-ACTION = 'A' AND EMP-MST-TERMED
           MOVE "EMP-TERMD" TO WS-SHARED-ACTION
           PERFORM REJECT-TXN-PARA
           GO TO APPLY-ELECTION-EXIT
       END-IF
       PERFORM EDIT-TERMS-PARA THRU EDIT-TERMS-EXIT
       IF WS-EDIT-VALID NOT = 'Y'
           PERFORM REJECT-TXN-PARA
           GO TO APPLY-ELECTION-EXIT
       END-IF
       MOVE ETX-EMP-ID TO EDE-EMP-ID
       MOVE ETX-CODE TO EDE-CODE
       IF ETX-ACTION = 'A'
           PERFORM APPLY-ADD-PARA
       ELSE
           PERFORM APPLY-CHANGE-PARA
       END-IF.
       APPLY-ELECTION-EXIT.
       EXIT.

      *    THE TERMS OF AN ADD OR CHANGE: A METHOD OF P OR F, A VALUE
      *    ABOVE ZERO, A PERCENT NO MORE THAN 100, AND EVERY FILLED
      *    AMOUNT OR DATE NUMERIC. THE REJECT ACTION IS LEFT SET FOR
      *    THE CALLER.
       EDIT-TERMS-PARA.
       MOVE 'N' TO WS-EDIT-VALID
       IF ETX-METHOD NOT = 'P' AND ETX-METHOD NOT = 'F'
           MOVE "BAD-METHD" TO WS-SHARED-ACTION
           GO TO EDIT-TERMS-EXIT
       END-IF
       MOVE "BAD-AMT  " TO WS-SHARED-ACTION
       MOVE ETX-VALUE TO WS-EDIT-FIELD
       MOVE 9 TO WS-EDIT-LEN
       PERFORM EDIT-NUMERIC-PARA
       IF WS-EDIT-VALID NOT = 'Y'
           GO TO EDIT-TERMS-EXIT
       END-IF
       IF ETX-VALUE-N = ZERO
               OR (ETX-METHOD = 'P' AND ETX-VALUE-N > 100)
           MOVE 'N' TO WS-EDIT-VALID
           GO TO EDIT-TERMS-EXIT
       END-IF
       IF ETX-LIMIT NOT = SPACES
           MOVE ETX-LIMIT TO WS-EDIT-FIELD
           MOVE 11 TO WS-EDIT-LEN
           PERFORM EDIT-NUMERIC-PARA
           IF WS-EDIT-VALID NOT = 'Y'
               GO TO EDIT-TERMS-EXIT
           END-IF
       END-IF
       IF ETX-MONTH-CAP NOT = SPACES
           MOVE ETX-MONTH-CAP TO WS-EDIT-FIELD
           MOVE 9 TO WS-EDIT-LEN
           PERFORM EDIT-NUMERIC-PARA
           IF WS-EDIT-VALID NOT = 'Y'
               GO TO EDIT-TERMS-EXIT
           END-IF
       END-IF
       MOVE "BAD-DATE " TO WS-SHARED-ACTION
       IF ETX-START-DATE NOT = SPACES
           MOVE ETX-START-DATE TO WS-EDIT-FIELD
           MOVE 8 TO WS-EDIT-LEN
           PERFORM EDIT-NUMERIC-PARA
           IF WS-EDIT-VALID NOT = 'Y'
               GO TO EDIT-TERMS-EXIT
           END-IF
       END-IF
       IF ETX-STOP-DATE NOT = SPACES
           MOVE ETX-STOP-DATE TO WS-EDIT-FIELD
           MOVE 8 TO WS-EDIT-LEN
           PERFORM EDIT-NUMERIC-PARA
           IF WS-EDIT-VALID NOT = 'Y'
               GO TO EDIT-TERMS-EXIT
           END-IF
       END-IF
       MOVE 'Y' TO WS-EDIT-VALID.
       EDIT-TERMS-EXIT.
       EXIT.

       EDIT-NUMERIC-PARA.
       MOVE 'N' TO WS-EDIT-TYPE
       CALL "INPUT-EDIT" USING WS-EDIT-FIELD, WS-EDIT-LEN,
           WS-EDIT-TYPE, WS-EDIT-VALID
       END-CALL.

       APPLY-ADD-PARA.
       READ EMP-DEDUCT
           INVALID KEY
               MOVE ZERO TO EDE-TAKEN
               MOVE ZERO TO EDE-LAST-PERIOD
               MOVE ZERO TO EDE-LAST-AMOUNT
               PERFORM MOVE-TERMS-PARA
               WRITE EMP-DEDUCT-RECORD
               ADD 1 TO WS-ADDED-COUNT
           NOT INVALID KEY
               MOVE "DUP-KEY  " TO WS-SHARED-ACTION
               PERFORM REJECT-TXN-PARA
       END-READ.

      *    WHAT HAS ALREADY BEEN TAKEN STAYS WITH THE ELECTION; ONLY
      *    THE TERMS CHANGE.
       APPLY-CHANGE-PARA.
       READ EMP-DEDUCT
           INVALID KEY
               MOVE "KEY-MISS " TO WS-SHARED-ACTION
               PERFORM REJECT-TXN-PARA
           NOT INVALID KEY
               PERFORM MOVE-TERMS-PARA
               REWRITE EMP-DEDUCT-RECORD
               ADD 1 TO WS-CHANGED-COUNT
       END-READ.

       MOVE-TERMS-PARA.
       MOVE ETX-METHOD TO EDE-METHOD
       MOVE ETX-VALUE-N TO EDE-VALUE
       IF ETX-START-DATE = SPACES
           MOVE WS-TODAY-DATE TO EDE-START-DATE
       ELSE
           MOVE ETX-START-DATE-N TO EDE-START-DATE
       END-IF
       IF ETX-STOP-DATE = SPACES
           MOVE ZERO TO EDE-STOP-DATE
       ELSE
           MOVE ETX-STOP-DATE-N TO EDE-STOP-DATE
       END-IF
       IF ETX-LIMIT = SPACES
           MOVE ZERO TO EDE-LIMIT
       ELSE
           MOVE ETX-LIMIT-N TO EDE-LIMIT
       END-IF
       IF ETX-MONTH-CAP = SPACES
           MOVE ZERO TO EDE-MONTH-CAP
       ELSE
           MOVE ETX-MONTH-CAP-N TO EDE-MONTH-CAP
       END-IF
       SET EDE-ACTIVE TO TRUE
       IF EDE-LIMIT > ZERO AND EDE-TAKEN NOT < EDE-LIMIT
           SET EDE-PAID-OFF TO TRUE
       END-IF.

       APPLY-STOP-PARA.
       IF ETX-STOP-DATE NOT = SPACES
           MOVE ETX-STOP-DATE TO WS-EDIT-FIELD
           MOVE 8 TO WS-EDIT-LEN
           PERFORM EDIT-NUMERIC-PARA
           IF WS-EDIT-VALID NOT = 'Y'
               MOVE "BAD-DATE " TO WS-SHARED-ACTION
               PERFORM REJECT-TXN-PARA
               GO TO APPLY-STOP-EXIT
           END-IF
       END-IF
       MOVE ETX-EMP-ID TO EDE-EMP-ID
       MOVE ETX-CODE TO EDE-CODE
       READ EMP-DEDUCT
           INVALID KEY
               MOVE "KEY-MISS " TO WS-SHARED-ACTION
               PERFORM REJECT-TXN-PARA
           NOT INVALID KEY
               IF ETX-STOP-DATE = SPACES
                   MOVE WS-TODAY-DATE TO EDE-STOP-DATE
               ELSE
                   MOVE ETX-STOP-DATE-N TO EDE-STOP-DATE
               END-IF
               REWRITE EMP-DEDUCT-RECORD
               ADD 1 TO WS-STOPPED-COUNT
       END-READ.
       APPLY-STOP-EXIT.
       EXIT.

       REJECT-TXN-PARA.
       ADD 1 TO WS-REJECT-COUNT
       DISPLAY "*** TRANSACTION REJECTED (" WS-SHARED-ACTION ") : "
           ELECT-TXN-RECORD(1:40)
       MOVE ETX-EMP-ID TO WS-SHARED-KEY
       MOVE SPACES TO WS-SUSP-PAYLOAD
       MOVE ELECT-TXN-RECORD TO WS-SUSP-PAYLOAD
       CALL "SUSPOUT" USING WS-SHARED-PROGRAM, WS-SHARED-ACTION,
           WS-SHARED-KEY, WS-SUSP-PAYLOAD.

       LOAD-DEDUCTIONS-PARA.
       OPEN INPUT DEDUCTION-FILE
       IF DED-FILESTATUS = "00"
           PERFORM LOAD-ONE-DEDUCTION-PARA
               THRU LOAD-ONE-DEDUCTION-EXIT
               UNTIL DED-END-OF-FILE
           CLOSE DEDUCTION-FILE
       END-IF.

       LOAD-ONE-DEDUCTION-PARA.
       READ DEDUCTION-FILE
           AT END
               SET DED-END-OF-FILE TO TRUE
               GO TO LOAD-ONE-DEDUCTION-EXIT
       END-READ
       MOVE SPACES TO WS-DED-CODE-IN
       UNSTRING DEDUCTION-LINE DELIMITED BY ALL SPACE
           INTO WS-DED-CODE-IN
       END-UNSTRING
       IF WS-DED-CODE-IN = SPACES OR WS-DED-TOTAL NOT < 10
           GO TO LOAD-ONE-DEDUCTION-EXIT
       END-IF
       ADD 1 TO WS-DED-TOTAL
       MOVE WS-DED-CODE-IN TO DED-T-CODE(WS-DED-TOTAL).
       LOAD-ONE-DEDUCTION-EXIT.
       EXIT.
       END PROGRAM EDEMAINT.

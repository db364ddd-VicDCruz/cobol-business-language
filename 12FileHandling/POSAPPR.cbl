      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor console for position-control holds. A
      *          hire or transfer EMPMAINT found going into a
      *          department already at its authorized headcount waits
      *          on PosHold.dat; here a signed-on supervisor (OPERSEC
      *          authority 3) goes through the waiting lines one at a
      *          time. An approved transaction is written back to
      *          EmpMaint.txn carrying the supervisor's operator ID,
      *          so the next maintenance run applies it over the
      *          establishment; a refused one goes to the common
      *          suspense file through SUSPOUT; either way the
      *          decision is logged through EXCPLOG. Lines passed
      *          over stay on PosHold.dat for another day. The
      *          employee master lock (LOKSVC) is held throughout, so
      *          no maintenance run can be consuming the transaction
      *          file at the same moment.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSAPPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POS-HOLD-FILE ASSIGN TO 'PosHold.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PHD-FILESTATUS.

           SELECT MAINT-TXN ASSIGN TO 'EmpMaint.txn'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TXN-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD POS-HOLD-FILE.
       COPY PHDREC REPLACING ==:REC:== BY ==POS-HOLD-RECORD==.
      *
       FD MAINT-TXN.
       COPY MNTREC REPLACING ==:REC:== BY ==MAINT-TXN-RECORD==.
      *
       WORKING-STORAGE SECTION.

       01 PHD-FILESTATUS PIC X(02).
       01 TXN-FILESTATUS PIC X(02).
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
      *
      *    THE WAITING LINES, EACH MARKED WITH THE DECISION TAKEN:
      *    SPACE STILL WAITING, 'A' APPROVED, 'R' REFUSED.
       01 HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 500 TIMES.
               10 HOLD-T-LINE PIC X(114).
               10 HOLD-T-DECISION PIC X(1).
                   88 HOLD-T-WAITING VALUE SPACE.
                   88 HOLD-T-APPROVED VALUE 'A'.
                   88 HOLD-T-REFUSED VALUE 'R'.
       01 WS-HOLD-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-HOLD-MAX PIC 9(3) VALUE 500.
       01 WS-HOLD-SUB PIC 9(3).
       01 WS-HOLD-OVERFLOW-SW PIC X(1) VALUE 'N'.
           88 HOLD-OVERFLOW VALUE 'Y'.
      *
       01 WS-CHOICE PIC X(1).
       01 WS-QUIT-SW PIC X(1) VALUE 'N'.
           88 REVIEW-QUIT VALUE 'Y'.
       01 WS-APPROVED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REFUSED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-WAITING-COUNT PIC 9(5) VALUE ZERO.
      *
       01 WS-SEC-FUNC PIC X(1).
       01 WS-SEC-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-SEC-PASSWORD PIC X(8) VALUE SPACES.
       01 WS-SEC-AUTHORITY PIC 9(1) VALUE ZERO.
       01 WS-SEC-RESULT PIC X(1).
      *
       01 WS-LOCK-FUNC PIC X(1).
       01 WS-LOCK-RESOURCE PIC X(16) VALUE "EMPLOYEE".
       01 WS-LOCK-HOLDER PIC X(9) VALUE "POSAPPR".
       01 WS-LOCK-RESULT PIC X(1).
       01 WS-LOCK-TAKEN PIC X(1) VALUE 'N'.
      *
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "POSAPPR".
       01 WS-SHARED-ACTION  PIC X(9).
       01 WS-SHARED-KEY     PIC X(10).
       01 WS-SUSP-PAYLOAD PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       DISPLAY "=== POSITION CONTROL APPROVALS ==="
      *    GOING OVER THE AUTHORIZED ESTABLISHMENT IS A SUPERVISOR'S
      *    DECISION, SO NOTHING LESS THAN SUPERVISOR AUTHORITY GETS
      *    IN.
       DISPLAY "OPERATOR ID ? " WITH NO ADVANCING
       ACCEPT WS-SEC-OPERATOR
       DISPLAY "PASSWORD ? " WITH NO ADVANCING
       ACCEPT WS-SEC-PASSWORD
       MOVE 'S' TO WS-SEC-FUNC
       CALL "OPERSEC" USING WS-SEC-FUNC, WS-SEC-OPERATOR,
           WS-SEC-PASSWORD, WS-SEC-AUTHORITY, WS-SEC-RESULT
       IF WS-SEC-RESULT NOT = 'Y' OR WS-SEC-AUTHORITY < 3
           DISPLAY "SIGN-ON REFUSED OR AUTHORITY TOO LOW -"
           DISPLAY "APPROVALS NEED SUPERVISOR AUTHORITY"
           GO TO PROGRAM-END-PARA
       END-IF
       MOVE 'X' TO WS-LOCK-FUNC
       CALL "LOKSVC" USING WS-LOCK-FUNC, WS-LOCK-RESOURCE,
           WS-LOCK-HOLDER, WS-LOCK-RESULT
       END-CALL
       IF WS-LOCK-RESULT NOT = 'Y'
           DISPLAY " EMPLOYEE MASTER IS LOCKED BY ANOTHER RUN - "
           DISPLAY " APPROVALS REFUSED, TRY AGAIN LATER "
           GO TO PROGRAM-END-PARA
       END-IF
       MOVE 'Y' TO WS-LOCK-TAKEN

       OPEN INPUT POS-HOLD-FILE
       IF PHD-FILESTATUS NOT = "00"
           DISPLAY " NOTHING IS WAITING FOR APPROVAL "
           GO TO PROGRAM-END-PARA
       END-IF
       PERFORM LOAD-ONE-HOLD-PARA THRU LOAD-ONE-HOLD-EXIT
           UNTIL END-OF-FILE
       CLOSE POS-HOLD-FILE
      *    THE FILE IS REWRITTEN FROM THE TABLE, SO A TABLE THAT
      *    COULD NOT HOLD IT ALL WOULD LOSE THE REST.
       IF HOLD-OVERFLOW
           DISPLAY "*** MORE THAN " WS-HOLD-MAX " LINES WAITING - "
           DISPLAY "*** NOTHING DECIDED, POSHOLD.DAT LEFT AS IT IS "
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
       IF WS-HOLD-TOTAL = ZERO
           DISPLAY " NOTHING IS WAITING FOR APPROVAL "
           GO TO PROGRAM-END-PARA
       END-IF

       PERFORM REVIEW-ONE-HOLD-PARA
           VARYING WS-HOLD-SUB FROM 1 BY 1
           UNTIL WS-HOLD-SUB > WS-HOLD-TOTAL OR REVIEW-QUIT

       OPEN EXTEND MAINT-TXN
       IF TXN-FILESTATUS NOT = "00"
           OPEN OUTPUT MAINT-TXN
       END-IF
       OPEN OUTPUT POS-HOLD-FILE
       PERFORM SETTLE-ONE-HOLD-PARA
           VARYING WS-HOLD-SUB FROM 1 BY 1
           UNTIL WS-HOLD-SUB > WS-HOLD-TOTAL
       CLOSE POS-HOLD-FILE
       CLOSE MAINT-TXN

       DISPLAY "APPROVED          : " WS-APPROVED-COUNT
       DISPLAY "REFUSED           : " WS-REFUSED-COUNT
       DISPLAY "STILL WAITING     : " WS-WAITING-COUNT.

       PROGRAM-END-PARA.
       IF WS-LOCK-TAKEN = 'Y'
           MOVE 'R' TO WS-LOCK-FUNC
           CALL "LOKSVC" USING WS-LOCK-FUNC, WS-LOCK-RESOURCE,
               WS-LOCK-HOLDER, WS-LOCK-RESULT
           END-CALL
       END-IF
       DISPLAY "CONSOLE CLOSED"
       STOP RUN.

       LOAD-ONE-HOLD-PARA.
       READ POS-HOLD-FILE
           AT END
               SET END-OF-FILE TO TRUE
               GO TO LOAD-ONE-HOLD-EXIT
       END-READ
       IF POS-HOLD-RECORD = SPACES
           GO TO LOAD-ONE-HOLD-EXIT
       END-IF
       IF WS-HOLD-TOTAL NOT < WS-HOLD-MAX
           SET HOLD-OVERFLOW TO TRUE
           SET END-OF-FILE TO TRUE
           GO TO LOAD-ONE-HOLD-EXIT
       END-IF
       ADD 1 TO WS-HOLD-TOTAL
       MOVE POS-HOLD-RECORD TO HOLD-T-LINE(WS-HOLD-TOTAL)
       MOVE SPACE TO HOLD-T-DECISION(WS-HOLD-TOTAL).
       LOAD-ONE-HOLD-EXIT.
       EXIT.

       REVIEW-ONE-HOLD-PARA.
       MOVE HOLD-T-LINE(WS-HOLD-SUB) TO POS-HOLD-RECORD
       MOVE PHD-TXN TO MAINT-TXN-RECORD
       DISPLAY " "
       DISPLAY "HELD " PHD-HELD-DATE "  DEPT " PHD-DEPT
           "  AUTHORIZED " PHD-AUTH-HEAD "  ACTUAL " PHD-ACTUAL-HEAD
       IF MNT-ACTION = 'H'
           DISPLAY "  HIRE     " MNT-EMP-ID " " MNT-NAME
               " SALARY " MNT-SALARY
       ELSE
           DISPLAY "  TRANSFER " MNT-EMP-ID " INTO " MNT-DEPT
       END-IF
       MOVE SPACE TO WS-CHOICE
       PERFORM ASK-DECISION-PARA
           UNTIL WS-CHOICE = 'A' OR 'R' OR 'L' OR 'Q'
       EVALUATE WS-CHOICE
       WHEN 'A'
           SET HOLD-T-APPROVED(WS-HOLD-SUB) TO TRUE
       WHEN 'R'
           SET HOLD-T-REFUSED(WS-HOLD-SUB) TO TRUE
       WHEN 'Q'
           SET REVIEW-QUIT TO TRUE
       END-EVALUATE.

       ASK-DECISION-PARA.
       DISPLAY "A=APPROVE  R=REFUSE  L=LEAVE  Q=QUIT ? "
           WITH NO ADVANCING
       ACCEPT WS-CHOICE
       IF WS-CHOICE NOT = 'A' AND WS-CHOICE NOT = 'R'
               AND WS-CHOICE NOT = 'L' AND WS-CHOICE NOT = 'Q'
           DISPLAY "PLEASE CHOOSE A, R, L OR Q"
       END-IF.

      *    AN APPROVED TRANSACTION GOES BACK FOR THE NEXT MAINTENANCE
      *    RUN WITH THE APPROVER ON IT; ONLY UNDECIDED LINES ARE KEPT.
       SETTLE-ONE-HOLD-PARA.
       MOVE HOLD-T-LINE(WS-HOLD-SUB) TO POS-HOLD-RECORD
       MOVE PHD-TXN TO MAINT-TXN-RECORD
       MOVE MNT-EMP-ID TO WS-SHARED-KEY
       EVALUATE TRUE
       WHEN HOLD-T-APPROVED(WS-HOLD-SUB)
           MOVE WS-SEC-OPERATOR TO MNT-POS-APPROVER
           WRITE MAINT-TXN-RECORD
           ADD 1 TO WS-APPROVED-COUNT
           MOVE "POS-APPR " TO WS-SHARED-ACTION
           CALL "EXCPLOG" USING WS-SHARED-PROGRAM, WS-SHARED-ACTION,
               WS-SHARED-KEY
           END-CALL
       WHEN HOLD-T-REFUSED(WS-HOLD-SUB)
           ADD 1 TO WS-REFUSED-COUNT
           MOVE "POS-REFUS" TO WS-SHARED-ACTION
           MOVE SPACES TO WS-SUSP-PAYLOAD
           MOVE MAINT-TXN-RECORD TO WS-SUSP-PAYLOAD
           CALL "SUSPOUT" USING WS-SHARED-PROGRAM, WS-SHARED-ACTION,
               WS-SHARED-KEY, WS-SUSP-PAYLOAD
           END-CALL
           CALL "EXCPLOG" USING WS-SHARED-PROGRAM, WS-SHARED-ACTION,
               WS-SHARED-KEY
           END-CALL
       WHEN OTHER
           WRITE POS-HOLD-RECORD
           ADD 1 TO WS-WAITING-COUNT
       END-EVALUATE.
       END PROGRAM POSAPPR.

      *          a WriteAudit.log line, rejects are queued to the
      *          common suspense file through SUSPOUT, and the
      *          EmpMaint.rc run-control stamp blocks a second run in
      *          the same day. A transaction may carry an effective
      *          date; one dated after today is held back and written
      *          to EmpMaint.txn again after the day's file is
      *          consumed, so it waits there until the day it is due
      *          (the merit review books its salary changes this way).
      *          A salary change applied with an effective date also
      *          leaves a PayRetro.dat line - old and new salary and
      *          the date - so the next PAYROLL run can pay arrears
      *          for any month it has already paid at the old rate.
      *          A termination that leaves a staff loan open on
      *          LoanMaster.dat puts the outstanding balance on the
      *          LoanRecovery report (RPTWRT, catalogued as
      *          LOANRECOVERY) for recovery from the final pay.
      *          The reporting line is kept here too: a manager
      *          change ('M') - or a hire - names the manager's
      *          EMP-ID, which must be an active employee and must
      *          not lead back up the chain to the employee; an 'M'
      *          with no manager puts the employee at the top.
      *          Departments listed on Positions.dat are under
      *          position control: a hire or transfer into one
      *          already at its authorized headcount is not applied
      *          but held on PosHold.dat (logged through EXCPLOG) for
      *          a supervisor to approve or refuse through POSAPPR;
      *          an approved one comes back carrying the approver
      *          and goes through over the establishment.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUD-FILESTATUS.

           SELECT RETRO-FILE ASSIGN TO 'PayRetro.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RTO-FILESTATUS.

           SELECT LOAN-MASTER ASSIGN TO 'LoanMaster.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LN-ID
           ALTERNATE RECORD KEY IS LN-EMP-ID WITH DUPLICATES
           FILE STATUS IS LNM-FILESTATUS.

           SELECT POSITION-FILE ASSIGN TO 'Positions.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POS-FILESTATUS.

           SELECT POS-HOLD-FILE ASSIGN TO 'PosHold.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PHD-FILESTATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'EmpMaint.rc'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RCF-FILESTATUS.
       FD EMPLOYEE.
       COPY EMPREC REPLACING ==:REC:== BY ==EMPLOYEE-RECORD==.
      *
       FD MAINT-TXN.
       COPY MNTREC REPLACING ==:REC:== BY ==MAINT-TXN-RECORD==.
      *
       FD JOURNAL-FILE.
       01 JOURNAL-LINE PIC X(129).
      *
       FD AUDIT-LOG.
       01 AUDIT-LINE PIC X(80).
      *
       FD RETRO-FILE.
       COPY RTOREC REPLACING ==:REC:== BY ==RETRO-RECORD==.
      *
       FD LOAN-MASTER.
       COPY LNMREC REPLACING ==:REC:== BY ==LOAN-MASTER-RECORD==.
      *
       FD POSITION-FILE.
       COPY POSREC REPLACING ==:REC:== BY ==POSITION-RECORD==.
      *
       FD POS-HOLD-FILE.
       COPY PHDREC REPLACING ==:REC:== BY ==POS-HOLD-RECORD==.
      *
       FD RUN-CONTROL-FILE.
       01 RC-RECORD PIC 9(8).
       01 JRN-FILESTATUS PIC X(02).
       01 AUD-FILESTATUS PIC X(02).
       01 RCF-FILESTATUS PIC X(02).
       01 RTO-FILESTATUS PIC X(02).
       01 LNM-FILESTATUS PIC X(02).
       01 POS-FILESTATUS PIC X(02).
       01 PHD-FILESTATUS PIC X(02).
       01 TXN-EOF-FLAG PIC X(1) VALUE 'N'.
           88 TXN-END-OF-FILE VALUE 'Y'.
      *
       01 WS-SALARY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TERMED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RETRO-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MANAGER-COUNT PIC 9(5) VALUE ZERO.
       01 WS-POS-HOLD-COUNT PIC 9(5) VALUE ZERO.
      *
      *    THE DEPARTMENTS UNDER POSITION CONTROL, WITH THE ACTIVE
      *    HEADCOUNT COUNTED OFF THE MASTER AT THE START OF THE RUN
      *    AND KEPT UP TO DATE AS HIRES, TRANSFERS AND LEAVERS GO
      *    THROUGH.
       01 POS-TABLE.
           05 POS-ENTRY OCCURS 100 TIMES.
               10 POS-T-DEPT PIC X(3).
               10 POS-T-AUTH PIC 9(5).
               10 POS-T-ACTUAL PIC 9(5).
       01 WS-POS-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-POS-MAX PIC 9(3) VALUE 100.
       01 WS-POS-SUB PIC 9(3).
       01 WS-POS-DEPT PIC X(3).
       01 WS-POS-EOF PIC X(1).
           88 POS-DONE VALUE 'Y'.
       01 WS-POS-FULL-SW PIC X(1).
           88 POSITION-FULL VALUE 'Y'.
      *
      *    THE WALK UP THE PROPOSED MANAGER'S REPORTING CHAIN; ANY
      *    CHAIN LONGER THAN THE LIMIT IS TAKEN TO BE A LOOP.
       01 WS-MGR-REJECT PIC X(9).
       01 WS-MGR-DEPTH PIC 9(3).
       01 WS-MGR-MAX-DEPTH PIC 9(3) VALUE 50.
       01 WS-CHAIN-END-SW PIC X(1).
           88 CHAIN-ENDED VALUE 'Y'.
       01 WS-OLD-SALARY PIC 9(7)V99.
      *
      *    TRANSACTIONS DATED AFTER TODAY, WRITTEN BACK TO THE
      *    TRANSACTION FILE ONCE THE DAY'S RUN HAS CONSUMED IT.
       01 HLD-TABLE.
           05 HLD-ENTRY OCCURS 500 TIMES PIC X(89).
       01 WS-HLD-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-HLD-MAX PIC 9(3) VALUE 500.
       01 WS-HLD-SUB PIC 9(3).
      *
       01 WS-CURR-DATE PIC 9(8).
       01 WS-CURR-TIME PIC 9(8).
       01 WS-LOCK-HOLDER PIC X(9).
       01 WS-LOCK-RESULT PIC X(1).
       01 WS-LOCK-TAKEN PIC X(1) VALUE 'N'.
      *
      *    STAFF LOANS STILL OPEN WHEN THEIR BORROWER LEAVES.
       01 WS-LOANS-SW PIC X(1) VALUE 'N'.
           88 LOANS-ON-FILE VALUE 'Y'.
       01 WS-LOAN-EOF PIC X(1).
           88 LOANS-DONE VALUE 'Y'.
       01 WS-LOAN-OPEN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LOAN-OPEN-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-RPT-OPEN-SW PIC X(1) VALUE 'N'.
           88 RECOVERY-REPORT-OPEN VALUE 'Y'.
       01 WS-RPT-FUNC PIC X(1).
       01 WS-RPT-TITLE PIC X(40)
           VALUE "STAFF LOANS OPEN AT TERMINATION".
       01 WS-RPT-DETAIL PIC X(80).
       01 WS-RPT-GEN-NAME PIC X(28).
       01 WS-CAT-REPORT-NAME PIC X(16) VALUE "LOANRECOVERY".
       01 WS-RPT-DATE-X PIC X(8).
       01 RPT-HEADER-2.
           05 FILLER PIC X(11) VALUE "EMP-ID".
           05 FILLER PIC X(31) VALUE "EMP-NAME".
           05 FILLER PIC X(9)  VALUE "LOAN-ID".
           05 FILLER PIC X(13) VALUE "     BALANCE".
           05 FILLER PIC X(8)  VALUE "LEFT".
       01 RPT-DETAIL-LINE.
           05 RPT-EMP-ID PIC X(11).
           05 RPT-EMP-NAME PIC X(31).
           05 RPT-LOAN-ID PIC X(9).
           05 RPT-BALANCE PIC -(8)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-TERM-DATE PIC 9(8).
       01 RPT-TOTAL-LINE.
           05 FILLER PIC X(21) VALUE "BALANCE TO RECOVER : ".
           05 RPT-TOTAL-AMOUNT PIC -(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       END-IF
       PERFORM OPEN-AUDIT-LOG-PARA
       PERFORM OPEN-JOURNAL-PARA
       OPEN EXTEND RETRO-FILE
       IF RTO-FILESTATUS NOT = "00"
           OPEN OUTPUT RETRO-FILE
       END-IF
       OPEN INPUT LOAN-MASTER
       IF LNM-FILESTATUS = "00"
           SET LOANS-ON-FILE TO TRUE
       END-IF
       PERFORM LOAD-POSITIONS-PARA THRU LOAD-POSITIONS-EXIT
       OPEN EXTEND POS-HOLD-FILE
       IF PHD-FILESTATUS NOT = "00"
           OPEN OUTPUT POS-HOLD-FILE
       END-IF

       PERFORM APPLY-MAINT-PARA THRU APPLY-MAINT-EXIT
           UNTIL TXN-END-OF-FILE

       CLOSE RETRO-FILE
       CLOSE POS-HOLD-FILE
       IF LOANS-ON-FILE
           CLOSE LOAN-MASTER
       END-IF
       IF RECOVERY-REPORT-OPEN
           MOVE WS-LOAN-OPEN-TOTAL TO RPT-TOTAL-AMOUNT
           MOVE RPT-TOTAL-LINE TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
           MOVE 'C' TO WS-RPT-FUNC
           CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
               WS-RPT-TITLE, WS-RPT-DETAIL
           END-CALL
           CALL "RPTCAT" USING WS-CAT-REPORT-NAME, WS-RPT-GEN-NAME,
               WS-TODAY-DATE
           END-CALL
       END-IF
       CLOSE JOURNAL-FILE
       CLOSE AUDIT-LOG
       CLOSE EMPLOYEE
      *    THE INTAKE BRIDGE CONSUMES ITS DAY FILE - A RERUN MUST NOT
      *    POST THE SAME CHANGES TWICE. REJECTS LIVE ON IN SUSPENSE.
       OPEN OUTPUT MAINT-TXN
       PERFORM VARYING WS-HLD-SUB FROM 1 BY 1
               UNTIL WS-HLD-SUB > WS-HLD-TOTAL
           MOVE HLD-ENTRY(WS-HLD-SUB) TO MAINT-TXN-RECORD
           WRITE MAINT-TXN-RECORD
       END-PERFORM
       CLOSE MAINT-TXN

       DISPLAY "=== EMPLOYEE MASTER MAINTENANCE ==="
       DISPLAY "HIRES APPLIED     : " WS-HIRED-COUNT
       DISPLAY "TRANSFERS APPLIED : " WS-XFER-COUNT
       DISPLAY "SALARY CHANGES    : " WS-SALARY-COUNT
       DISPLAY "MANAGER CHANGES   : " WS-MANAGER-COUNT
       DISPLAY "TERMINATIONS      : " WS-TERMED-COUNT
       DISPLAY "REJECTED          : " WS-REJECT-COUNT
       DISPLAY "HELD, NOT YET DUE : " WS-HELD-COUNT
       DISPLAY "HELD FOR APPROVAL : " WS-POS-HOLD-COUNT
       DISPLAY "RETRO PAY PENDING : " WS-RETRO-COUNT
       DISPLAY "LOANS TO RECOVER  : " WS-LOAN-OPEN-COUNT
       MOVE 'E' TO WS-RS-PHASE
       MOVE WS-READ-COUNT TO WS-RS-RECORDS
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
       ADD 1 TO WS-READ-COUNT
       IF MNT-ACTION NOT = 'H' AND MNT-ACTION NOT = 'T'
               AND MNT-ACTION NOT = 'S' AND MNT-ACTION NOT = 'X'
               AND MNT-ACTION NOT = 'M'
           MOVE "BAD-ACTN " TO WS-SHARED-ACTION
           PERFORM REJECT-TXN-PARA
           GO TO APPLY-MAINT-EXIT
           PERFORM REJECT-TXN-PARA
           GO TO APPLY-MAINT-EXIT
       END-IF
       IF MNT-EFF-DATE NOT = SPACES
           IF MNT-EFF-DATE NOT NUMERIC
               MOVE "BAD-DATE " TO WS-SHARED-ACTION
               PERFORM REJECT-TXN-PARA
               GO TO APPLY-MAINT-EXIT
           END-IF
           IF MNT-EFF-DATE > WS-TODAY-DATE
               PERFORM HOLD-TXN-PARA
               GO TO APPLY-MAINT-EXIT
           END-IF
       END-IF
       IF MNT-ACTION = 'H'
           PERFORM APPLY-HIRE-PARA
       ELSE
           MOVE "GEN" TO MNT-DEPT
       END-IF
       PERFORM VALIDATE-DEPT-PARA
       PERFORM CHECK-MANAGER-PARA THRU CHECK-MANAGER-EXIT
       IF MNT-NAME = SPACES
           MOVE "NO-NAME  " TO WS-SHARED-ACTION
           PERFORM REJECT-TXN-PARA
       IF WS-DEP-FOUND NOT = 'Y'
           MOVE "BAD-DEPT " TO WS-SHARED-ACTION
           PERFORM REJECT-TXN-PARA
       ELSE
       IF WS-MGR-REJECT NOT = SPACES
           MOVE WS-MGR-REJECT TO WS-SHARED-ACTION
           PERFORM REJECT-TXN-PARA
       ELSE
           MOVE MNT-EMP-ID TO EMP-ID
           READ EMPLOYEE
               INVALID KEY
                   PERFORM CHECK-POSITION-PARA
                   IF POSITION-FULL
                       PERFORM HOLD-POSITION-PARA
                   ELSE
                       PERFORM BUILD-HIRE-RECORD-PARA
                       WRITE EMPLOYEE-RECORD
                       ADD 1 TO WS-HIRED-COUNT
                       MOVE "NEW-HIRE " TO EMJ-ACTION
                       MOVE 'A' TO EMJ-IMAGE-TYPE
                       PERFORM WRITE-JOURNAL-PARA
                       MOVE "NEW-HIRE " TO AUD-ACTION
                       PERFORM WRITE-AUDIT-PARA
                       MOVE EMP-DEPT TO WS-POS-DEPT
                       PERFORM ADD-HEAD-PARA
                   END-IF
               NOT INVALID KEY
                   MOVE "DUP-KEY  " TO WS-SHARED-ACTION
                   PERFORM REJECT-TXN-PARA
           END-READ
       END-IF
       END-IF
       END-IF.

       VALIDATE-DEPT-PARA.
           COMPUTE EMP-SALARY = FUNCTION NUMVAL(MNT-SALARY)
       END-IF
       SET EMP-MST-ACTIVE TO TRUE
       MOVE ZEROES TO EMP-TERM-DATE
       MOVE MNT-MANAGER-ID TO EMP-MANAGER-ID.

      *    A CHANGE IS BRACKETED BY A BEFORE AND AN AFTER IMAGE OF
      *    THE FULL MASTER RECORD, SO ANY PRIOR STATE CAN BE
               GO TO APPLY-CHANGE-EXIT
           END-IF
       END-IF
       IF MNT-ACTION = 'M'
           PERFORM CHECK-MANAGER-PARA THRU CHECK-MANAGER-EXIT
           IF WS-MGR-REJECT NOT = SPACES
               MOVE WS-MGR-REJECT TO WS-SHARED-ACTION
               PERFORM REJECT-TXN-PARA
               GO TO APPLY-CHANGE-EXIT
           END-IF
       END-IF
       MOVE MNT-EMP-ID TO EMP-ID
       READ EMPLOYEE
           INVALID KEY
               MOVE "KEY-MISS " TO WS-SHARED-ACTION
               PERFORM REJECT-TXN-PARA
           NOT INVALID KEY
               IF MNT-ACTION = 'T' AND MNT-DEPT NOT = EMP-DEPT
                       AND EMP-MST-ACTIVE
                   PERFORM CHECK-POSITION-PARA
                   IF POSITION-FULL
                       PERFORM HOLD-POSITION-PARA
                       GO TO APPLY-CHANGE-EXIT
                   END-IF
               END-IF
               EVALUATE MNT-ACTION
               WHEN 'T'
                   MOVE "TRANSFER " TO EMJ-ACTION
                   MOVE "SAL-CHG  " TO EMJ-ACTION
               WHEN 'X'
                   MOVE "TERMINATE" TO EMJ-ACTION
               WHEN 'M'
                   MOVE "MGR-CHG  " TO EMJ-ACTION
               END-EVALUATE
               MOVE 'B' TO EMJ-IMAGE-TYPE
               PERFORM WRITE-JOURNAL-PARA
               EVALUATE MNT-ACTION
               WHEN 'T'
                   IF EMP-MST-ACTIVE
                       MOVE EMP-DEPT TO WS-POS-DEPT
                       PERFORM DROP-HEAD-PARA
                       MOVE MNT-DEPT TO WS-POS-DEPT
                       PERFORM ADD-HEAD-PARA
                   END-IF
                   MOVE MNT-DEPT TO EMP-DEPT
                   ADD 1 TO WS-XFER-COUNT
               WHEN 'S'
                   MOVE EMP-SALARY TO WS-OLD-SALARY
                   COMPUTE EMP-SALARY = FUNCTION NUMVAL(MNT-SALARY)
                   ADD 1 TO WS-SALARY-COUNT
                   IF MNT-EFF-DATE NOT = SPACES
                       PERFORM WRITE-RETRO-PARA
                   END-IF
               WHEN 'X'
                   IF EMP-MST-ACTIVE
                       MOVE EMP-DEPT TO WS-POS-DEPT
                       PERFORM DROP-HEAD-PARA
                   END-IF
                   SET EMP-MST-TERMED TO TRUE
                   MOVE WS-TODAY-DATE TO EMP-TERM-DATE
                   ADD 1 TO WS-TERMED-COUNT
                   IF LOANS-ON-FILE
                       PERFORM FLAG-LOANS-PARA THRU FLAG-LOANS-EXIT
                   END-IF
               WHEN 'M'
                   MOVE MNT-MANAGER-ID TO EMP-MANAGER-ID
                   ADD 1 TO WS-MANAGER-COUNT
               END-EVALUATE
               REWRITE EMPLOYEE-RECORD
               MOVE 'A' TO EMJ-IMAGE-TYPE
       APPLY-CHANGE-EXIT.
       EXIT.

      *    WHETHER ANY MONTH WAS ACTUALLY PAID AT THE OLD RATE IS
      *    PAYROLL'S TO DECIDE; A CHANGE DATED INTO A MONTH NOT YET
      *    PAID SIMPLY CLEARS WITH NOTHING OWED.
       WRITE-RETRO-PARA.
       MOVE SPACES TO RETRO-RECORD
       MOVE EMP-ID TO RTO-EMP-ID
       MOVE MNT-EFF-DATE TO RTO-EFF-DATE
       MOVE WS-OLD-SALARY TO RTO-OLD-SALARY
       MOVE EMP-SALARY TO RTO-NEW-SALARY
       MOVE WS-TODAY-DATE TO RTO-APPLIED-DATE
       WRITE RETRO-RECORD
       ADD 1 TO WS-RETRO-COUNT.

      *    THE MANAGER MUST BE ON THE MASTER AND ACTIVE, AND NOBODY
      *    ABOVE THE MANAGER MAY BE THE EMPLOYEE - OTHERWISE THE
      *    CHANGE WOULD CLOSE A LOOP. THE WALK READS THROUGH THE
      *    MASTER RECORD AREA, SO IT RUNS BEFORE THE EMPLOYEE'S OWN
      *    RECORD IS READ.
       CHECK-MANAGER-PARA.
       MOVE SPACES TO WS-MGR-REJECT
       IF MNT-MANAGER-ID = SPACES
           GO TO CHECK-MANAGER-EXIT
       END-IF
       MOVE SPACES TO WS-EDIT-FIELD
       MOVE MNT-MANAGER-ID TO WS-EDIT-FIELD
       MOVE 10 TO WS-EDIT-LEN
       MOVE 'N' TO WS-EDIT-TYPE
       CALL "INPUT-EDIT" USING WS-EDIT-FIELD, WS-EDIT-LEN,
           WS-EDIT-TYPE, WS-EDIT-VALID
       END-CALL
       IF WS-EDIT-VALID NOT = 'Y'
           MOVE "BAD-MGR  " TO WS-MGR-REJECT
           GO TO CHECK-MANAGER-EXIT
       END-IF
       IF MNT-MANAGER-ID = MNT-EMP-ID
           MOVE "MGR-LOOP " TO WS-MGR-REJECT
           GO TO CHECK-MANAGER-EXIT
       END-IF
       MOVE MNT-MANAGER-ID TO EMP-ID
       READ EMPLOYEE
           INVALID KEY
               MOVE "MGR-MISS " TO WS-MGR-REJECT
               GO TO CHECK-MANAGER-EXIT
       END-READ
       IF EMP-MST-TERMED
           MOVE "MGR-TERMD" TO WS-MGR-REJECT
           GO TO CHECK-MANAGER-EXIT
       END-IF
       MOVE ZERO TO WS-MGR-DEPTH
       MOVE 'N' TO WS-CHAIN-END-SW
       PERFORM WALK-CHAIN-PARA
           UNTIL CHAIN-ENDED OR WS-MGR-REJECT NOT = SPACES.
       CHECK-MANAGER-EXIT.
       EXIT.

       WALK-CHAIN-PARA.
       IF EMP-MANAGER-ID = SPACES
           SET CHAIN-ENDED TO TRUE
       ELSE
           ADD 1 TO WS-MGR-DEPTH
           IF EMP-MANAGER-ID = MNT-EMP-ID
                   OR WS-MGR-DEPTH > WS-MGR-MAX-DEPTH
               MOVE "MGR-LOOP " TO WS-MGR-REJECT
           ELSE
               MOVE EMP-MANAGER-ID TO EMP-ID
               READ EMPLOYEE
                   INVALID KEY
                       SET CHAIN-ENDED TO TRUE
               END-READ
           END-IF
       END-IF.

      *    THE LEAVER'S STAFF LOANS, READ TOGETHER UNDER THE
      *    ALTERNATE KEY; ANY BALANCE LEFT IS DUE FROM THE FINAL PAY.
       FLAG-LOANS-PARA.
       MOVE EMP-ID TO LN-EMP-ID
       START LOAN-MASTER KEY IS EQUAL TO LN-EMP-ID
           INVALID KEY
               GO TO FLAG-LOANS-EXIT
       END-START
       MOVE 'N' TO WS-LOAN-EOF
       PERFORM FLAG-ONE-LOAN-PARA THRU FLAG-ONE-LOAN-EXIT
           UNTIL LOANS-DONE.
       FLAG-LOANS-EXIT.
       EXIT.

       FLAG-ONE-LOAN-PARA.
       READ LOAN-MASTER NEXT RECORD
           AT END
               SET LOANS-DONE TO TRUE
               GO TO FLAG-ONE-LOAN-EXIT
       END-READ
       IF LN-EMP-ID NOT = EMP-ID
           SET LOANS-DONE TO TRUE
           GO TO FLAG-ONE-LOAN-EXIT
       END-IF
       IF LN-BALANCE NOT > ZERO
           GO TO FLAG-ONE-LOAN-EXIT
       END-IF
       IF NOT RECOVERY-REPORT-OPEN
           MOVE WS-TODAY-DATE TO WS-RPT-DATE-X
           MOVE SPACES TO WS-RPT-GEN-NAME
           STRING "LoanRecovery." WS-RPT-DATE-X ".rpt"
               DELIMITED BY SIZE INTO WS-RPT-GEN-NAME
           MOVE 'O' TO WS-RPT-FUNC
           MOVE SPACES TO WS-RPT-DETAIL
           CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
               WS-RPT-TITLE, WS-RPT-DETAIL
           END-CALL
           SET RECOVERY-REPORT-OPEN TO TRUE
           MOVE RPT-HEADER-2 TO WS-RPT-DETAIL
           PERFORM WRITE-REPORT-LINE-PARA
       END-IF
       ADD 1 TO WS-LOAN-OPEN-COUNT
       ADD LN-BALANCE TO WS-LOAN-OPEN-TOTAL
       MOVE EMP-ID TO RPT-EMP-ID
       MOVE EMP-NAME TO RPT-EMP-NAME
       MOVE LN-ID TO RPT-LOAN-ID
       MOVE LN-BALANCE TO RPT-BALANCE
       MOVE EMP-TERM-DATE TO RPT-TERM-DATE
       MOVE RPT-DETAIL-LINE TO WS-RPT-DETAIL
       PERFORM WRITE-REPORT-LINE-PARA
       MOVE "LOAN-OPEN" TO WS-SHARED-ACTION
       MOVE EMP-ID TO WS-SHARED-KEY
       CALL "EXCPLOG" USING WS-SHARED-PROGRAM, WS-SHARED-ACTION,
           WS-SHARED-KEY.
       FLAG-ONE-LOAN-EXIT.
       EXIT.

       WRITE-REPORT-LINE-PARA.
       MOVE 'D' TO WS-RPT-FUNC
       CALL "RPTWRT" USING WS-RPT-FUNC, WS-RPT-GEN-NAME,
           WS-RPT-TITLE, WS-RPT-DETAIL.

      *    POSITIONS.DAT IS OPTIONAL - WITHOUT IT NO DEPARTMENT IS
      *    UNDER POSITION CONTROL. THE ACTIVE HEADCOUNT IS COUNTED
      *    BEFORE ANY TRANSACTION IS APPLIED.
       LOAD-POSITIONS-PARA.
       OPEN INPUT POSITION-FILE
       IF POS-FILESTATUS NOT = "00"
           GO TO LOAD-POSITIONS-EXIT
       END-IF
       MOVE 'N' TO WS-POS-EOF
       PERFORM LOAD-ONE-POSITION-PARA THRU LOAD-ONE-POSITION-EXIT
           UNTIL POS-DONE
       CLOSE POSITION-FILE
       IF WS-POS-TOTAL = ZERO
           GO TO LOAD-POSITIONS-EXIT
       END-IF
       MOVE 'N' TO WS-POS-EOF
       PERFORM COUNT-ONE-HEAD-PARA THRU COUNT-ONE-HEAD-EXIT
           UNTIL POS-DONE.
       LOAD-POSITIONS-EXIT.
       EXIT.

       LOAD-ONE-POSITION-PARA.
       READ POSITION-FILE
           AT END
               SET POS-DONE TO TRUE
               GO TO LOAD-ONE-POSITION-EXIT
       END-READ
       IF POSITION-RECORD = SPACES
           GO TO LOAD-ONE-POSITION-EXIT
       END-IF
       IF POS-AUTH-HEAD NOT NUMERIC
           MOVE "BAD-POSN " TO WS-SHARED-ACTION
           MOVE POS-DEPT TO WS-SHARED-KEY
           CALL "EXCPLOG" USING WS-SHARED-PROGRAM, WS-SHARED-ACTION,
               WS-SHARED-KEY
           END-CALL
           GO TO LOAD-ONE-POSITION-EXIT
       END-IF
       IF WS-POS-TOTAL NOT < WS-POS-MAX
           DISPLAY "*** MORE THAN " WS-POS-MAX " POSITION LINES - "
               POS-DEPT " AND AFTER NOT CONTROLLED"
           SET POS-DONE TO TRUE
           GO TO LOAD-ONE-POSITION-EXIT
       END-IF
       ADD 1 TO WS-POS-TOTAL
       MOVE POS-DEPT TO POS-T-DEPT(WS-POS-TOTAL)
       MOVE POS-AUTH-HEAD TO POS-T-AUTH(WS-POS-TOTAL)
       MOVE ZERO TO POS-T-ACTUAL(WS-POS-TOTAL).
       LOAD-ONE-POSITION-EXIT.
       EXIT.

       COUNT-ONE-HEAD-PARA.
       READ EMPLOYEE NEXT RECORD
           AT END
               SET POS-DONE TO TRUE
               GO TO COUNT-ONE-HEAD-EXIT
       END-READ
       IF EMP-MST-ACTIVE
           MOVE EMP-DEPT TO WS-POS-DEPT
           PERFORM ADD-HEAD-PARA
       END-IF.
       COUNT-ONE-HEAD-EXIT.
       EXIT.

       FIND-POSITION-PARA.
       PERFORM VARYING WS-POS-SUB FROM 1 BY 1
               UNTIL WS-POS-SUB > WS-POS-TOTAL
                  OR POS-T-DEPT(WS-POS-SUB) = WS-POS-DEPT
           CONTINUE
       END-PERFORM.

       ADD-HEAD-PARA.
       PERFORM FIND-POSITION-PARA
       IF WS-POS-SUB NOT > WS-POS-TOTAL
           ADD 1 TO POS-T-ACTUAL(WS-POS-SUB)
       END-IF.

       DROP-HEAD-PARA.
       PERFORM FIND-POSITION-PARA
       IF WS-POS-SUB NOT > WS-POS-TOTAL
               AND POS-T-ACTUAL(WS-POS-SUB) > ZERO
           SUBTRACT 1 FROM POS-T-ACTUAL(WS-POS-SUB)
       END-IF.

      *    A DEPARTMENT ALREADY AT ITS AUTHORIZED HEADCOUNT TAKES
      *    NOBODY MORE WITHOUT A SUPERVISOR'S APPROVAL ON THE
      *    TRANSACTION.
       CHECK-POSITION-PARA.
       MOVE 'N' TO WS-POS-FULL-SW
       MOVE MNT-DEPT TO WS-POS-DEPT
       PERFORM FIND-POSITION-PARA
       IF WS-POS-SUB NOT > WS-POS-TOTAL
               AND MNT-POS-APPROVER = SPACES
               AND POS-T-ACTUAL(WS-POS-SUB) NOT < POS-T-AUTH(WS-POS-SUB)
           SET POSITION-FULL TO TRUE
       END-IF.

       HOLD-POSITION-PARA.
       MOVE SPACES TO POS-HOLD-RECORD
       MOVE MAINT-TXN-RECORD TO PHD-TXN
       MOVE WS-TODAY-DATE TO PHD-HELD-DATE
       MOVE MNT-DEPT TO PHD-DEPT
       MOVE POS-T-AUTH(WS-POS-SUB) TO PHD-AUTH-HEAD
       MOVE POS-T-ACTUAL(WS-POS-SUB) TO PHD-ACTUAL-HEAD
       WRITE POS-HOLD-RECORD
       ADD 1 TO WS-POS-HOLD-COUNT
       DISPLAY "*** HELD FOR APPROVAL - " MNT-DEPT
           " AT AUTHORIZED HEADCOUNT : " MAINT-TXN-RECORD(1:40)
       MOVE "OVER-AUTH" TO WS-SHARED-ACTION
       MOVE MNT-EMP-ID TO WS-SHARED-KEY
       CALL "EXCPLOG" USING WS-SHARED-PROGRAM, WS-SHARED-ACTION,
           WS-SHARED-KEY.

       HOLD-TXN-PARA.
       IF WS-HLD-TOTAL < WS-HLD-MAX
           ADD 1 TO WS-HLD-TOTAL
           MOVE MAINT-TXN-RECORD TO HLD-ENTRY(WS-HLD-TOTAL)
           ADD 1 TO WS-HELD-COUNT
       ELSE
           MOVE "HELD-FULL" TO WS-SHARED-ACTION
           PERFORM REJECT-TXN-PARA
       END-IF.

       REJECT-TXN-PARA.
       ADD 1 TO WS-REJECT-COUNT
       DISPLAY "*** TRANSACTION REJECTED (" WS-SHARED-ACTION ") : "

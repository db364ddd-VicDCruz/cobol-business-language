      ******************************************************************
      * Author:
      * Date:
      * Purpose: Merit-review apply step. Reads MeritApproval.dat as
      *          the managers return it from the MERITPLN plan - each
      *          line approved (blank or 'A', at the overtyped
      *          percentage or, left blank, the proposed one) or
      *          refused ('R') - and proves every approved line: a
      *          numeric percentage no larger than MERIT-MAX-PCT
      *          (GETPARM, default 15), an employee still active on
      *          Employee.dat and still on the salary and department
      *          the plan was made on. A department whose approved
      *          increases now exceed its MeritBudget.dat pool has all
      *          its lines held back. Every line that passes becomes an
      *          'S' salary-change transaction on EmpMaint.txn carrying
      *          the effective date (command line, default the first
      *          day of next month), so the change goes through
      *          EMPMAINT's journal and audit on the day it falls due.
      *          Rejects are queued to the common suspense file
      *          through SUSPOUT, and the MeritApply.rc run-control
      *          stamp holds the last review year applied and blocks
      *          applying it twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERITAPL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE
           ASSIGN TO 'Employee.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
           FILE STATUS IS EMP-FILESTATUS.

           SELECT APPROVAL-FILE ASSIGN TO 'MeritApproval.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APR-FILESTATUS.

           SELECT BUDGET-FILE ASSIGN TO 'MeritBudget.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUD-FILESTATUS.

           SELECT MAINT-TXN ASSIGN TO 'EmpMaint.txn'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TXN-FILESTATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'MeritApply.rc'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RCF-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD EMPLOYEE.
       COPY EMPREC REPLACING ==:REC:== BY ==EMPLOYEE-RECORD==.
      *
       FD APPROVAL-FILE.
       COPY MRAREC REPLACING ==:REC:== BY ==APPROVAL-RECORD==.
      *
       FD BUDGET-FILE.
       01 BUDGET-LINE PIC X(40).
      *
      *    THE EMPMAINT TRANSACTION LINE; A SALARY CHANGE CARRIES THE
      *    KEY, THE NEW SALARY AND THE DAY IT TAKES EFFECT.
       FD MAINT-TXN.
       COPY MNTREC REPLACING ==:REC:== BY ==MAINT-TXN-RECORD==.
      *
       FD RUN-CONTROL-FILE.
       01 RC-RECORD PIC 9(4).
      *
       WORKING-STORAGE SECTION.

       01 EMP-FILESTATUS PIC X(02).
       01 APR-FILESTATUS PIC X(02).
       01 BUD-FILESTATUS PIC X(02).
       01 TXN-FILESTATUS PIC X(02).
       01 RCF-FILESTATUS PIC X(02).
       01 APR-EOF PIC X(1) VALUE 'N'.
           88 APR-END-OF-FILE VALUE 'Y'.
       01 BUD-EOF PIC X(1) VALUE 'N'.
           88 BUD-END-OF-FILE VALUE 'Y'.
      *
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-CMD-LINE PIC X(80).
       01 WS-EFF-DATE-X PIC X(10).
       01 WS-EFF-DATE PIC 9(8).
       01 WS-EFF-YEAR PIC 9(4).
       01 WS-EFF-MONTH PIC 9(2).
       01 WS-LAST-APPLIED-YEAR PIC 9(4) VALUE ZERO.
      *
       01 WS-PARM-KEY PIC X(16).
       01 WS-PARM-VALUE PIC 9(5).
       01 WS-PARM-DEFAULT PIC 9(5).
       01 WS-PARM-FOUND PIC X(1).
       01 WS-MAX-PCT PIC 9(2)V99.
      *
       01 WS-EDIT-FIELD PIC X(20).
       01 WS-EDIT-LEN PIC 99.
       01 WS-EDIT-TYPE PIC X(1).
       01 WS-EDIT-VALID PIC X(1).
      *
      *    BUDGET POOLS BY DEPARTMENT, WITH WHAT THE MANAGERS HAVE
      *    APPROVED AGAINST THEM.
       01 DPT-TABLE.
           05 DPT-ENTRY OCCURS 50 TIMES.
               10 DPT-T-CODE PIC X(3).
               10 DPT-T-POOL PIC 9(9)V99.
               10 DPT-T-APPROVED PIC 9(9)V99.
       01 WS-DPT-TOTAL PIC 9(2) VALUE ZERO.
       01 WS-DPT-MAX PIC 9(2) VALUE 50.
       01 WS-DPT-SUB PIC 9(2).
       01 WS-DPT-FOUND-SW PIC X(1).
           88 DEPARTMENT-FOUND VALUE 'Y'.
       01 WS-BUD-DEPT-IN PIC X(3).
       01 WS-BUD-POOL-IN PIC X(14).
       01 WS-DEP-FUNC PIC X(1).
       01 WS-DEP-CODE PIC X(3).
       01 WS-DEP-NAME PIC X(20).
       01 WS-DEP-COST PIC X(4).
       01 WS-DEP-FOUND PIC X(1).
      *
      *    EVERY PROVED LINE IS HELD UNTIL THE DEPARTMENT TOTALS ARE
      *    KNOWN; ONLY THEN CAN A POOL BE CHECKED.
       01 APT-TABLE.
           05 APT-ENTRY OCCURS 500 TIMES.
               10 APT-T-RECORD PIC X(76).
               10 APT-T-EMP-ID PIC X(10).
               10 APT-T-DPT-SUB PIC 9(2).
               10 APT-T-OLD-SALARY PIC 9(7)V99.
               10 APT-T-NEW-SALARY PIC 9(7)V99.
       01 WS-APT-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-APT-MAX PIC 9(3) VALUE 500.
       01 WS-APT-SUB PIC 9(3).
       01 WS-APT-OVERFLOW-SW PIC X(1) VALUE 'N'.
           88 APPROVALS-OVERFLOW VALUE 'Y'.
      *
       01 WS-APPROVED-PCT PIC 9(2)V99.
       01 WS-INCREASE PIC 9(7)V99.
       01 WS-NEW-SALARY-ED PIC 9(7).99.
      *
       01 WS-READ-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REFUSED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-NO-RISE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BOOKED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BOOKED-TOTAL PIC 9(11)V99 VALUE ZERO.
      *
       01 WS-SHARED-PROGRAM PIC X(9) VALUE "MERITAPL".
       01 WS-SHARED-ACTION  PIC X(9).
       01 WS-SHARED-KEY     PIC X(10).
       01 WS-SUSP-PAYLOAD PIC X(80).
       01 WS-RS-PHASE PIC X(1).
       01 WS-RS-RECORDS PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
       ACCEPT WS-CMD-LINE FROM COMMAND-LINE
       MOVE SPACES TO WS-EFF-DATE-X
       UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE INTO WS-EFF-DATE-X
       END-UNSTRING
      *    WITH NO DATE GIVEN THE RISES TAKE EFFECT ON THE FIRST DAY
      *    OF NEXT MONTH.
       IF WS-EFF-DATE-X = SPACES
           MOVE WS-TODAY-DATE(1:4) TO WS-EFF-YEAR
           MOVE WS-TODAY-DATE(5:2) TO WS-EFF-MONTH
           ADD 1 TO WS-EFF-MONTH
           IF WS-EFF-MONTH > 12
               MOVE 1 TO WS-EFF-MONTH
               ADD 1 TO WS-EFF-YEAR
           END-IF
           MOVE WS-EFF-YEAR TO WS-EFF-DATE(1:4)
           MOVE WS-EFF-MONTH TO WS-EFF-DATE(5:2)
           MOVE "01" TO WS-EFF-DATE(7:2)
       ELSE
           IF WS-EFF-DATE-X(1:8) NOT NUMERIC
                   OR WS-EFF-DATE-X(9:2) NOT = SPACES
               DISPLAY "USAGE: MERITAPL [EFFECTIVE-DATE YYYYMMDD]"
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-END-PARA
           END-IF
           MOVE WS-EFF-DATE-X(1:8) TO WS-EFF-DATE
       END-IF
       MOVE WS-EFF-DATE(1:4) TO WS-EFF-YEAR
       PERFORM CHECK-RUN-CONTROL-PARA
       IF WS-EFF-YEAR NOT > WS-LAST-APPLIED-YEAR
           DISPLAY " MERIT REVIEW FOR " WS-EFF-YEAR
               " ALREADY APPLIED "
           DISPLAY " LAST REVIEW YEAR APPLIED : " WS-LAST-APPLIED-YEAR
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
       DISPLAY "EFFECTIVE DATE      : " WS-EFF-DATE

       MOVE "MERIT-MAX-PCT" TO WS-PARM-KEY
       MOVE 15 TO WS-PARM-DEFAULT
       CALL "GETPARM" USING WS-PARM-KEY, WS-PARM-VALUE,
           WS-PARM-DEFAULT, WS-PARM-FOUND
       END-CALL
       MOVE WS-PARM-VALUE TO WS-MAX-PCT
       DISPLAY "PARM MERIT-MAX-PCT = " WS-MAX-PCT

       MOVE 'S' TO WS-RS-PHASE
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL
       OPEN INPUT APPROVAL-FILE
       IF APR-FILESTATUS NOT = "00"
           DISPLAY " MERITAPPROVAL.DAT NOT FOUND - RUN MERITPLN AND "
           DISPLAY " RETURN THE APPROVALS FIRST "
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
       OPEN INPUT EMPLOYEE
       IF EMP-FILESTATUS NOT = "00"
           DISPLAY " EMPLOYEE.DAT NOT FOUND "
           DISPLAY " FILE STATUS IS : " EMP-FILESTATUS
           CLOSE APPROVAL-FILE
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
       PERFORM LOAD-BUDGETS-PARA

       PERFORM PROVE-ONE-PARA THRU PROVE-ONE-EXIT
           UNTIL APR-END-OF-FILE
       CLOSE EMPLOYEE
       CLOSE APPROVAL-FILE
      *    HALF A REVIEW BOOKED WOULD SPEND THE POOLS ON WHOEVER CAME
      *    FIRST, SO NOTHING IS BOOKED.
       IF APPROVALS-OVERFLOW
           DISPLAY "*** MORE THAN " WS-APT-MAX " APPROVALS - "
           DISPLAY "*** NO SALARY CHANGES BOOKED "
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF

       OPEN EXTEND MAINT-TXN
       IF TXN-FILESTATUS NOT = "00"
           OPEN OUTPUT MAINT-TXN
       END-IF
       PERFORM VARYING WS-APT-SUB FROM 1 BY 1
               UNTIL WS-APT-SUB > WS-APT-TOTAL
           PERFORM BOOK-ONE-PARA
       END-PERFORM
       CLOSE MAINT-TXN

       DISPLAY "=== MERIT REVIEW APPLY ==="
       DISPLAY "APPROVAL LINES READ : " WS-READ-COUNT
       DISPLAY "REFUSED BY MANAGER  : " WS-REFUSED-COUNT
       DISPLAY "APPROVED AT NIL     : " WS-NO-RISE-COUNT
       DISPLAY "CHANGES BOOKED      : " WS-BOOKED-COUNT
       DISPLAY "REJECTED            : " WS-REJECT-COUNT
       DISPLAY "INCREASE BOOKED     : " WS-BOOKED-TOTAL
       MOVE 'E' TO WS-RS-PHASE
       MOVE WS-READ-COUNT TO WS-RS-RECORDS
       CALL "RUNSTATS" USING WS-SHARED-PROGRAM, WS-RS-PHASE,
           WS-RS-RECORDS
       END-CALL
       PERFORM STAMP-RUN-CONTROL-PARA.

       PROGRAM-END-PARA.
       GOBACK.

       PROVE-ONE-PARA.
       READ APPROVAL-FILE
           AT END
               SET APR-END-OF-FILE TO TRUE
               GO TO PROVE-ONE-EXIT
       END-READ
       IF APPROVAL-RECORD = SPACES
           GO TO PROVE-ONE-EXIT
       END-IF
       ADD 1 TO WS-READ-COUNT
       MOVE SPACES TO WS-EDIT-FIELD
       MOVE MRA-EMP-ID TO WS-EDIT-FIELD
       MOVE 10 TO WS-EDIT-LEN
       MOVE 'N' TO WS-EDIT-TYPE
       CALL "INPUT-EDIT" USING WS-EDIT-FIELD, WS-EDIT-LEN,
           WS-EDIT-TYPE, WS-EDIT-VALID
       END-CALL
       IF WS-EDIT-VALID NOT = 'Y'
           MOVE "INV-KEY  " TO WS-SHARED-ACTION
           PERFORM REJECT-LINE-PARA
           GO TO PROVE-ONE-EXIT
       END-IF
       IF MRA-REFUSED
           ADD 1 TO WS-REFUSED-COUNT
           GO TO PROVE-ONE-EXIT
       END-IF
       IF NOT MRA-APPROVED
           MOVE "BAD-DECSN" TO WS-SHARED-ACTION
           PERFORM REJECT-LINE-PARA
           GO TO PROVE-ONE-EXIT
       END-IF
       IF MRA-APPROVED-PCT = SPACES
           MOVE MRA-PROPOSED-PCT TO WS-APPROVED-PCT
       ELSE
           MOVE MRA-APPROVED-PCT TO WS-EDIT-FIELD
           MOVE 4 TO WS-EDIT-LEN
           CALL "INPUT-EDIT" USING WS-EDIT-FIELD, WS-EDIT-LEN,
               WS-EDIT-TYPE, WS-EDIT-VALID
           END-CALL
           IF WS-EDIT-VALID NOT = 'Y'
               MOVE "BAD-PCT  " TO WS-SHARED-ACTION
               PERFORM REJECT-LINE-PARA
               GO TO PROVE-ONE-EXIT
           END-IF
           MOVE MRA-APPROVED-PCT-N TO WS-APPROVED-PCT
       END-IF
       IF WS-APPROVED-PCT > WS-MAX-PCT
           MOVE "BAD-PCT  " TO WS-SHARED-ACTION
           PERFORM REJECT-LINE-PARA
           GO TO PROVE-ONE-EXIT
       END-IF
       IF WS-APPROVED-PCT = ZERO
           ADD 1 TO WS-NO-RISE-COUNT
           GO TO PROVE-ONE-EXIT
       END-IF
      *    THE PLAN WAS MADE ON THE MASTER AS IT STOOD; A SALARY OR
      *    DEPARTMENT CHANGED SINCE MEANS THE LINE MUST BE REPLANNED.
       MOVE MRA-EMP-ID TO EMP-ID
       READ EMPLOYEE
           INVALID KEY
               MOVE "NO-EMP   " TO WS-SHARED-ACTION
               PERFORM REJECT-LINE-PARA
               GO TO PROVE-ONE-EXIT
       END-READ
       IF EMP-MST-TERMED
           MOVE "EMP-TERMD" TO WS-SHARED-ACTION
           PERFORM REJECT-LINE-PARA
           GO TO PROVE-ONE-EXIT
       END-IF
       IF EMP-SALARY NOT = MRA-SALARY
           MOVE "SAL-MOVED" TO WS-SHARED-ACTION
           PERFORM REJECT-LINE-PARA
           GO TO PROVE-ONE-EXIT
       END-IF
       IF EMP-DEPT NOT = MRA-DEPT
           MOVE "DEPT-MOVD" TO WS-SHARED-ACTION
           PERFORM REJECT-LINE-PARA
           GO TO PROVE-ONE-EXIT
       END-IF
       MOVE MRA-DEPT TO WS-DEP-CODE
       PERFORM FIND-DEPT-PARA
       IF WS-DPT-SUB = ZERO
           MOVE "NO-POOL  " TO WS-SHARED-ACTION
           PERFORM REJECT-LINE-PARA
           GO TO PROVE-ONE-EXIT
       END-IF
       IF WS-APT-TOTAL NOT < WS-APT-MAX
           SET APPROVALS-OVERFLOW TO TRUE
           GO TO PROVE-ONE-EXIT
       END-IF
       COMPUTE WS-INCREASE ROUNDED =
           MRA-SALARY * WS-APPROVED-PCT / 100
       ADD WS-INCREASE TO DPT-T-APPROVED(WS-DPT-SUB)
       ADD 1 TO WS-APT-TOTAL
       MOVE WS-APT-TOTAL TO WS-APT-SUB
       MOVE APPROVAL-RECORD TO APT-T-RECORD(WS-APT-SUB)
       MOVE MRA-EMP-ID TO APT-T-EMP-ID(WS-APT-SUB)
       MOVE WS-DPT-SUB TO APT-T-DPT-SUB(WS-APT-SUB)
       MOVE MRA-SALARY TO APT-T-OLD-SALARY(WS-APT-SUB)
       COMPUTE APT-T-NEW-SALARY(WS-APT-SUB) = MRA-SALARY + WS-INCREASE.
       PROVE-ONE-EXIT.
       EXIT.

       BOOK-ONE-PARA.
       MOVE APT-T-DPT-SUB(WS-APT-SUB) TO WS-DPT-SUB
       IF DPT-T-APPROVED(WS-DPT-SUB) > DPT-T-POOL(WS-DPT-SUB)
           MOVE "OVER-POOL" TO WS-SHARED-ACTION
           MOVE APT-T-EMP-ID(WS-APT-SUB) TO WS-SHARED-KEY
           MOVE APT-T-RECORD(WS-APT-SUB) TO WS-SUSP-PAYLOAD
           PERFORM SUSPEND-LINE-PARA
       ELSE
           MOVE SPACES TO MAINT-TXN-RECORD
           MOVE 'S' TO MNT-ACTION
           MOVE APT-T-EMP-ID(WS-APT-SUB) TO MNT-EMP-ID
           MOVE APT-T-NEW-SALARY(WS-APT-SUB) TO WS-NEW-SALARY-ED
           MOVE WS-NEW-SALARY-ED TO MNT-SALARY
           MOVE WS-EFF-DATE TO MNT-EFF-DATE
           WRITE MAINT-TXN-RECORD
           ADD 1 TO WS-BOOKED-COUNT
           COMPUTE WS-BOOKED-TOTAL = WS-BOOKED-TOTAL
               + APT-T-NEW-SALARY(WS-APT-SUB)
               - APT-T-OLD-SALARY(WS-APT-SUB)
       END-IF.

       REJECT-LINE-PARA.
       MOVE MRA-EMP-ID TO WS-SHARED-KEY
       MOVE SPACES TO WS-SUSP-PAYLOAD
       MOVE APPROVAL-RECORD TO WS-SUSP-PAYLOAD
       PERFORM SUSPEND-LINE-PARA.

       SUSPEND-LINE-PARA.
       ADD 1 TO WS-REJECT-COUNT
       DISPLAY "*** APPROVAL REJECTED (" WS-SHARED-ACTION ") : "
           WS-SHARED-KEY
       CALL "SUSPOUT" USING WS-SHARED-PROGRAM, WS-SHARED-ACTION,
           WS-SHARED-KEY, WS-SUSP-PAYLOAD.

       FIND-DEPT-PARA.
       MOVE 'N' TO WS-DPT-FOUND-SW
       PERFORM VARYING WS-DPT-SUB FROM 1 BY 1
               UNTIL WS-DPT-SUB > WS-DPT-TOTAL OR DEPARTMENT-FOUND
           IF DPT-T-CODE(WS-DPT-SUB) = WS-DEP-CODE
               SET DEPARTMENT-FOUND TO TRUE
           END-IF
       END-PERFORM
       IF DEPARTMENT-FOUND
           SUBTRACT 1 FROM WS-DPT-SUB
       ELSE
           MOVE ZERO TO WS-DPT-SUB
       END-IF.

      *    THE SAME POOLS THE PLAN WAS HELD TO; A DEPARTMENT WITHOUT
      *    ONE CAN BOOK NOTHING.
       LOAD-BUDGETS-PARA.
       OPEN INPUT BUDGET-FILE
       IF BUD-FILESTATUS NOT = "00"
           DISPLAY " MERITBUDGET.DAT NOT FOUND - NO DEPARTMENT HAS "
           DISPLAY " A BUDGET POOL, NO INCREASE CAN BE BOOKED "
       ELSE
           PERFORM LOAD-ONE-BUDGET-PARA THRU LOAD-ONE-BUDGET-EXIT
               UNTIL BUD-END-OF-FILE
           CLOSE BUDGET-FILE
       END-IF.

       LOAD-ONE-BUDGET-PARA.
       READ BUDGET-FILE
           AT END
               SET BUD-END-OF-FILE TO TRUE
               GO TO LOAD-ONE-BUDGET-EXIT
       END-READ
       MOVE SPACES TO WS-BUD-DEPT-IN
       MOVE SPACES TO WS-BUD-POOL-IN
       UNSTRING BUDGET-LINE DELIMITED BY ALL SPACE
           INTO WS-BUD-DEPT-IN WS-BUD-POOL-IN
       END-UNSTRING
       IF WS-BUD-DEPT-IN = SPACES OR WS-BUD-POOL-IN = SPACES
           GO TO LOAD-ONE-BUDGET-EXIT
       END-IF
       MOVE 'V' TO WS-DEP-FUNC
       MOVE WS-BUD-DEPT-IN TO WS-DEP-CODE
       CALL "DEPTVAL" USING WS-DEP-FUNC, WS-DEP-CODE, WS-DEP-NAME,
           WS-DEP-COST, WS-DEP-FOUND
       END-CALL
       IF WS-DEP-FOUND NOT = 'Y'
               OR FUNCTION TEST-NUMVAL(WS-BUD-POOL-IN) NOT = ZERO
           DISPLAY " BUDGET LINE IGNORED : " BUDGET-LINE
           GO TO LOAD-ONE-BUDGET-EXIT
       END-IF
       PERFORM FIND-DEPT-PARA
       IF WS-DPT-SUB = ZERO
           IF WS-DPT-TOTAL NOT < WS-DPT-MAX
               DISPLAY " BUDGET LINE IGNORED : " BUDGET-LINE
               GO TO LOAD-ONE-BUDGET-EXIT
           END-IF
           ADD 1 TO WS-DPT-TOTAL
           MOVE WS-DPT-TOTAL TO WS-DPT-SUB
           MOVE WS-DEP-CODE TO DPT-T-CODE(WS-DPT-SUB)
           MOVE ZERO TO DPT-T-APPROVED(WS-DPT-SUB)
       END-IF
       COMPUTE DPT-T-POOL(WS-DPT-SUB) = FUNCTION NUMVAL(WS-BUD-POOL-IN).
       LOAD-ONE-BUDGET-EXIT.
       EXIT.

       CHECK-RUN-CONTROL-PARA.
       OPEN INPUT RUN-CONTROL-FILE
       IF RCF-FILESTATUS = "00"
           READ RUN-CONTROL-FILE INTO WS-LAST-APPLIED-YEAR
               AT END MOVE ZERO TO WS-LAST-APPLIED-YEAR
           END-READ
           CLOSE RUN-CONTROL-FILE
       END-IF.

       STAMP-RUN-CONTROL-PARA.
       OPEN OUTPUT RUN-CONTROL-FILE
       MOVE WS-EFF-YEAR TO RC-RECORD
       WRITE RC-RECORD
       CLOSE RUN-CONTROL-FILE.
       END PROGRAM MERITAPL.

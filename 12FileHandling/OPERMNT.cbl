      ******************************************************************
      * Author:
      * Date:
      * Purpose: Operator master maintenance console - the end of
      *          editing OperMaster.dat by hand. Open to supervisors
      *          only (OPERSEC authority 3). A numbered menu adds an
      *          operator with a first password, changes an
      *          operator's authority level, suspends an operator,
      *          reinstates a suspended operator or one OPERSEC has
      *          locked after too many failed sign-ons, and resets a
      *          forgotten password. A new or reset password is a
      *          temporary one: its change date is left at zero, so
      *          OPERSEC makes the operator choose their own at the
      *          next sign-on. A supervisor may not change the
      *          authority of, suspend or reset their own operator
      *          ID. The master is read fresh before each change and
      *          rewritten whole after it, and every change is
      *          written to OperMaint.log with who made it, the
      *          operator changed and the old and new values - never
      *          a password.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO 'OperMaster.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPR-FILESTATUS.

           SELECT MAINT-AUDIT ASSIGN TO 'OperMaint.log'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUD-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD OPERATOR-MASTER.
       01 OPERATOR-LINE PIC X(52).
      *
       FD MAINT-AUDIT.
       01 AUDIT-LINE PIC X(80).
      *
       WORKING-STORAGE SECTION.

       01 OPR-FILESTATUS PIC X(02).
       01 AUD-FILESTATUS PIC X(02).
       01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
           88 END-OF-FILE VALUE 'Y'.
       COPY OPRREC REPLACING ==:REC:== BY ==OPERATOR-RECORD==.
      *
       01 OPR-TABLE.
           05 OPR-T-LINE OCCURS 200 TIMES PIC X(52).
       01 WS-OPR-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-OPR-MAX PIC 9(3) VALUE 200.
       01 WS-OPR-SUB PIC 9(3).
       01 WS-OPR-HIT PIC 9(3) VALUE ZERO.
       01 WS-OPR-OVERFLOW-SW PIC X(1) VALUE 'N'.
           88 OPR-OVERFLOW VALUE 'Y'.
       01 WS-MASTER-OK-SW PIC X(1) VALUE 'N'.
           88 MASTER-OK VALUE 'Y'.
      *
       01 WS-MENU-CHOICE PIC X(1).
       01 WS-MENU-DONE-SW PIC X(1) VALUE 'N'.
           88 MENU-DONE VALUE 'Y'.
       01 WS-TARGET-ID PIC X(8).
       01 WS-NEW-AUTH-X PIC X(1).
       01 WS-NEW-AUTH PIC 9(1).
       01 WS-NEW-PASSWORD PIC X(8).
       01 WS-PWD-LENGTH PIC 9(2).
       01 WS-PWD-SPACES PIC 9(2).
       01 WS-PWD-MIN-LENGTH PIC 9(2) VALUE 6.
       01 WS-CHANGE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CURR-DATE PIC 9(8).
       01 WS-CURR-TIME PIC 9(8).
       01 WS-STATUS-TEXT PIC X(10).
      *
       01 WS-SEC-FUNC PIC X(1).
       01 WS-SEC-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-SEC-PASSWORD PIC X(8) VALUE SPACES.
       01 WS-SEC-AUTHORITY PIC 9(1) VALUE ZERO.
       01 WS-SEC-RESULT PIC X(1).
      *
       01 AUDIT-RECORD.
           05 AUD-TIMESTAMP    PIC 9(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AUD-TIME         PIC 9(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AUD-SUPERVISOR   PIC X(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AUD-ACTION       PIC X(9).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AUD-TARGET       PIC X(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AUD-OLD-VALUE    PIC X(10).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 AUD-NEW-VALUE    PIC X(10).
      *
       01 LIST-LINE.
           05 LST-ID           PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LST-AUTHORITY    PIC 9(1).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LST-STATUS       PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LST-FAILS        PIC X(2).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LST-PWD-DATE     PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LST-LAST-SIGNON  PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       DISPLAY "=== OPERATOR MAINTENANCE ==="
       DISPLAY "OPERATOR ID ? " WITH NO ADVANCING
       ACCEPT WS-SEC-OPERATOR
       DISPLAY "PASSWORD ? " WITH NO ADVANCING
       ACCEPT WS-SEC-PASSWORD
       MOVE 'S' TO WS-SEC-FUNC
       CALL "OPERSEC" USING WS-SEC-FUNC, WS-SEC-OPERATOR,
           WS-SEC-PASSWORD, WS-SEC-AUTHORITY, WS-SEC-RESULT
       IF WS-SEC-RESULT NOT = 'Y' OR WS-SEC-AUTHORITY < 3
           DISPLAY "SIGN-ON REFUSED OR AUTHORITY TOO LOW -"
           DISPLAY "OPERATOR MAINTENANCE NEEDS SUPERVISOR AUTHORITY"
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
       MOVE WS-SEC-OPERATOR TO AUD-SUPERVISOR

       PERFORM SHOW-MENU-PARA THRU SHOW-MENU-EXIT
           UNTIL MENU-DONE
       DISPLAY "CHANGES MADE      : " WS-CHANGE-COUNT.

       PROGRAM-END-PARA.
       DISPLAY "CONSOLE CLOSED"
       STOP RUN.

       SHOW-MENU-PARA.
       DISPLAY " "
       DISPLAY "1 - ADD AN OPERATOR"
       DISPLAY "2 - CHANGE AUTHORITY LEVEL"
       DISPLAY "3 - SUSPEND AN OPERATOR"
       DISPLAY "4 - REINSTATE A SUSPENDED OR LOCKED OPERATOR"
       DISPLAY "5 - RESET A PASSWORD"
       DISPLAY "6 - LIST OPERATORS"
       DISPLAY "0 - EXIT"
       DISPLAY "CHOICE ? " WITH NO ADVANCING
       ACCEPT WS-MENU-CHOICE
       EVALUATE WS-MENU-CHOICE
       WHEN '1'
           PERFORM ADD-OPERATOR-PARA THRU ADD-OPERATOR-EXIT
       WHEN '2'
           PERFORM CHANGE-AUTHORITY-PARA THRU CHANGE-AUTHORITY-EXIT
       WHEN '3'
           PERFORM SUSPEND-OPERATOR-PARA THRU SUSPEND-OPERATOR-EXIT
       WHEN '4'
           PERFORM REINSTATE-OPERATOR-PARA
               THRU REINSTATE-OPERATOR-EXIT
       WHEN '5'
           PERFORM RESET-PASSWORD-PARA THRU RESET-PASSWORD-EXIT
       WHEN '6'
           PERFORM LIST-OPERATORS-PARA THRU LIST-OPERATORS-EXIT
       WHEN '0'
           SET MENU-DONE TO TRUE
       WHEN OTHER
           DISPLAY "PLEASE CHOOSE 0 THROUGH 6"
       END-EVALUATE.
       SHOW-MENU-EXIT.
       EXIT.

      *    A NEW OPERATOR STARTS ACTIVE WITH A TEMPORARY PASSWORD
      *    WHOSE CHANGE DATE IS ZERO, SO THE FIRST SIGN-ON ASKS FOR
      *    THEIR OWN.
       ADD-OPERATOR-PARA.
       PERFORM LOAD-MASTER-PARA THRU LOAD-MASTER-EXIT
       IF NOT MASTER-OK
           GO TO ADD-OPERATOR-EXIT
       END-IF
       PERFORM ASK-TARGET-PARA
       IF WS-TARGET-ID = SPACES
           GO TO ADD-OPERATOR-EXIT
       END-IF
       PERFORM FIND-TARGET-PARA
       IF WS-OPR-HIT NOT = ZERO
           DISPLAY "OPERATOR " WS-TARGET-ID " IS ALREADY ON FILE"
           GO TO ADD-OPERATOR-EXIT
       END-IF
       IF WS-OPR-TOTAL NOT < WS-OPR-MAX
           DISPLAY "OPERATOR MASTER IS FULL - NOT ADDED"
           GO TO ADD-OPERATOR-EXIT
       END-IF
       PERFORM ASK-AUTHORITY-PARA
       IF WS-NEW-AUTH = ZERO
           GO TO ADD-OPERATOR-EXIT
       END-IF
       PERFORM ASK-PASSWORD-PARA
       IF WS-NEW-PASSWORD = SPACES
           GO TO ADD-OPERATOR-EXIT
       END-IF
       MOVE SPACES TO OPERATOR-RECORD
       MOVE WS-TARGET-ID TO OPR-ID
       MOVE WS-NEW-PASSWORD TO OPR-PASSWORD
       MOVE WS-NEW-AUTH TO OPR-AUTHORITY
       MOVE 'A' TO OPR-STATUS
       MOVE ZERO TO OPR-FAIL-COUNT-NUM
       MOVE ZERO TO OPR-PWD-DATE-NUM
       MOVE WS-CURR-DATE TO OPR-ADDED-DATE
       ADD 1 TO WS-OPR-TOTAL
       MOVE WS-OPR-TOTAL TO WS-OPR-HIT
       MOVE "OPR-ADD" TO AUD-ACTION
       MOVE SPACES TO AUD-OLD-VALUE
       MOVE SPACES TO AUD-NEW-VALUE
       STRING "LEVEL " WS-NEW-AUTH DELIMITED BY SIZE
           INTO AUD-NEW-VALUE
       PERFORM SAVE-CHANGE-PARA
       DISPLAY "OPERATOR " WS-TARGET-ID " ADDED AT LEVEL "
           WS-NEW-AUTH " - PASSWORD TO BE CHANGED AT FIRST SIGN-ON".
       ADD-OPERATOR-EXIT.
       EXIT.

       CHANGE-AUTHORITY-PARA.
       PERFORM LOAD-MASTER-PARA THRU LOAD-MASTER-EXIT
       IF NOT MASTER-OK
           GO TO CHANGE-AUTHORITY-EXIT
       END-IF
       PERFORM ASK-TARGET-PARA
       PERFORM CHECK-TARGET-PARA THRU CHECK-TARGET-EXIT
       IF WS-OPR-HIT = ZERO
           GO TO CHANGE-AUTHORITY-EXIT
       END-IF
       DISPLAY "CURRENT LEVEL " OPR-AUTHORITY
       PERFORM ASK-AUTHORITY-PARA
       IF WS-NEW-AUTH = ZERO
           GO TO CHANGE-AUTHORITY-EXIT
       END-IF
       IF WS-NEW-AUTH = OPR-AUTHORITY
           DISPLAY "LEVEL UNCHANGED - NOTHING DONE"
           GO TO CHANGE-AUTHORITY-EXIT
       END-IF
       MOVE "OPR-AUTH" TO AUD-ACTION
       MOVE SPACES TO AUD-OLD-VALUE
       MOVE SPACES TO AUD-NEW-VALUE
       STRING "LEVEL " OPR-AUTHORITY DELIMITED BY SIZE
           INTO AUD-OLD-VALUE
       STRING "LEVEL " WS-NEW-AUTH DELIMITED BY SIZE
           INTO AUD-NEW-VALUE
       MOVE WS-NEW-AUTH TO OPR-AUTHORITY
       PERFORM SAVE-CHANGE-PARA
       DISPLAY "OPERATOR " WS-TARGET-ID " NOW AT LEVEL " WS-NEW-AUTH.
       CHANGE-AUTHORITY-EXIT.
       EXIT.

       SUSPEND-OPERATOR-PARA.
       PERFORM LOAD-MASTER-PARA THRU LOAD-MASTER-EXIT
       IF NOT MASTER-OK
           GO TO SUSPEND-OPERATOR-EXIT
       END-IF
       PERFORM ASK-TARGET-PARA
       PERFORM CHECK-TARGET-PARA THRU CHECK-TARGET-EXIT
       IF WS-OPR-HIT = ZERO
           GO TO SUSPEND-OPERATOR-EXIT
       END-IF
       IF OPR-SUSPENDED
           DISPLAY "OPERATOR " WS-TARGET-ID " IS ALREADY SUSPENDED"
           GO TO SUSPEND-OPERATOR-EXIT
       END-IF
       PERFORM SET-STATUS-TEXT-PARA
       MOVE "OPR-SUSP" TO AUD-ACTION
       MOVE WS-STATUS-TEXT TO AUD-OLD-VALUE
       MOVE 'S' TO OPR-STATUS
       PERFORM SET-STATUS-TEXT-PARA
       MOVE WS-STATUS-TEXT TO AUD-NEW-VALUE
       PERFORM SAVE-CHANGE-PARA
       DISPLAY "OPERATOR " WS-TARGET-ID " SUSPENDED".
       SUSPEND-OPERATOR-EXIT.
       EXIT.

      *    REINSTATING CLEARS A SUSPENSION OR AN OPERSEC LOCK AND
      *    STARTS THE RUN OF FAILED SIGN-ONS AGAIN FROM NOTHING.
       REINSTATE-OPERATOR-PARA.
       PERFORM LOAD-MASTER-PARA THRU LOAD-MASTER-EXIT
       IF NOT MASTER-OK
           GO TO REINSTATE-OPERATOR-EXIT
       END-IF
       PERFORM ASK-TARGET-PARA
       PERFORM CHECK-TARGET-PARA THRU CHECK-TARGET-EXIT
       IF WS-OPR-HIT = ZERO
           GO TO REINSTATE-OPERATOR-EXIT
       END-IF
       IF OPR-ACTIVE
           DISPLAY "OPERATOR " WS-TARGET-ID " IS ALREADY ACTIVE"
           GO TO REINSTATE-OPERATOR-EXIT
       END-IF
       PERFORM SET-STATUS-TEXT-PARA
       MOVE "OPR-REINS" TO AUD-ACTION
       MOVE WS-STATUS-TEXT TO AUD-OLD-VALUE
       MOVE 'A' TO OPR-STATUS
       MOVE ZERO TO OPR-FAIL-COUNT-NUM
       PERFORM SET-STATUS-TEXT-PARA
       MOVE WS-STATUS-TEXT TO AUD-NEW-VALUE
       PERFORM SAVE-CHANGE-PARA
       DISPLAY "OPERATOR " WS-TARGET-ID " REINSTATED".
       REINSTATE-OPERATOR-EXIT.
       EXIT.

      *    A RESET GIVES A TEMPORARY PASSWORD THE OPERATOR MUST
      *    CHANGE AT THE NEXT SIGN-ON; IT ALSO CLEARS AN OPERSEC LOCK,
      *    BUT NOT A SUSPENSION.
       RESET-PASSWORD-PARA.
       PERFORM LOAD-MASTER-PARA THRU LOAD-MASTER-EXIT
       IF NOT MASTER-OK
           GO TO RESET-PASSWORD-EXIT
       END-IF
       PERFORM ASK-TARGET-PARA
       PERFORM CHECK-TARGET-PARA THRU CHECK-TARGET-EXIT
       IF WS-OPR-HIT = ZERO
           GO TO RESET-PASSWORD-EXIT
       END-IF
       PERFORM ASK-PASSWORD-PARA
       IF WS-NEW-PASSWORD = SPACES
           GO TO RESET-PASSWORD-EXIT
       END-IF
       PERFORM SET-STATUS-TEXT-PARA
       MOVE "OPR-RESET" TO AUD-ACTION
       MOVE WS-STATUS-TEXT TO AUD-OLD-VALUE
       MOVE WS-NEW-PASSWORD TO OPR-PASSWORD
       MOVE ZERO TO OPR-PWD-DATE-NUM
       MOVE ZERO TO OPR-FAIL-COUNT-NUM
       IF OPR-LOCKED
           MOVE 'A' TO OPR-STATUS
       END-IF
       PERFORM SET-STATUS-TEXT-PARA
       MOVE WS-STATUS-TEXT TO AUD-NEW-VALUE
       PERFORM SAVE-CHANGE-PARA
       DISPLAY "PASSWORD RESET FOR " WS-TARGET-ID
           " - TO BE CHANGED AT NEXT SIGN-ON".
       RESET-PASSWORD-EXIT.
       EXIT.

       LIST-OPERATORS-PARA.
       PERFORM LOAD-MASTER-PARA THRU LOAD-MASTER-EXIT
       IF NOT MASTER-OK
           GO TO LIST-OPERATORS-EXIT
       END-IF
       DISPLAY "OPERATOR  L  STATUS      FL  PWD DATE  LAST SIGN-ON"
       PERFORM LIST-ONE-OPERATOR-PARA
           VARYING WS-OPR-SUB FROM 1 BY 1
           UNTIL WS-OPR-SUB > WS-OPR-TOTAL.
       LIST-OPERATORS-EXIT.
       EXIT.

       LIST-ONE-OPERATOR-PARA.
       MOVE OPR-T-LINE(WS-OPR-SUB) TO OPERATOR-RECORD
       PERFORM SET-STATUS-TEXT-PARA
       MOVE OPR-ID TO LST-ID
       MOVE OPR-AUTHORITY TO LST-AUTHORITY
       MOVE WS-STATUS-TEXT TO LST-STATUS
       MOVE OPR-FAIL-COUNT TO LST-FAILS
       MOVE OPR-PWD-DATE TO LST-PWD-DATE
       MOVE OPR-LAST-SIGNON TO LST-LAST-SIGNON
       DISPLAY LIST-LINE.

       ASK-TARGET-PARA.
       MOVE SPACES TO WS-TARGET-ID
       DISPLAY "OPERATOR ID TO MAINTAIN ? " WITH NO ADVANCING
       ACCEPT WS-TARGET-ID.

      *    THE OPERATOR MUST BE ON FILE, AND A SUPERVISOR DOES NOT
      *    MAINTAIN THEIR OWN ID - THAT TAKES A SECOND SUPERVISOR.
       CHECK-TARGET-PARA.
       MOVE ZERO TO WS-OPR-HIT
       IF WS-TARGET-ID = SPACES
           GO TO CHECK-TARGET-EXIT
       END-IF
       IF WS-TARGET-ID = WS-SEC-OPERATOR
           DISPLAY "YOU MAY NOT MAINTAIN YOUR OWN OPERATOR ID"
           GO TO CHECK-TARGET-EXIT
       END-IF
       PERFORM FIND-TARGET-PARA
       IF WS-OPR-HIT = ZERO
           DISPLAY "OPERATOR " WS-TARGET-ID " NOT ON FILE"
       END-IF.
       CHECK-TARGET-EXIT.
       EXIT.

       FIND-TARGET-PARA.
       MOVE ZERO TO WS-OPR-HIT
       PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
               UNTIL WS-OPR-SUB > WS-OPR-TOTAL OR WS-OPR-HIT > ZERO
           MOVE OPR-T-LINE(WS-OPR-SUB) TO OPERATOR-RECORD
           IF OPR-ID = WS-TARGET-ID
               MOVE WS-OPR-SUB TO WS-OPR-HIT
           END-IF
       END-PERFORM
       IF WS-OPR-HIT > ZERO
           MOVE OPR-T-LINE(WS-OPR-HIT) TO OPERATOR-RECORD
           IF OPR-FAIL-COUNT NOT NUMERIC
               MOVE ZERO TO OPR-FAIL-COUNT-NUM
           END-IF
       END-IF.

       ASK-AUTHORITY-PARA.
       MOVE ZERO TO WS-NEW-AUTH
       DISPLAY "AUTHORITY 1=INQUIRY 2=MAINTENANCE 3=SUPERVISOR ? "
           WITH NO ADVANCING
       ACCEPT WS-NEW-AUTH-X
       IF WS-NEW-AUTH-X = '1' OR '2' OR '3'
           MOVE WS-NEW-AUTH-X TO WS-NEW-AUTH
       ELSE
           DISPLAY "AUTHORITY MUST BE 1, 2 OR 3 - NOTHING DONE"
       END-IF.

      *    THE SAME RULE OPERSEC APPLIES TO A PASSWORD THE OPERATOR
      *    CHOOSES: SIX CHARACTERS OR MORE AND NO EMBEDDED SPACE.
       ASK-PASSWORD-PARA.
       MOVE SPACES TO WS-NEW-PASSWORD
       DISPLAY "TEMPORARY PASSWORD ? " WITH NO ADVANCING
       ACCEPT WS-NEW-PASSWORD
       MOVE ZERO TO WS-PWD-LENGTH
       MOVE ZERO TO WS-PWD-SPACES
       INSPECT WS-NEW-PASSWORD TALLYING WS-PWD-LENGTH
           FOR CHARACTERS BEFORE INITIAL SPACE
       INSPECT WS-NEW-PASSWORD TALLYING WS-PWD-SPACES
           FOR ALL SPACE
       IF WS-PWD-LENGTH < WS-PWD-MIN-LENGTH
               OR WS-PWD-LENGTH + WS-PWD-SPACES NOT = 8
           DISPLAY "AT LEAST SIX CHARACTERS, NO SPACES - NOTHING DONE"
           MOVE SPACES TO WS-NEW-PASSWORD
       END-IF.

       SET-STATUS-TEXT-PARA.
       EVALUATE TRUE
       WHEN OPR-SUSPENDED
           MOVE "SUSPENDED" TO WS-STATUS-TEXT
       WHEN OPR-LOCKED
           MOVE "LOCKED" TO WS-STATUS-TEXT
       WHEN OTHER
           MOVE "ACTIVE" TO WS-STATUS-TEXT
       END-EVALUATE.

      *    THE MASTER IS READ AFRESH FOR EVERY CHANGE, SO A SIGN-ON
      *    OPERSEC HAS RECORDED SINCE THE LAST ONE IS NOT LOST.
       LOAD-MASTER-PARA.
       MOVE 'N' TO WS-MASTER-OK-SW
       MOVE 'N' TO WS-EOF-FLAG
       MOVE 'N' TO WS-OPR-OVERFLOW-SW
       MOVE ZERO TO WS-OPR-TOTAL
       ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
       OPEN INPUT OPERATOR-MASTER
       IF OPR-FILESTATUS NOT = "00"
           DISPLAY " OPERMASTER.DAT NOT FOUND "
           GO TO LOAD-MASTER-EXIT
       END-IF
       PERFORM LOAD-ONE-OPERATOR-PARA THRU LOAD-ONE-OPERATOR-EXIT
           UNTIL END-OF-FILE
       CLOSE OPERATOR-MASTER
      *    THE MASTER IS REWRITTEN FROM THE TABLE, SO A TABLE THAT
      *    COULD NOT HOLD IT ALL WOULD LOSE THE REST.
       IF OPR-OVERFLOW
           DISPLAY "*** MORE THAN " WS-OPR-MAX " OPERATORS ON FILE - "
               "NOTHING CHANGED"
           MOVE 8 TO RETURN-CODE
           GO TO LOAD-MASTER-EXIT
       END-IF
       SET MASTER-OK TO TRUE.
       LOAD-MASTER-EXIT.
       EXIT.

       LOAD-ONE-OPERATOR-PARA.
       READ OPERATOR-MASTER INTO OPERATOR-RECORD
           AT END
               SET END-OF-FILE TO TRUE
               GO TO LOAD-ONE-OPERATOR-EXIT
       END-READ
       IF OPR-ID = SPACES
           GO TO LOAD-ONE-OPERATOR-EXIT
       END-IF
       IF WS-OPR-TOTAL NOT < WS-OPR-MAX
           SET OPR-OVERFLOW TO TRUE
           SET END-OF-FILE TO TRUE
           GO TO LOAD-ONE-OPERATOR-EXIT
       END-IF
       ADD 1 TO WS-OPR-TOTAL
       MOVE OPERATOR-RECORD TO OPR-T-LINE(WS-OPR-TOTAL).
       LOAD-ONE-OPERATOR-EXIT.
       EXIT.

      *    THE CHANGED LINE GOES BACK INTO THE TABLE, THE MASTER IS
      *    REWRITTEN WHOLE AND THE CHANGE IS AUDITED.
       SAVE-CHANGE-PARA.
       MOVE OPERATOR-RECORD TO OPR-T-LINE(WS-OPR-HIT)
       OPEN OUTPUT OPERATOR-MASTER
       PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
               UNTIL WS-OPR-SUB > WS-OPR-TOTAL
           WRITE OPERATOR-LINE FROM OPR-T-LINE(WS-OPR-SUB)
       END-PERFORM
       CLOSE OPERATOR-MASTER
       ADD 1 TO WS-CHANGE-COUNT
       ACCEPT WS-CURR-TIME FROM TIME
       MOVE WS-CURR-DATE TO AUD-TIMESTAMP
       MOVE WS-CURR-TIME TO AUD-TIME
       MOVE WS-TARGET-ID TO AUD-TARGET
       OPEN EXTEND MAINT-AUDIT
       IF AUD-FILESTATUS NOT = "00"
           OPEN OUTPUT MAINT-AUDIT
       END-IF
       WRITE AUDIT-LINE FROM AUDIT-RECORD
       CLOSE MAINT-AUDIT.
       END PROGRAM OPERMNT.

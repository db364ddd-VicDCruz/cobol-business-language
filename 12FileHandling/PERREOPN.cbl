      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reopens a closed accounting period on the Periods.dat
      *          period calendar so a correction can be posted into
      *          it. The period (YYYYMM) is given on the command line.
      *          Only a signed-on supervisor (OPERSEC authority 3)
      *          gets past the sign-on; PERCHK checks the authority
      *          again, changes the status back to open and writes
      *          the reopen - or the refused attempt - to the
      *          exception log. The period stays open until the next
      *          MTHCLOSE for it closes it again.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERREOPN.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-COMMAND-LINE PIC X(20) VALUE SPACES.
       01 WS-REOPEN-PERIOD PIC X(6).
       01 WS-PER-FUNC PIC X(1).
       01 WS-PER-PROGRAM PIC X(9) VALUE "PERREOPN".
       01 WS-PER-DATE PIC 9(8).
       01 WS-PER-PAYLOAD PIC X(80) VALUE SPACES.
       01 WS-PER-RESULT PIC X(1).
      *
       01 WS-SEC-FUNC PIC X(1).
       01 WS-SEC-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-SEC-PASSWORD PIC X(8) VALUE SPACES.
       01 WS-SEC-AUTHORITY PIC 9(1) VALUE ZERO.
       01 WS-SEC-RESULT PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       DISPLAY "=== REOPEN ACCOUNTING PERIOD ==="
       ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
       MOVE WS-COMMAND-LINE(1:6) TO WS-REOPEN-PERIOD
       IF WS-REOPEN-PERIOD NOT NUMERIC
               OR WS-REOPEN-PERIOD(5:2) < "01"
               OR WS-REOPEN-PERIOD(5:2) > "12"
           DISPLAY " GIVE THE PERIOD TO REOPEN AS YYYYMM "
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF

      *    A CLOSED PERIOD HAS BEEN REPORTED ON; OPENING IT AGAIN IS
      *    A SUPERVISOR'S DECISION.
       DISPLAY "OPERATOR ID ? " WITH NO ADVANCING
       ACCEPT WS-SEC-OPERATOR
       DISPLAY "PASSWORD ? " WITH NO ADVANCING
       ACCEPT WS-SEC-PASSWORD
       MOVE 'S' TO WS-SEC-FUNC
       CALL "OPERSEC" USING WS-SEC-FUNC, WS-SEC-OPERATOR,
           WS-SEC-PASSWORD, WS-SEC-AUTHORITY, WS-SEC-RESULT
       IF WS-SEC-RESULT NOT = 'Y' OR WS-SEC-AUTHORITY < 3
           DISPLAY "SIGN-ON REFUSED OR AUTHORITY TOO LOW -"
           DISPLAY "REOPENING NEEDS SUPERVISOR AUTHORITY"
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF

       MOVE 'R' TO WS-PER-FUNC
       MOVE ZERO TO WS-PER-DATE
       MOVE WS-REOPEN-PERIOD TO WS-PER-DATE(1:6)
       CALL "PERCHK" USING WS-PER-FUNC, WS-PER-PROGRAM,
           WS-PER-DATE, WS-PER-PAYLOAD, WS-PER-RESULT
       END-CALL
       IF WS-PER-RESULT = 'Y'
           DISPLAY "PERIOD " WS-REOPEN-PERIOD " REOPENED BY "
               WS-SEC-OPERATOR
       ELSE
           DISPLAY "PERIOD " WS-REOPEN-PERIOD " NOT REOPENED"
           MOVE 8 TO RETURN-CODE
       END-IF.

       PROGRAM-END-PARA.
      *    GOBACK RATHER THAN STOP RUN SO THE NIGHT SCHEDULER CAN
      *    CALL THIS STEP AND CARRY ON; RUN STANDALONE IT ENDS THE
      *    RUN UNIT JUST THE SAME.
       GOBACK.
       END PROGRAM PERREOPN.

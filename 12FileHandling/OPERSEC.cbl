      *          for supervisor review. Function 'G' returns the
      *          signed-on operator ID and authority so audit and
      *          exception records can be stamped with who did it.
      *          An operator suspended through OPERMNT, or locked
      *          here, is refused whatever password is keyed. Each
      *          wrong password adds to the operator's run of failed
      *          sign-ons, and when the run reaches the SystemConfig
      *          OPER-LOCK-TRIES limit (default 3) the operator is
      *          locked until a supervisor reinstates them; a good
      *          sign-on clears the run and stamps the date. A
      *          password older than OPER-PWD-DAYS days (default 90),
      *          or one a supervisor has reset, must be changed on
      *          the spot before the sign-on is allowed. A limit of
      *          zero switches that check off.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-MASTER.
       01 OPERATOR-LINE PIC X(52).
       FD ACCESS-LOG.
       01 ACCESS-LINE PIC X(40).

           05 ACC-ID        PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 ACC-RESULT    PIC X(8).
       COPY OPRREC REPLACING ==:REC:== BY ==OPERATOR-RECORD==.
      *
      *    THE WHOLE MASTER IS HELD WHILE ONE SIGN-ON IS CHECKED, SO
      *    THE FAILURE COUNT AND DATES CAN BE WRITTEN BACK.
       01 OPR-TABLE.
           05 OPR-T-LINE OCCURS 200 TIMES PIC X(52).
       01 WS-OPR-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-OPR-MAX PIC 9(3) VALUE 200.
       01 WS-OPR-SUB PIC 9(3).
       01 WS-OPR-HIT PIC 9(3) VALUE ZERO.
       01 WS-OPR-OVERFLOW-SW PIC X(1) VALUE 'N'.
           88 OPR-OVERFLOW VALUE 'Y'.
      *
       01 WS-PARM-KEY PIC X(16).
       01 WS-PARM-VALUE PIC 9(5).
       01 WS-PARM-DEFAULT PIC 9(5).
       01 WS-PARM-FOUND PIC X(1).
       01 WS-LOCK-TRIES PIC 9(5) VALUE ZERO.
       01 WS-PWD-DAYS PIC 9(5) VALUE ZERO.
       01 WS-PWD-AGE PIC S9(7) VALUE ZERO.
      *
       01 WS-NEW-PASSWORD PIC X(8).
       01 WS-CONFIRM-PASSWORD PIC X(8).
       01 WS-PWD-LENGTH PIC 9(2).
       01 WS-PWD-SPACES PIC 9(2).
       01 WS-PWD-MIN-LENGTH PIC 9(2) VALUE 6.
       01 WS-PWD-TRIES PIC 9(1).
       01 WS-PWD-CHANGED-SW PIC X(1).
           88 PASSWORD-CHANGED VALUE 'Y'.

       LINKAGE SECTION.
       01 LS-FUNC PIC X(1).
       END-IF.
       MOVE 'N' TO WS-FOUND-SW.
       MOVE 'N' TO OPR-EOF.
       MOVE 'N' TO WS-OPR-OVERFLOW-SW.
       MOVE ZERO TO WS-OPR-TOTAL.
       MOVE ZERO TO WS-OPR-HIT.
       MOVE ZERO TO LS-AUTHORITY.
       SET SIGN-ON-BAD TO TRUE.
       ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
       OPEN INPUT OPERATOR-MASTER.
       IF OPR-FILESTATUS NOT = "00"
           DISPLAY " OPERMASTER.DAT NOT FOUND - SIGN-ON REFUSED "
           MOVE "DENIED" TO ACC-RESULT
           PERFORM LOG-ACCESS-PARA
           GOBACK
       END-IF.
       PERFORM CHECK-OPERATOR-PARA THRU CHECK-OPERATOR-EXIT
           UNTIL OPR-END-OF-FILE.
       CLOSE OPERATOR-MASTER.
       IF NOT OPERATOR-FOUND
           MOVE "DENIED" TO ACC-RESULT
           PERFORM LOG-ACCESS-PARA
           GOBACK
       END-IF.

       MOVE OPR-T-LINE(WS-OPR-HIT) TO OPERATOR-RECORD.
       IF OPR-FAIL-COUNT NOT NUMERIC
           MOVE ZERO TO OPR-FAIL-COUNT-NUM
       END-IF.
       IF OPR-SUSPENDED
           DISPLAY " OPERATOR SUSPENDED - SEE A SUPERVISOR "
           MOVE "SUSPEND" TO ACC-RESULT
           PERFORM LOG-ACCESS-PARA
           GOBACK
       END-IF.
       IF OPR-LOCKED
           DISPLAY " OPERATOR LOCKED - SEE A SUPERVISOR "
           MOVE "LOCKED" TO ACC-RESULT
           PERFORM LOG-ACCESS-PARA
           GOBACK
       END-IF.
       PERFORM GET-LIMITS-PARA.

      *    A WRONG PASSWORD ADDS TO THE RUN OF FAILURES, AND THE
      *    FAILURE THAT REACHES THE LIMIT LOCKS THE OPERATOR.
       IF OPR-PASSWORD NOT = LS-PASSWORD
           IF OPR-FAIL-COUNT-NUM < 99
               ADD 1 TO OPR-FAIL-COUNT-NUM
           END-IF
           MOVE "DENIED" TO ACC-RESULT
           IF WS-LOCK-TRIES > ZERO
                   AND OPR-FAIL-COUNT-NUM NOT < WS-LOCK-TRIES
               MOVE 'L' TO OPR-STATUS
               MOVE "LOCKED" TO ACC-RESULT
               DISPLAY " TOO MANY FAILED SIGN-ONS - OPERATOR LOCKED "
           END-IF
           PERFORM SAVE-MASTER-PARA
           PERFORM LOG-ACCESS-PARA
           GOBACK
       END-IF.

       MOVE ZERO TO OPR-FAIL-COUNT-NUM.
       PERFORM CHECK-PASSWORD-AGE-PARA.
       IF WS-PWD-AGE < ZERO
           PERFORM CHANGE-PASSWORD-PARA
           IF NOT PASSWORD-CHANGED
               DISPLAY " PASSWORD NOT CHANGED - SIGN-ON REFUSED "
               PERFORM SAVE-MASTER-PARA
               MOVE "PWD-EXP" TO ACC-RESULT
               PERFORM LOG-ACCESS-PARA
               GOBACK
           END-IF
       END-IF.
       MOVE WS-CURR-DATE TO OPR-LAST-SIGNON.
       PERFORM SAVE-MASTER-PARA.
       MOVE OPR-AUTHORITY TO LS-AUTHORITY.
       MOVE LS-OPERATOR-ID TO WS-SIGNED-ON-ID.
       MOVE LS-AUTHORITY TO WS-SIGNED-ON-AUTH.
       SET SIGN-ON-GOOD TO TRUE.
       GOBACK.

       CHECK-OPERATOR-PARA.
       READ OPERATOR-MASTER INTO OPERATOR-RECORD
           AT END
               SET OPR-END-OF-FILE TO TRUE
               GO TO CHECK-OPERATOR-EXIT
       END-READ.
       IF OPR-ID = SPACES
           GO TO CHECK-OPERATOR-EXIT
       END-IF.
       IF WS-OPR-TOTAL NOT < WS-OPR-MAX
           SET OPR-OVERFLOW TO TRUE
           SET OPR-END-OF-FILE TO TRUE
           GO TO CHECK-OPERATOR-EXIT
       END-IF.
       ADD 1 TO WS-OPR-TOTAL.
       MOVE OPERATOR-RECORD TO OPR-T-LINE(WS-OPR-TOTAL).
       IF OPR-ID = LS-OPERATOR-ID AND NOT OPERATOR-FOUND
           SET OPERATOR-FOUND TO TRUE
           MOVE WS-OPR-TOTAL TO WS-OPR-HIT
       END-IF.
       CHECK-OPERATOR-EXIT.
       EXIT.

       GET-LIMITS-PARA.
       MOVE "OPER-LOCK-TRIES" TO WS-PARM-KEY.
       MOVE 3 TO WS-PARM-DEFAULT.
       CALL "GETPARM" USING WS-PARM-KEY, WS-PARM-VALUE,
           WS-PARM-DEFAULT, WS-PARM-FOUND
       END-CALL.
       MOVE WS-PARM-VALUE TO WS-LOCK-TRIES.
       MOVE "OPER-PWD-DAYS" TO WS-PARM-KEY.
       MOVE 90 TO WS-PARM-DEFAULT.
       CALL "GETPARM" USING WS-PARM-KEY, WS-PARM-VALUE,
           WS-PARM-DEFAULT, WS-PARM-FOUND
       END-CALL.
       MOVE WS-PARM-VALUE TO WS-PWD-DAYS.

      *    WS-PWD-AGE COMES BACK AS THE DAYS LEFT BEFORE THE PASSWORD
      *    RUNS OUT - NEGATIVE WHEN IT MUST BE CHANGED NOW. A RESET
      *    OR NEVER-SET DATE HAS RUN OUT ALREADY.
       CHECK-PASSWORD-AGE-PARA.
       MOVE ZERO TO WS-PWD-AGE.
       IF OPR-PWD-DATE NOT NUMERIC OR OPR-PWD-DATE-NUM = ZERO
           MOVE -1 TO WS-PWD-AGE
       ELSE
           IF WS-PWD-DAYS > ZERO
               COMPUTE WS-PWD-AGE = WS-PWD-DAYS
                   - (FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)
                   - FUNCTION INTEGER-OF-DATE(OPR-PWD-DATE-NUM))
           END-IF
       END-IF.

      *    THE NEW PASSWORD IS KEYED TWICE; IT MUST BE AT LEAST SIX
      *    CHARACTERS WITH NO EMBEDDED SPACE AND DIFFER FROM THE OLD
      *    ONE. THREE ATTEMPTS ARE ALLOWED.
       CHANGE-PASSWORD-PARA.
       MOVE 'N' TO WS-PWD-CHANGED-SW.
       DISPLAY " YOUR PASSWORD HAS EXPIRED OR BEEN RESET - "
           "PLEASE CHOOSE A NEW ONE ".
       PERFORM ASK-NEW-PASSWORD-PARA THRU ASK-NEW-PASSWORD-EXIT
           VARYING WS-PWD-TRIES FROM 1 BY 1
           UNTIL WS-PWD-TRIES > 3 OR PASSWORD-CHANGED.

       ASK-NEW-PASSWORD-PARA.
       MOVE SPACES TO WS-NEW-PASSWORD.
       MOVE SPACES TO WS-CONFIRM-PASSWORD.
       DISPLAY "NEW PASSWORD ? " WITH NO ADVANCING.
       ACCEPT WS-NEW-PASSWORD.
       DISPLAY "NEW PASSWORD AGAIN ? " WITH NO ADVANCING.
       ACCEPT WS-CONFIRM-PASSWORD.
       IF WS-NEW-PASSWORD NOT = WS-CONFIRM-PASSWORD
           DISPLAY " THE TWO ENTRIES DIFFER "
           GO TO ASK-NEW-PASSWORD-EXIT
       END-IF.
       MOVE ZERO TO WS-PWD-LENGTH.
       MOVE ZERO TO WS-PWD-SPACES.
       INSPECT WS-NEW-PASSWORD TALLYING WS-PWD-LENGTH
           FOR CHARACTERS BEFORE INITIAL SPACE.
       INSPECT WS-NEW-PASSWORD TALLYING WS-PWD-SPACES
           FOR ALL SPACE.
       IF WS-PWD-LENGTH < WS-PWD-MIN-LENGTH
               OR WS-PWD-LENGTH + WS-PWD-SPACES NOT = 8
           DISPLAY " AT LEAST SIX CHARACTERS, NO SPACES, PLEASE "
           GO TO ASK-NEW-PASSWORD-EXIT
       END-IF.
       IF WS-NEW-PASSWORD = OPR-PASSWORD
           DISPLAY " THE NEW PASSWORD MUST DIFFER FROM THE OLD ONE "
           GO TO ASK-NEW-PASSWORD-EXIT
       END-IF.
       MOVE WS-NEW-PASSWORD TO OPR-PASSWORD.
       MOVE WS-CURR-DATE TO OPR-PWD-DATE.
       SET PASSWORD-CHANGED TO TRUE.
       DISPLAY " PASSWORD CHANGED ".
       ASK-NEW-PASSWORD-EXIT.
       EXIT.

      *    THE OPERATOR'S UPDATED LINE GOES BACK INTO THE TABLE AND
      *    THE MASTER IS REWRITTEN WHOLE. A MASTER TOO BIG FOR THE
      *    TABLE IS LEFT ALONE RATHER THAN CUT SHORT.
       SAVE-MASTER-PARA.
       IF OPR-OVERFLOW
           DISPLAY " OPERMASTER.DAT TOO LARGE - SIGN-ON NOT RECORDED "
       ELSE
           MOVE OPERATOR-RECORD TO OPR-T-LINE(WS-OPR-HIT)
           OPEN OUTPUT OPERATOR-MASTER
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                   UNTIL WS-OPR-SUB > WS-OPR-TOTAL
               WRITE OPERATOR-LINE FROM OPR-T-LINE(WS-OPR-SUB)
           END-PERFORM
           CLOSE OPERATOR-MASTER
       END-IF.

       LOG-ACCESS-PARA.
       ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
       ACCEPT WS-CURR-TIME FROM TIME
       MOVE WS-CURR-DATE TO ACC-TIMESTAMP
       MOVE WS-CURR-TIME TO ACC-TIME
       MOVE LS-OPERATOR-ID TO ACC-ID
       OPEN EXTEND ACCESS-LOG
       IF ACC-FILESTATUS NOT = "00"
           OPEN OUTPUT ACCESS-LOG

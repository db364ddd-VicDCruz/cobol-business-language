       01  WS-SEARCH-DONE PIC X(1) VALUE 'N'.
           88 SEARCH-DONE VALUE 'Y'.
       01  WS-MATCH-COUNT PIC 9(3) VALUE ZERO.
       01  WS-LIKE-COUNT PIC 9(3) VALUE ZERO.
      *    SOUNDS-LIKE PASS THROUGH THE SHARED NAMEMTCH ROUTINE.
       01  WS-NM-FUNC PIC X(1) VALUE 'C'.
       01  WS-NM-NAME-1 PIC X(30).
       01  WS-NM-NAME-2 PIC X(30).
       01  WS-NM-NORM PIC X(30).
       01  WS-NM-KEY PIC X(8).
       01  WS-NM-GRADE PIC X(1).
           88 NAME-ALIKE VALUE 'A' 'B' 'C'.
       01  WS-CONFIDENCE PIC X(6).
      *
       01  WS-LAST-EMP-ID PIC X(10) VALUE SPACES.
       01  WS-DUP-COUNT PIC 9(3) VALUE ZERO.
      *    SEARCH-BY-NAME-PARA POSITIONS ON THE EMP-NAME ALTERNATE KEY
      *    AT THE CALLER'S PARTIAL NAME AND LISTS EVERY EMPLOYEE WHOSE
      *    NAME BEGINS WITH IT, WITH THE EMP-ID THE FRONT DESK NEEDS.
      *    A SECOND PASS OVER THE WHOLE MASTER THEN LISTS THE NAMES
      *    THAT SOUND LIKE IT (SMYTH FOR SMITH) BUT DID NOT START WITH
      *    IT, EACH WITH THE CONFIDENCE NAMEMTCH GRADES IT AT.
       SEARCH-BY-NAME-PARA.
       IF WS-SEARCH-NAME = SPACES
           DISPLAY "NO SEARCH NAME GIVEN"
           ELSE
               DISPLAY "MATCHES FOUND : " WS-MATCH-COUNT
           END-IF
           MOVE ZERO TO WS-LIKE-COUNT
           MOVE 'N' TO WS-SEARCH-DONE
           MOVE LOW-VALUES TO EMP-ID
           START EMPLOYEE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   SET SEARCH-DONE TO TRUE
           END-START
           PERFORM LIST-SOUNDS-LIKE-PARA THRU LIST-SOUNDS-LIKE-EXIT
               UNTIL SEARCH-DONE
           IF WS-LIKE-COUNT > ZERO
               DISPLAY "SOUNDS-LIKE MATCHES : " WS-LIKE-COUNT
           END-IF
       END-IF.

       LIST-NAME-MATCH-PARA.
       LIST-NAME-MATCH-EXIT.
       EXIT.

       LIST-SOUNDS-LIKE-PARA.
       READ EMPLOYEE NEXT RECORD
           AT END
               SET SEARCH-DONE TO TRUE
               GO TO LIST-SOUNDS-LIKE-EXIT
       END-READ.
       IF EMP-NAME(1:WS-SEARCH-LEN) = WS-SEARCH-NAME(1:WS-SEARCH-LEN)
           GO TO LIST-SOUNDS-LIKE-EXIT
       END-IF.
       MOVE WS-SEARCH-NAME TO WS-NM-NAME-1.
       MOVE EMP-NAME TO WS-NM-NAME-2.
       CALL "NAMEMTCH" USING WS-NM-FUNC, WS-NM-NAME-1, WS-NM-NAME-2,
           WS-NM-NORM, WS-NM-KEY, WS-NM-GRADE
       END-CALL.
       IF NOT NAME-ALIKE
           GO TO LIST-SOUNDS-LIKE-EXIT
       END-IF.
       EVALUATE WS-NM-GRADE
       WHEN 'A'
           MOVE "HIGH" TO WS-CONFIDENCE
       WHEN 'B'
           MOVE "MEDIUM" TO WS-CONFIDENCE
       WHEN OTHER
           MOVE "LOW" TO WS-CONFIDENCE
       END-EVALUATE.
       IF WS-LIKE-COUNT = ZERO
           DISPLAY "SOUNDS LIKE:"
       END-IF.
       ADD 1 TO WS-LIKE-COUNT.
       DISPLAY EMP-ID " " EMP-NAME " DEPT " EMP-DEPT
           " CONFIDENCE " WS-CONFIDENCE.
       LIST-SOUNDS-LIKE-EXIT.
       EXIT.

       COUNT-DEPT-PARA.
       MOVE 'N' TO WS-DEPT-FOUND-SW
       PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1

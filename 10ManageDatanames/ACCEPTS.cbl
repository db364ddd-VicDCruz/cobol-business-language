      *          gender, classifies the person with the same
      *          EVALUATE ... ALSO test as always, and promotes the
      *          intake to a real master: a duplicate screen warns
      *          the operator when the same person looks to be
      *          already on file - the same date of birth under a
      *          name the shared NAMEMTCH routine grades alike,
      *          shown with a confidence (HIGH the same name once
      *          titles and punctuation are set aside, MEDIUM a name
      *          that sounds the same, LOW the same-sounding surname
      *          and initial) - and asks for confirmation, a
      *          customer number is assigned from the controlled
      *          LastCustNo.ctl last-used-number file, and the
      *          record is written to the indexed CustMaster.dat
       01 WS-DUP-SW PIC X(1) VALUE 'N'.
           88 DUPLICATE-FOUND VALUE 'Y'.
       01 WS-CONFIRM PIC X(1).
       01 WS-NM-FUNC PIC X(1) VALUE 'C'.
       01 WS-NM-NAME-1 PIC X(30).
       01 WS-NM-NAME-2 PIC X(30).
       01 WS-NM-NORM PIC X(30).
       01 WS-NM-KEY PIC X(8).
       01 WS-NM-GRADE PIC X(1).
           88 NAME-ALIKE VALUE 'A' 'B' 'C'.
       01 WS-CONFIDENCE PIC X(6).
       01 WS-LAST-NUMBER PIC 9(6) VALUE 100000.
      *    CUST-NAME HOLDS THE CUSTOMER NAME, CUST-CODE HOLDS AGE,
      *    CUST-NOTE HOLDS THE CLASSIFICATION TEXT - SAME SHARED
       END-EVALUATE
       PERFORM SCREEN-DUPLICATE-PARA THRU SCREEN-DUPLICATE-EXIT
       IF DUPLICATE-FOUND
           DISPLAY "SAME DATE OF BIRTH UNDER A LIKE NAME ON FILE."
           DISPLAY "TAKE THIS PERSON IN ANYWAY (Y/N) ? "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM
       END-IF.

      *    THE SAME PERSON WALKING IN TWICE USED TO BECOME TWO
      *    RECORDS FOREVER; EVERY CUSTOMER WITH THE SAME DATE OF BIRTH
      *    AND A LIKE NAME IS LISTED WITH ITS CONFIDENCE AND THE
      *    INTAKE GOES BACK TO THE OPERATOR FOR CONFIRMATION.
       SCREEN-DUPLICATE-PARA.
       MOVE 'N' TO WS-DUP-SW
       MOVE 'N' TO MST-EOF
       MOVE WS-NAME TO WS-NM-NAME-1
       OPEN INPUT CUSTOMER-MASTER
       IF MASTER-FILESTATUS NOT = "00"
           GO TO SCREEN-DUPLICATE-EXIT
       END-IF
       PERFORM SCREEN-ONE-PARA THRU SCREEN-ONE-EXIT
           UNTIL MST-END-OF-FILE
       CLOSE CUSTOMER-MASTER.
       SCREEN-DUPLICATE-EXIT.
       EXIT.
           AT END
               SET MST-END-OF-FILE TO TRUE
           NOT AT END
               IF CM-DOB = WS-DOB
                   PERFORM GRADE-NAME-PARA
               END-IF
       END-READ.
       SCREEN-ONE-EXIT.
       EXIT.

       GRADE-NAME-PARA.
       MOVE CM-NAME TO WS-NM-NAME-2
       CALL "NAMEMTCH" USING WS-NM-FUNC, WS-NM-NAME-1, WS-NM-NAME-2,
           WS-NM-NORM, WS-NM-KEY, WS-NM-GRADE
       END-CALL
       IF NAME-ALIKE
           SET DUPLICATE-FOUND TO TRUE
           EVALUATE WS-NM-GRADE
           WHEN 'A'
               MOVE "HIGH" TO WS-CONFIDENCE
           WHEN 'B'
               MOVE "MEDIUM" TO WS-CONFIDENCE
           WHEN OTHER
               MOVE "LOW" TO WS-CONFIDENCE
           END-EVALUATE
           DISPLAY "ON FILE AS CUSTOMER " CM-CUST-ID " " CM-NAME
               " SINCE " CM-INTAKE-DATE " - " WS-CONFIDENCE
       END-IF.

       ASSIGN-CUSTOMER-ID-PARA.
       OPEN INPUT LAST-NUMBER-FILE
       IF NUM-FILESTATUS = "00"

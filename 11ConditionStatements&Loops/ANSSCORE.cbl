      ******************************************************************
      * Author:
      * Date:
      * Purpose: Multiple-choice answer-sheet scoring, run ahead of
      *          GRADE-BATCH so nobody has to hand-mark the papers.
      *          Every AnswerSheets.dat sheet (ASHREC: student,
      *          course, exam version, the answers given) is marked
      *          against the AnswerKey.dat key for its course and
      *          version (AKYREC) and scored as the percentage of
      *          questions answered correctly. AnswerScore.rpt then
      *          gives the item analysis of every exam: per question
      *          the percent correct, the wrong option most chosen
      *          and the blanks, and how many of the top third of
      *          scorers got it wrong. A question more than half the
      *          top scorers got wrong is flagged as a probable key
      *          error, and every score of that exam is held back
      *          until the key is checked and the run repeated - or
      *          released as it stands with FORCE on the command
      *          line when the key is right after all. The scores of
      *          the exams released are written to Students.dat as
      *          the student, score and course lines GRADE-BATCH
      *          grades and posts to TrainHist.dat. Sheets with no
      *          key are listed as rejected.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANSSCORE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT KEY-FILE ASSIGN TO "AnswerKey.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AKY-FILESTATUS.
       SELECT SHEET-FILE ASSIGN TO "AnswerSheets.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ASH-FILESTATUS.
       SELECT STUDENT-FILE ASSIGN TO "Students.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STU-FILESTATUS.
       SELECT SCORE-REPORT ASSIGN TO "AnswerScore.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KEY-FILE.
       COPY AKYREC REPLACING ==:REC:== BY ==KEY-RECORD==.
       FD SHEET-FILE.
       COPY ASHREC REPLACING ==:REC:== BY ==SHEET-RECORD==.
       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           05 STU-STUDENT-ID PIC X(10).
           05 FILLER PIC X(1).
           05 STU-SCORE PIC 9(3).
           05 FILLER PIC X(1).
           05 STU-COURSE PIC X(8).
       FD SCORE-REPORT.
       01 RPT-LINE PIC X(90).

       WORKING-STORAGE SECTION.
       01 AKY-FILESTATUS PIC X(02).
       01 ASH-FILESTATUS PIC X(02).
       01 STU-FILESTATUS PIC X(02).
       01 RPT-FILESTATUS PIC X(02).
       01 AKY-EOF PIC X(1) VALUE 'N'.
           88 AKY-END-OF-FILE VALUE 'Y'.
       01 ASH-EOF PIC X(1) VALUE 'N'.
           88 ASH-END-OF-FILE VALUE 'Y'.
      *
       01 WS-CMD-LINE PIC X(80).
       01 WS-RUN-MODE PIC X(5).
           88 RELEASE-ON-FORCE VALUE "FORCE".
       01 WS-SHEET-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RELEASED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HELD-EXAMS PIC 9(2) VALUE ZERO.
       01 WS-CORRECT PIC 9(3).
       01 WS-QUESTION PIC 9(3).
       01 WS-ANSWER PIC X(1).
       01 WS-KEY-ANSWER PIC X(1).
       01 WS-KEY-OK-SW PIC X(1).
           88 KEY-LINE-OK VALUE 'Y'.
      *
      *    THE OPTIONS A SHEET MAY MARK; ANYTHING ELSE IS A BLANK.
       01 OPTION-LETTERS PIC X(10) VALUE "ABCDEFGHIJ".
       01 OPTION-TABLE REDEFINES OPTION-LETTERS.
           05 OPT-LETTER OCCURS 10 TIMES PIC X(1).
       01 OPT-COUNTS.
           05 OPT-COUNT OCCURS 10 TIMES PIC 9(3).
       01 WS-OPT-SUB PIC 9(2).
       01 WS-OPT-FOUND-SW PIC X(1).
           88 OPTION-FOUND VALUE 'Y'.
      *
      *    ONE ENTRY PER COURSE AND EXAM VERSION ON THE KEY FILE.
       01 EXM-TABLE.
           05 EXM-ENTRY OCCURS 20 TIMES.
               10 EXM-T-COURSE PIC X(8).
               10 EXM-T-VERSION PIC X(2).
               10 EXM-T-QUESTIONS PIC 9(3).
               10 EXM-T-KEY PIC X(100).
               10 EXM-T-SHEETS PIC 9(3).
               10 EXM-T-CUTOFF PIC 9(3).
               10 EXM-T-TOP PIC 9(3).
               10 EXM-T-FLAGS PIC 9(3).
       01 WS-EXM-TOTAL PIC 9(2) VALUE ZERO.
       01 WS-EXM-MAX PIC 9(2) VALUE 20.
       01 WS-EXM-SUB PIC 9(2).
       01 WS-FIND-COURSE PIC X(8).
       01 WS-FIND-VERSION PIC X(2).
       01 WS-EXM-FOUND-SW PIC X(1).
           88 EXAM-FOUND VALUE 'Y'.
      *
      *    EVERY MARKED SHEET, KEPT FOR THE ITEM ANALYSIS.
       01 SHT-TABLE.
           05 SHT-ENTRY OCCURS 500 TIMES.
               10 SHT-T-STUDENT PIC X(10).
               10 SHT-T-EXAM PIC 9(2).
               10 SHT-T-SCORE PIC 9(3).
               10 SHT-T-ANSWERS PIC X(100).
       01 WS-SHT-TOTAL PIC 9(3) VALUE ZERO.
       01 WS-SHT-MAX PIC 9(3) VALUE 500.
       01 WS-SHT-SUB PIC 9(3).
      *
      *    SCORE DISTRIBUTION OF ONE EXAM, SCORE N COUNTED AT N + 1,
      *    FOR THE SCORE THAT OPENS THE TOP THIRD.
       01 HST-TABLE.
           05 HST-COUNT OCCURS 101 TIMES PIC 9(3).
       01 WS-HST-SUB PIC 9(3).
       01 WS-TOP-WANT PIC 9(3).
       01 WS-TOP-COUNT PIC 9(3).
      *
       01 WS-Q-CORRECT PIC 9(3).
       01 WS-Q-OMIT PIC 9(3).
       01 WS-Q-TOP-WRONG PIC 9(3).
       01 WS-Q-MOST-OPT PIC X(1).
       01 WS-Q-MOST-COUNT PIC 9(3).
      *
       01 RPT-HEADER-1 PIC X(40) VALUE
           "ANSWER-SHEET SCORING AND ITEM ANALYSIS".
       01 RPT-SECTION-LINE PIC X(60).
       01 RPT-REJECT-LINE.
           05 RPT-REJ-STUDENT PIC X(12).
           05 RPT-REJ-COURSE PIC X(10).
           05 RPT-REJ-VERSION PIC X(4).
           05 RPT-REJ-REASON PIC X(30).
       01 RPT-EXAM-LINE.
           05 FILLER PIC X(11) VALUE "=== COURSE ".
           05 RPT-EXM-COURSE PIC X(9).
           05 FILLER PIC X(8) VALUE "VERSION ".
           05 RPT-EXM-VERSION PIC X(2).
           05 FILLER PIC X(3) VALUE " - ".
           05 RPT-EXM-SHEETS PIC ZZ9.
           05 FILLER PIC X(9) VALUE " SHEETS, ".
           05 RPT-EXM-QUESTIONS PIC ZZ9.
           05 FILLER PIC X(14) VALUE " QUESTIONS ===".
       01 RPT-TOP-LINE.
           05 FILLER PIC X(11) VALUE "TOP GROUP: ".
           05 RPT-TOP-SHEETS PIC ZZ9.
           05 FILLER PIC X(16) VALUE " SHEETS SCORING ".
           05 RPT-TOP-CUTOFF PIC ZZ9.
           05 FILLER PIC X(10) VALUE "% OR MORE".
       01 RPT-QUESTION-LINE.
           05 FILLER PIC X(2) VALUE "Q ".
           05 RPT-Q-NO PIC ZZ9.
           05 FILLER PIC X(6) VALUE "  KEY ".
           05 RPT-Q-KEY PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 RPT-Q-PCT PIC ZZ9.
           05 FILLER PIC X(11) VALUE "% CORRECT  ".
           05 FILLER PIC X(11) VALUE "MOST WRONG ".
           05 RPT-Q-WRONG-OPT PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RPT-Q-WRONG-CNT PIC ZZ9.
           05 FILLER PIC X(7) VALUE "  OMIT ".
           05 RPT-Q-OMIT PIC ZZ9.
           05 FILLER PIC X(6) VALUE "  TOP ".
           05 RPT-Q-TOP-WRONG PIC ZZ9.
           05 FILLER PIC X(1) VALUE "/".
           05 RPT-Q-TOP PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-Q-FLAG PIC X(20).
       01 RPT-EXAM-RESULT.
           05 RPT-RES-FLAGS PIC X(4).
           05 RPT-RES-TEXT PIC X(50).
           05 RPT-RES-COUNT PIC ZZZ9.
       01 RPT-TOTAL-LINE.
           05 RPT-TOT-LABEL PIC X(24).
           05 RPT-TOT-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       ACCEPT WS-CMD-LINE FROM COMMAND-LINE
       UNSTRING WS-CMD-LINE DELIMITED BY SPACE INTO WS-RUN-MODE
       END-UNSTRING

       PERFORM LOAD-KEYS-PARA
       IF WS-EXM-TOTAL = ZERO
           DISPLAY " ANSWERKEY.DAT NOT FOUND OR EMPTY - NO SHEET "
           DISPLAY " CAN BE MARKED "
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF
       OPEN INPUT SHEET-FILE
       IF ASH-FILESTATUS NOT = "00"
           DISPLAY " ANSWERSHEETS.DAT NOT FOUND - NOTHING TO MARK "
           MOVE 8 TO RETURN-CODE
           GO TO PROGRAM-END-PARA
       END-IF

       OPEN OUTPUT SCORE-REPORT
       WRITE RPT-LINE FROM RPT-HEADER-1
       MOVE "=== SHEETS REJECTED ===" TO RPT-SECTION-LINE
       WRITE RPT-LINE FROM RPT-SECTION-LINE
       PERFORM MARK-SHEET-PARA THRU MARK-SHEET-EXIT
           UNTIL ASH-END-OF-FILE
       CLOSE SHEET-FILE

       PERFORM VARYING WS-EXM-SUB FROM 1 BY 1
               UNTIL WS-EXM-SUB > WS-EXM-TOTAL
           IF EXM-T-SHEETS(WS-EXM-SUB) > ZERO
               PERFORM ANALYSE-EXAM-PARA
           END-IF
       END-PERFORM

      *    STUDENTS.DAT IS REWRITTEN WHOLE, SO A RUN REPEATED WITH A
      *    CORRECTED KEY CANNOT HAND GRADE-BATCH A SCORE TWICE.
       OPEN OUTPUT STUDENT-FILE
       PERFORM VARYING WS-SHT-SUB FROM 1 BY 1
               UNTIL WS-SHT-SUB > WS-SHT-TOTAL
           MOVE SHT-T-EXAM(WS-SHT-SUB) TO WS-EXM-SUB
           IF EXM-T-FLAGS(WS-EXM-SUB) = ZERO OR RELEASE-ON-FORCE
               MOVE SPACES TO STUDENT-RECORD
               MOVE SHT-T-STUDENT(WS-SHT-SUB) TO STU-STUDENT-ID
               MOVE SHT-T-SCORE(WS-SHT-SUB) TO STU-SCORE
               MOVE EXM-T-COURSE(WS-EXM-SUB) TO STU-COURSE
               WRITE STUDENT-RECORD
               ADD 1 TO WS-RELEASED-COUNT
           ELSE
               ADD 1 TO WS-HELD-COUNT
           END-IF
       END-PERFORM
       CLOSE STUDENT-FILE

       MOVE "=== RUN TOTALS ===" TO RPT-SECTION-LINE
       WRITE RPT-LINE FROM RPT-SECTION-LINE
       MOVE "SHEETS MARKED       :" TO RPT-TOT-LABEL
       MOVE WS-SHT-TOTAL TO RPT-TOT-COUNT
       WRITE RPT-LINE FROM RPT-TOTAL-LINE
       MOVE "SHEETS REJECTED     :" TO RPT-TOT-LABEL
       MOVE WS-REJECT-COUNT TO RPT-TOT-COUNT
       WRITE RPT-LINE FROM RPT-TOTAL-LINE
       MOVE "SCORES RELEASED     :" TO RPT-TOT-LABEL
       MOVE WS-RELEASED-COUNT TO RPT-TOT-COUNT
       WRITE RPT-LINE FROM RPT-TOTAL-LINE
       MOVE "SCORES HELD         :" TO RPT-TOT-LABEL
       MOVE WS-HELD-COUNT TO RPT-TOT-COUNT
       WRITE RPT-LINE FROM RPT-TOTAL-LINE
       CLOSE SCORE-REPORT
       DISPLAY "SHEETS MARKED   : " WS-SHT-TOTAL
       DISPLAY "SCORES RELEASED : " WS-RELEASED-COUNT
       DISPLAY "SCORES HELD     : " WS-HELD-COUNT
       IF WS-HELD-EXAMS > ZERO
           DISPLAY "*** " WS-HELD-EXAMS " EXAM(S) HELD FOR A PROBABLE "
               "KEY ERROR - SEE ANSWERSCORE.RPT"
           MOVE 4 TO RETURN-CODE
       END-IF.

       PROGRAM-END-PARA.
       STOP RUN.

       LOAD-KEYS-PARA.
       OPEN INPUT KEY-FILE
       IF AKY-FILESTATUS = "00"
           PERFORM LOAD-ONE-KEY-PARA THRU LOAD-ONE-KEY-EXIT
               UNTIL AKY-END-OF-FILE
           CLOSE KEY-FILE
       END-IF.

       LOAD-ONE-KEY-PARA.
       READ KEY-FILE
           AT END
               SET AKY-END-OF-FILE TO TRUE
               GO TO LOAD-ONE-KEY-EXIT
       END-READ
       IF KEY-RECORD = SPACES
           GO TO LOAD-ONE-KEY-EXIT
       END-IF
       IF AKY-QUESTIONS NOT NUMERIC OR AKY-QUESTIONS = ZERO
               OR AKY-QUESTIONS > 100
           DISPLAY "*** KEY IGNORED - QUESTION COUNT NOT 1-100 : "
               AKY-COURSE " " AKY-VERSION
           GO TO LOAD-ONE-KEY-EXIT
       END-IF
      *    EVERY QUESTION ON THE PAPER NEEDS A VALID OPTION ON THE KEY.
       MOVE 'Y' TO WS-KEY-OK-SW
       PERFORM VARYING WS-QUESTION FROM 1 BY 1
               UNTIL WS-QUESTION > AKY-QUESTIONS OR NOT KEY-LINE-OK
           MOVE AKY-ANSWERS(WS-QUESTION:1) TO WS-ANSWER
           PERFORM FIND-OPTION-PARA
           IF NOT OPTION-FOUND
               MOVE 'N' TO WS-KEY-OK-SW
           END-IF
       END-PERFORM
       IF NOT KEY-LINE-OK
           DISPLAY "*** KEY IGNORED - NO VALID OPTION FOR EVERY "
               "QUESTION : " AKY-COURSE " " AKY-VERSION
           GO TO LOAD-ONE-KEY-EXIT
       END-IF
       MOVE AKY-COURSE TO WS-FIND-COURSE
       MOVE AKY-VERSION TO WS-FIND-VERSION
       PERFORM FIND-EXAM-PARA
       IF EXAM-FOUND
           DISPLAY "*** DUPLICATE KEY IGNORED : " AKY-COURSE " "
               AKY-VERSION
           GO TO LOAD-ONE-KEY-EXIT
       END-IF
       IF WS-EXM-TOTAL NOT < WS-EXM-MAX
           DISPLAY "*** MORE THAN " WS-EXM-MAX " ANSWER KEYS - "
               AKY-COURSE " " AKY-VERSION " NOT LOADED"
           GO TO LOAD-ONE-KEY-EXIT
       END-IF
       ADD 1 TO WS-EXM-TOTAL
       MOVE AKY-COURSE TO EXM-T-COURSE(WS-EXM-TOTAL)
       MOVE AKY-VERSION TO EXM-T-VERSION(WS-EXM-TOTAL)
       MOVE AKY-QUESTIONS TO EXM-T-QUESTIONS(WS-EXM-TOTAL)
       MOVE AKY-ANSWERS TO EXM-T-KEY(WS-EXM-TOTAL)
       MOVE ZERO TO EXM-T-SHEETS(WS-EXM-TOTAL)
       MOVE ZERO TO EXM-T-CUTOFF(WS-EXM-TOTAL)
       MOVE ZERO TO EXM-T-TOP(WS-EXM-TOTAL)
       MOVE ZERO TO EXM-T-FLAGS(WS-EXM-TOTAL).
       LOAD-ONE-KEY-EXIT.
       EXIT.

      *    THE KEY FOR THE COURSE AND VERSION IN WS-FIND-COURSE AND
      *    WS-FIND-VERSION.
       FIND-EXAM-PARA.
       MOVE 'N' TO WS-EXM-FOUND-SW
       PERFORM VARYING WS-EXM-SUB FROM 1 BY 1
               UNTIL WS-EXM-SUB > WS-EXM-TOTAL OR EXAM-FOUND
           IF EXM-T-COURSE(WS-EXM-SUB) = WS-FIND-COURSE
                   AND EXM-T-VERSION(WS-EXM-SUB) = WS-FIND-VERSION
               SET EXAM-FOUND TO TRUE
           END-IF
       END-PERFORM
       IF EXAM-FOUND
           SUBTRACT 1 FROM WS-EXM-SUB
       END-IF.

       FIND-OPTION-PARA.
       MOVE 'N' TO WS-OPT-FOUND-SW
       PERFORM VARYING WS-OPT-SUB FROM 1 BY 1
               UNTIL WS-OPT-SUB > 10 OR OPTION-FOUND
           IF OPT-LETTER(WS-OPT-SUB) = WS-ANSWER
               SET OPTION-FOUND TO TRUE
           END-IF
       END-PERFORM
       IF OPTION-FOUND
           SUBTRACT 1 FROM WS-OPT-SUB
       END-IF.

       MARK-SHEET-PARA.
       READ SHEET-FILE
           AT END
               SET ASH-END-OF-FILE TO TRUE
               GO TO MARK-SHEET-EXIT
       END-READ
       IF SHEET-RECORD = SPACES
           GO TO MARK-SHEET-EXIT
       END-IF
       ADD 1 TO WS-SHEET-COUNT
       MOVE ASH-STUDENT-ID TO RPT-REJ-STUDENT
       MOVE ASH-COURSE TO RPT-REJ-COURSE
       MOVE ASH-VERSION TO RPT-REJ-VERSION
       IF ASH-STUDENT-ID = SPACES
           MOVE "NO STUDENT NUMBER" TO RPT-REJ-REASON
           PERFORM REJECT-SHEET-PARA
           GO TO MARK-SHEET-EXIT
       END-IF
       MOVE ASH-COURSE TO WS-FIND-COURSE
       MOVE ASH-VERSION TO WS-FIND-VERSION
       PERFORM FIND-EXAM-PARA
       IF NOT EXAM-FOUND
           MOVE "NO KEY FOR COURSE AND VERSION" TO RPT-REJ-REASON
           PERFORM REJECT-SHEET-PARA
           GO TO MARK-SHEET-EXIT
       END-IF
       IF WS-SHT-TOTAL NOT < WS-SHT-MAX
           MOVE "*** MORE THAN 500 SHEETS" TO RPT-REJ-REASON
           PERFORM REJECT-SHEET-PARA
           GO TO MARK-SHEET-EXIT
       END-IF
      *    A BLANK OR AN ANSWER PAST THE LAST QUESTION SCORES NOTHING.
       MOVE ZERO TO WS-CORRECT
       PERFORM VARYING WS-QUESTION FROM 1 BY 1
               UNTIL WS-QUESTION > EXM-T-QUESTIONS(WS-EXM-SUB)
           IF ASH-ANSWERS(WS-QUESTION:1) =
                   EXM-T-KEY(WS-EXM-SUB)(WS-QUESTION:1)
               ADD 1 TO WS-CORRECT
           END-IF
       END-PERFORM
       ADD 1 TO WS-SHT-TOTAL
       ADD 1 TO EXM-T-SHEETS(WS-EXM-SUB)
       MOVE ASH-STUDENT-ID TO SHT-T-STUDENT(WS-SHT-TOTAL)
       MOVE WS-EXM-SUB TO SHT-T-EXAM(WS-SHT-TOTAL)
       MOVE ASH-ANSWERS TO SHT-T-ANSWERS(WS-SHT-TOTAL)
       COMPUTE SHT-T-SCORE(WS-SHT-TOTAL) ROUNDED =
           WS-CORRECT * 100 / EXM-T-QUESTIONS(WS-EXM-SUB).
       MARK-SHEET-EXIT.
       EXIT.

       REJECT-SHEET-PARA.
       ADD 1 TO WS-REJECT-COUNT
       WRITE RPT-LINE FROM RPT-REJECT-LINE.

      *    THE TOP GROUP IS THE TOP THIRD OF THE EXAM'S SHEETS BY
      *    SCORE, WIDENED TO TAKE IN EVERY SHEET TIED AT THE CUT.
       ANALYSE-EXAM-PARA.
       INITIALIZE HST-TABLE
       PERFORM VARYING WS-SHT-SUB FROM 1 BY 1
               UNTIL WS-SHT-SUB > WS-SHT-TOTAL
           IF SHT-T-EXAM(WS-SHT-SUB) = WS-EXM-SUB
               COMPUTE WS-HST-SUB = SHT-T-SCORE(WS-SHT-SUB) + 1
               ADD 1 TO HST-COUNT(WS-HST-SUB)
           END-IF
       END-PERFORM
       COMPUTE WS-TOP-WANT = ( EXM-T-SHEETS(WS-EXM-SUB) + 2 ) / 3
       MOVE ZERO TO WS-TOP-COUNT
       PERFORM VARYING WS-HST-SUB FROM 101 BY -1
               UNTIL WS-TOP-COUNT NOT < WS-TOP-WANT
           ADD HST-COUNT(WS-HST-SUB) TO WS-TOP-COUNT
       END-PERFORM
      *    THE LOOP STEPS PAST THE LAST SCORE COUNTED, SO THE
      *    SUBSCRIPT LEFT BEHIND IS THAT SCORE.
       MOVE WS-HST-SUB TO EXM-T-CUTOFF(WS-EXM-SUB)
       MOVE WS-TOP-COUNT TO EXM-T-TOP(WS-EXM-SUB)

       MOVE EXM-T-COURSE(WS-EXM-SUB) TO RPT-EXM-COURSE
       MOVE EXM-T-VERSION(WS-EXM-SUB) TO RPT-EXM-VERSION
       MOVE EXM-T-SHEETS(WS-EXM-SUB) TO RPT-EXM-SHEETS
       MOVE EXM-T-QUESTIONS(WS-EXM-SUB) TO RPT-EXM-QUESTIONS
       WRITE RPT-LINE FROM RPT-EXAM-LINE
       MOVE WS-TOP-COUNT TO RPT-TOP-SHEETS
       MOVE EXM-T-CUTOFF(WS-EXM-SUB) TO RPT-TOP-CUTOFF
       WRITE RPT-LINE FROM RPT-TOP-LINE
       PERFORM VARYING WS-QUESTION FROM 1 BY 1
               UNTIL WS-QUESTION > EXM-T-QUESTIONS(WS-EXM-SUB)
           PERFORM ANALYSE-QUESTION-PARA
       END-PERFORM

       MOVE SPACES TO RPT-EXAM-RESULT
       IF EXM-T-FLAGS(WS-EXM-SUB) = ZERO
           MOVE "SCORES RELEASED TO STUDENTS.DAT :" TO RPT-RES-TEXT
           MOVE EXM-T-SHEETS(WS-EXM-SUB) TO RPT-RES-COUNT
       ELSE
           MOVE "*** " TO RPT-RES-FLAGS
           IF RELEASE-ON-FORCE
               MOVE "PROBABLE KEY ERRORS - RELEASED ON FORCE :"
                   TO RPT-RES-TEXT
           ELSE
               MOVE "PROBABLE KEY ERRORS - SCORES HELD, COUNT :"
                   TO RPT-RES-TEXT
               ADD 1 TO WS-HELD-EXAMS
           END-IF
           MOVE EXM-T-FLAGS(WS-EXM-SUB) TO RPT-RES-COUNT
       END-IF
       WRITE RPT-LINE FROM RPT-EXAM-RESULT.

       ANALYSE-QUESTION-PARA.
       INITIALIZE OPT-COUNTS
       MOVE ZERO TO WS-Q-CORRECT
       MOVE ZERO TO WS-Q-OMIT
       MOVE ZERO TO WS-Q-TOP-WRONG
       MOVE EXM-T-KEY(WS-EXM-SUB)(WS-QUESTION:1) TO WS-KEY-ANSWER
       PERFORM VARYING WS-SHT-SUB FROM 1 BY 1
               UNTIL WS-SHT-SUB > WS-SHT-TOTAL
           IF SHT-T-EXAM(WS-SHT-SUB) = WS-EXM-SUB
               PERFORM TALLY-ANSWER-PARA
           END-IF
       END-PERFORM
       MOVE "-" TO WS-Q-MOST-OPT
       MOVE ZERO TO WS-Q-MOST-COUNT
       PERFORM VARYING WS-OPT-SUB FROM 1 BY 1
               UNTIL WS-OPT-SUB > 10
           IF OPT-COUNT(WS-OPT-SUB) > WS-Q-MOST-COUNT
               MOVE OPT-COUNT(WS-OPT-SUB) TO WS-Q-MOST-COUNT
               MOVE OPT-LETTER(WS-OPT-SUB) TO WS-Q-MOST-OPT
           END-IF
       END-PERFORM
       MOVE WS-QUESTION TO RPT-Q-NO
       MOVE WS-KEY-ANSWER TO RPT-Q-KEY
       COMPUTE RPT-Q-PCT ROUNDED =
           WS-Q-CORRECT * 100 / EXM-T-SHEETS(WS-EXM-SUB)
       MOVE WS-Q-MOST-OPT TO RPT-Q-WRONG-OPT
       MOVE WS-Q-MOST-COUNT TO RPT-Q-WRONG-CNT
       MOVE WS-Q-OMIT TO RPT-Q-OMIT
       MOVE WS-Q-TOP-WRONG TO RPT-Q-TOP-WRONG
       MOVE EXM-T-TOP(WS-EXM-SUB) TO RPT-Q-TOP
      *    THE BEST CANDIDATES MOSTLY DISAGREEING WITH THE KEY POINTS
      *    AT THE KEY, NOT AT THE CANDIDATES.
       IF WS-Q-TOP-WRONG * 2 > EXM-T-TOP(WS-EXM-SUB)
           MOVE "PROBABLE KEY ERROR" TO RPT-Q-FLAG
           ADD 1 TO EXM-T-FLAGS(WS-EXM-SUB)
       ELSE
           MOVE SPACES TO RPT-Q-FLAG
       END-IF
       WRITE RPT-LINE FROM RPT-QUESTION-LINE.

       TALLY-ANSWER-PARA.
       MOVE SHT-T-ANSWERS(WS-SHT-SUB)(WS-QUESTION:1) TO WS-ANSWER
       IF WS-ANSWER = WS-KEY-ANSWER
           ADD 1 TO WS-Q-CORRECT
       ELSE
           IF SHT-T-SCORE(WS-SHT-SUB) NOT < EXM-T-CUTOFF(WS-EXM-SUB)
               ADD 1 TO WS-Q-TOP-WRONG
           END-IF
           PERFORM FIND-OPTION-PARA
           IF OPTION-FOUND
               ADD 1 TO OPT-COUNT(WS-OPT-SUB)
           ELSE
               ADD 1 TO WS-Q-OMIT
           END-IF
       END-IF.
       END PROGRAM ANSSCORE.

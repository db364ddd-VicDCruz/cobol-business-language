      ******************************************************************
      * Shared AnswerKey.dat answer key, one line per course and exam
      * version: the Courses.dat course, the version, the number of
      * questions on the paper (at most 100) and the correct option
      * letter for each question in question order.
      * COPY AKYREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 AKY-COURSE PIC X(8).
           05 FILLER PIC X(1).
           05 AKY-VERSION PIC X(2).
           05 FILLER PIC X(1).
           05 AKY-QUESTIONS PIC 9(3).
           05 FILLER PIC X(1).
           05 AKY-ANSWERS PIC X(100).

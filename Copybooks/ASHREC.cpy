      ******************************************************************
      * Shared AnswerSheets.dat multiple-choice answer sheet: the
      * student (an EMP-ID number), the Courses.dat course and the
      * exam version sat, and the answers given, one character per
      * question in question order - a letter A to J for the option
      * marked, a space for a question left blank. ANSSCORE marks
      * the sheets against AnswerKey.dat (AKYREC).
      * COPY ASHREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 ASH-STUDENT-ID PIC X(10).
           05 FILLER PIC X(1).
           05 ASH-COURSE PIC X(8).
           05 FILLER PIC X(1).
           05 ASH-VERSION PIC X(2).
           05 FILLER PIC X(1).
           05 ASH-ANSWERS PIC X(100).

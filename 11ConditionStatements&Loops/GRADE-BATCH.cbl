      *          each score (FAIL, PASS, MERIT, DISTINCTION) against
      *          the per-course band cutoffs carried on the
      *          Courses.dat course catalog (code, title, pass/merit/
      *          distinction marks, validity months, active flag and
      *          the cost of a seat CHGBACK charges back),
      *          because the forklift certification and the COBOL
      *          refresher do not share a pass mark. Scores for a
      *          course code the catalog does not know, or one marked
      *          training history (employee, course, date, score,
      *          result) and every DISTINCTION generates an
      *          experience-increment transaction on ExpIncr.txn for
      *          the employee master. Students.dat for the
      *          multiple-choice papers is written by ANSSCORE, which
      *          marks the answer sheets against the answer key.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       01 STUDENT-LINE PIC X(40).
       FD GRADE-REPORT.
       01 RPT-LINE PIC X(60).
       FD TRAINING-HISTORY.
       01 REJECT-RECORD.
           05 REJ-REASON PIC X(12).
           05 FILLER PIC X(1).
           05 REJ-PAYLOAD PIC X(40).
       WORKING-STORAGE SECTION.
       01 WS-NUM PIC 9(3).
      *

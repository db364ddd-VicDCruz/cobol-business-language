      ******************************************************************
      * Shared TrainReq.dat training-requirement line: a Courses.dat
      * course code every active employee of the Department.dat code
      * must hold a current pass in - for one file2 RANK only when
      * the rank is given, for every rank when it is blank - and the
      * grace days a new hire has from EMP-HIRE-DATE to take it.
      * TRNCOMP checks the matrix against TrainHist.dat every month.
      * COPY TRQREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 TRQ-DEPT PIC X(3).
           05 FILLER PIC X(1).
           05 TRQ-RANK PIC X(3).
           05 FILLER PIC X(1).
           05 TRQ-COURSE PIC X(8).
           05 FILLER PIC X(1).
           05 TRQ-GRACE-DAYS PIC 9(3).

      ******************************************************************
      * Shared Periods.dat accounting-period calendar line: the
      * period number (YYYYMM), the first and last calendar dates
      * that belong to it, and the period status (space or 'O'
      * open for posting, 'C' closing - month-end close under way,
      * 'X' closed). PERCHK judges every posting date against it,
      * MTHCLOSE closes the period and PERREOPN reopens one.
      * COPY PERREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 PER-PERIOD PIC 9(6).
           05 FILLER PIC X(1).
           05 PER-START-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 PER-END-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 PER-STATUS PIC X(1).
               88 PER-OPEN VALUE SPACE 'O'.
               88 PER-CLOSING VALUE 'C'.
               88 PER-CLOSED VALUE 'X'.

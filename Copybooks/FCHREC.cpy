      ******************************************************************
      * Shared FcstHistory.dat workload forecast history line, one per
      * business day projected: WORKFCST appends the twenty days of
      * every run, FCSTACC sets them against the STAT-REQUESTS that
      * StatsHistory.dat later shows arrived. The date the forecast was
      * made, the PolyLibrary.dat fit and degree it came from, the
      * horizon (business days ahead, 1 to 20), the day projected and
      * the projected volume, edited with its sign.
      * COPY FCHREC REPLACING ==:REC:== BY ==<record-name>==.
      ******************************************************************
       01 :REC:.
           05 FCH-FCST-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 FCH-FIT-NAME PIC X(20).
           05 FILLER PIC X(1).
           05 FCH-DEGREE PIC 9(2).
           05 FILLER PIC X(1).
           05 FCH-HORIZON PIC 9(2).
           05 FILLER PIC X(1).
           05 FCH-TARGET-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 FCH-PROJECTED PIC X(12).

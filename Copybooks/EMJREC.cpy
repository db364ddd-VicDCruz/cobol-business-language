           05 FILLER           PIC X(1).
           05 EMJ-KEY          PIC X(10).
           05 FILLER           PIC X(1).
           05 EMJ-IMAGE        PIC X(88).

      *          of EXCPLOG. Every program that changes a
      *          StockMaster.dat on-hand quantity CALLs this with the
      *          item, the movement type ('I' issue, 'R' receipt,
      *          'A' adjustment, 'T' transfer, 'C' customer return),
      *          the signed quantity, the posting program and a
      *          free-form reference, and
      *          one timestamped line is appended to StockMove.dat -
      *          so a wrong on-hand figure finally has a history the
      *          STKHIST inquiry can play back, the way EMPHIST plays

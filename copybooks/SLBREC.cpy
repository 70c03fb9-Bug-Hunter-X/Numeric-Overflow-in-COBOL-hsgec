      *****************************************************
      *  SLBREC.CPY                                       *
      *  SLA breach record - one per number ORDLATCY finds  *
      *  consumed later than its pool's service level, cut  *
      *  for the order-entry manager.  SLB-ISSUED-DATE is   *
      *  the issuing audit row's date (the whole block's    *
      *  for a block member); SLB-CONSUMED-DATE the first   *
      *  consumption of the number.  SLB-ELAPSED-DAYS,      *
      *  SLB-SLA-DAYS and SLB-DAYS-LATE are all counted in  *
      *  SLB-DAY-BASIS - "B" business, "C" calendar days.   *
      *****************************************************
       01  SLB-RECORD.
           05  SLB-POOL-ID             PIC X(10).
           05  FILLER                  PIC X(1).
           05  SLB-ISSUED-NUMBER       PIC 9(7).
           05  FILLER                  PIC X(1).
           05  SLB-CONSUMER-ID         PIC X(10).
           05  FILLER                  PIC X(1).
           05  SLB-ISSUED-DATE         PIC X(10).
           05  FILLER                  PIC X(1).
           05  SLB-CONSUMED-DATE       PIC X(10).
           05  FILLER                  PIC X(1).
           05  SLB-ELAPSED-DAYS        PIC 9(5).
           05  FILLER                  PIC X(1).
           05  SLB-SLA-DAYS            PIC 9(3).
           05  FILLER                  PIC X(1).
           05  SLB-DAY-BASIS           PIC X(1).
           05  FILLER                  PIC X(1).
           05  SLB-DAYS-LATE           PIC 9(5).
           05  FILLER                  PIC X(1).
           05  SLB-REQUEST-ID          PIC X(10).

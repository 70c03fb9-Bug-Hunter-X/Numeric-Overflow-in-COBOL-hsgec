      *****************************************************
      *  ESCREC.CPY                                       *
      *  Escalation record - one per issued number ORDAGING*
      *  finds more than 90 days outstanding, cut for the  *
      *  order-desk supervisor.  ESC-RUN-DATE is the       *
      *  issuing audit row's date and ESC-LAST-NUMBER the  *
      *  end of its block.  ESC-DAYS-OUT is counted the way *
      *  the pool counts days (CTL-DAY-BASIS) - business    *
      *  days for a "B" pool, calendar days otherwise.      *
      *****************************************************
       01  ESC-RECORD.
           05  ESC-POOL-ID             PIC X(10).
           05  FILLER                  PIC X(1).
           05  ESC-ISSUED-NUMBER       PIC 9(7).
           05  FILLER                  PIC X(1).
           05  ESC-LAST-NUMBER         PIC 9(7).
           05  FILLER                  PIC X(1).
           05  ESC-RUN-DATE            PIC X(10).
           05  FILLER                  PIC X(1).
           05  ESC-DAYS-OUT            PIC 9(5).
           05  FILLER                  PIC X(1).
           05  ESC-REQUEST-ID          PIC X(10).

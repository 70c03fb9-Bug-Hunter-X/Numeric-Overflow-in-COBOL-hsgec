      *****************************************************
      *  SLAREC.CPY                                       *
      *  Issue-to-consumption service level - one row per  *
      *  pool on SLAFILE, read by the ORDLATCY latency      *
      *  report.  SLA-DAYS is how many days downstream has  *
      *  to consume a number after the day it was issued;   *
      *  a number consumed later than that is a breach.     *
      *  SLA-DAY-BASIS: "B" business days per the shop      *
      *  calendar CALFILE, "C" calendar days, space = the   *
      *  way the pool itself counts days (CTL-DAY-BASIS).   *
      *  A pool with no row is held to the order-entry      *
      *  agreement - 2 business days.                       *
      *****************************************************
       01  SLA-RECORD.
           05  SLA-POOL-ID             PIC X(10).
           05  FILLER                  PIC X(1).
           05  SLA-DAYS                PIC 9(3).
           05  FILLER                  PIC X(1).
           05  SLA-DAY-BASIS           PIC X(1).

      *  for an annual-numbered restart.  CTL-LAST-         *
      *  ROLLOVER-YY remembers the year already rolled so   *
      *  a mid-January restart cannot roll the pool twice.  *
      *  CTL-DAY-BASIS: how this pool counts days for hold  *
      *  expiry, hold lapse, aging and forecasting - "B"    *
      *  business days per the shop calendar CALFILE,      *
      *  "C"/space calendar days (BATCHTKT runs seven days  *
      *  a week and stays on "C").  Set by ORDPMNT CHGDAYS. *
      *****************************************************
       01  CTL-RECORD.
           05  CTL-POOL-ID             PIC X(10).
           05  CTL-RETENTION-DAYS      PIC 9(3).
           05  CTL-ROLLOVER-POLICY     PIC X(1).
           05  CTL-LAST-ROLLOVER-YY    PIC 9(2).
           05  CTL-DAY-BASIS           PIC X(1).

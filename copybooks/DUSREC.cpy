      *****************************************************
      *  DUSREC.CPY                                       *
      *  Department daily usage - how many numbers one     *
      *  department has drawn from one pool on one day,    *
      *  keyed by DUS-KEY (department + pool + YYYYMMDD)   *
      *  on the indexed DUSFILE.  ORDNUM adds every issue  *
      *  and hold the moment it is written, so the daily   *
      *  quota on DAUFILE holds across every run of the    *
      *  day, not just within one.  Replays and confirms   *
      *  add nothing - the original issue or hold already  *
      *  counted.  DUS-REQUEST-COUNT is how many rows made *
      *  up the total; DUS-LAST-RUN-ID the last run that   *
      *  added to it.                                      *
      *****************************************************
       01  DUS-RECORD.
           05  DUS-KEY.
               10  DUS-DEPT-ID         PIC X(8).
               10  DUS-POOL-ID         PIC X(10).
               10  DUS-USAGE-DATE      PIC X(8).
           05  FILLER                  PIC X(1).
           05  DUS-QUANTITY-USED       PIC 9(7).
           05  FILLER                  PIC X(1).
           05  DUS-REQUEST-COUNT       PIC 9(5).
           05  FILLER                  PIC X(1).
           05  DUS-LAST-RUN-ID         PIC X(8).
